               MOVE MC-TOT-SUB-WEIGHT TO MHS-TOT-SUB-WEIGHT
               MOVE MC-TOT-MUL-WEIGHT TO MHS-TOT-MUL-WEIGHT
               MOVE MC-TOT-DIV-WEIGHT TO MHS-TOT-DIV-WEIGHT
               MOVE MS-REVERSAL-COUNT TO MHS-REVERSAL-COUNT
               MOVE MS-REV-ADD-SUM TO MHS-REV-ADD-SUM
               MOVE MS-REV-TOT-SUM TO MHS-REV-TOT-SUM
               WRITE MATH-HISTORY-RECORD
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: unable to write MATH-HISTORY-FILE"
