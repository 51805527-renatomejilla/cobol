           MOVE MC-DO-TOT TO MA-TOT-OP
           MOVE MT-DIVZERO-FLAG TO MA-DIVZERO-FLAG
           MOVE MT-SIZE-ERROR-FLAG TO MA-SIZE-ERROR-FLAG
           MOVE MT-ENTRY-TYPE TO MA-ENTRY-TYPE

           MOVE MATH-AUDIT-LINE TO MATH-AUDIT-RECORD
           WRITE MATH-AUDIT-RECORD
