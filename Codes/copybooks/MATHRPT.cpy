           DISPLAY "Divide-by-zero errors  : ", MS-DIVZERO-COUNT.
           DISPLAY "Sum of WS-ADD results  : ", MS-ADD-SUM.
           DISPLAY "Sum of WS-TOT results  : ", MS-TOT-SUM.
           IF MS-REVERSAL-COUNT > ZERO
               DISPLAY "Reversals posted       : ", MS-REVERSAL-COUNT
               DISPLAY "  of which ADD offsets : ", MS-REV-ADD-SUM
               DISPLAY "  of which TOT offsets : ", MS-REV-TOT-SUM
           END-IF
           IF MS-SUM-OVERFLOW
               DISPLAY " "
               DISPLAY "WARNING: one or more control totals above overflowed"
