      *>              carries ON SIZE ERROR so a PIC S9(9) overflow sets
      *>              MS-SUM-OVERFLOW-FLAG instead of silently wrapping --
      *>              DISPLAY-SUMMARY-REPORT (COPY MATHRPT) warns on it.
      *>              ACCUMULATE-REVERSAL-TOTALS is the counterpart for
      *>              the offsetting entry of a reversal: it counts the
      *>              reversal in its own category and rolls the offset
      *>              amounts into both the net sums and the reversal
      *>              sums, so net figures still balance to the output.
       ACCUMULATE-SUMMARY-TOTALS.
           ADD 1 TO MS-TRANSACTION-COUNT
           IF MT-DIVIDE-BY-ZERO
                   SET MS-SUM-OVERFLOW TO TRUE
           END-ADD
           .

       ACCUMULATE-REVERSAL-TOTALS.
           ADD 1 TO MS-REVERSAL-COUNT

           ADD MT-ADD TO MS-ADD-SUM
               ON SIZE ERROR
                   SET MS-SUM-OVERFLOW TO TRUE
           END-ADD

           ADD MT-TOT TO MS-TOT-SUM
               ON SIZE ERROR
                   SET MS-SUM-OVERFLOW TO TRUE
           END-ADD

           ADD MT-ADD TO MS-REV-ADD-SUM
               ON SIZE ERROR
                   SET MS-SUM-OVERFLOW TO TRUE
           END-ADD

           ADD MT-TOT TO MS-REV-TOT-SUM
               ON SIZE ERROR
                   SET MS-SUM-OVERFLOW TO TRUE
           END-ADD
           .
