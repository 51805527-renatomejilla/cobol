      *>              control-totals record cover everything in
      *>              mathout.dat -- all attempts -- not just the
      *>              records the final attempt processed.
      *>              The reversal count and offset sums are saved
      *>              and restored with the rest of the totals.
       01 MATH-RESTART-RECORD.
           05 MR-RECORD-NUMBER      PIC 9(9).
           05 MR-RUN-NUMBER         PIC 9(3).
           05 MR-TOT-SUM            PIC S9(15)V99 SIGN LEADING
                                        SEPARATE.
           05 MR-OVERFLOW-FLAG      PIC X.
           05 MR-REVERSAL-COUNT     PIC 9(7).
           05 MR-REV-ADD-SUM        PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MR-REV-TOT-SUM        PIC S9(15)V99 SIGN LEADING
                                        SEPARATE.
