      *>              either sum ever overflows its field so the one
      *>              number the summary report exists to be trusted
      *>              doesn't silently wrap without a warning.
      *>              Reversals are their own category: they are
      *>              counted in MS-REVERSAL-COUNT and not in
      *>              MS-TRANSACTION-COUNT, and their offsetting ADD
      *>              and TOT amounts are kept in MS-REV-ADD-SUM and
      *>              MS-REV-TOT-SUM. MS-ADD-SUM and MS-TOT-SUM stay
      *>              the net figures (ordinary postings plus the
      *>              offsets), so they still balance to the output.
       01 MATH-SUMMARY-TOTALS.
           05 MS-TRANSACTION-COUNT  PIC 9(7) VALUE ZERO.
           05 MS-DIVZERO-COUNT      PIC 9(7) VALUE ZERO.
                                        VALUE ZERO.
           05 MS-SUM-OVERFLOW-FLAG  PIC X VALUE 'N'.
               88 MS-SUM-OVERFLOW       VALUE 'Y'.
           05 MS-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.
           05 MS-REV-ADD-SUM        PIC S9(11)V99 SIGN LEADING SEPARATE
                                        VALUE ZERO.
           05 MS-REV-TOT-SUM        PIC S9(15)V99 SIGN LEADING SEPARATE
                                        VALUE ZERO.
