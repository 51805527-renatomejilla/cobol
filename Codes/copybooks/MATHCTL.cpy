      *>              output. COPY this into the FD MATH-CONTROL-FILE
      *>              of any program that writes or balances against
      *>              the run's control totals.
      *>              Reversals posted in the run are carried as
      *>              their own count and offset sums (see MATHSUM);
      *>              MCT-ADD-SUM and MCT-TOT-SUM are the net figures.
       01 MATH-CONTROL-RECORD.
           05 MCT-RUN-DATE          PIC 9(8).
           05 MCT-RUN-NUMBER        PIC 9(3).
           05 MCT-TOT-SUB-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MCT-TOT-MUL-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MCT-TOT-DIV-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MCT-REVERSAL-COUNT    PIC 9(7).
           05 MCT-REV-ADD-SUM       PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MCT-REV-TOT-SUM       PIC S9(15)V99 SIGN LEADING
                                        SEPARATE.
