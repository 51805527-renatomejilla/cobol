      *>              the month-end trend report. COPY this into the
      *>              FD MATH-HISTORY-FILE of any program that writes
      *>              or reports on the run history.
      *>              Reversals posted by a batch run are recorded as
      *>              their own count and offset sums (see MATHSUM).
       01 MATH-HISTORY-RECORD.
           05 MHS-RUN-DATE          PIC 9(8).
           05 MHS-RUN-NUMBER        PIC 9(3).
           05 MHS-TOT-SUB-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MHS-TOT-MUL-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MHS-TOT-DIV-WEIGHT    PIC S9(3) SIGN LEADING SEPARATE.
           05 MHS-REVERSAL-COUNT    PIC 9(7).
           05 MHS-REV-ADD-SUM       PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MHS-REV-TOT-SUM       PIC S9(15)V99 SIGN LEADING
                                        SEPARATE.
