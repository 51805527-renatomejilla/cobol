      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for
      *>              MATH-CHARGE-ACTIVITY-FILE (mathchga.dat) -- the
      *>              chargeback activity log. The reject file and the
      *>              exception file are both rewritten every run, so
      *>              WS-MATH-CHARGE captures each batch run's share of
      *>              them here as the run completes: one line per
      *>              sending system with the records it had rejected
      *>              by the edit that fed the run and the DIVZERO and
      *>              SIZEERR exceptions the run raised on its
      *>              postings, keyed by the run's business date and
      *>              run number, plus one run line with a blank
      *>              sending system and zero counts so the month-end
      *>              pass can tell a captured run with no rejects or
      *>              exceptions from a run that was never captured.
      *>              Capturing the same run again replaces its lines.
      *>              Processed transactions are not kept here; the
      *>              month-end pass counts them from the results
      *>              master. COPY this into the FD
      *>              MATH-CHARGE-ACTIVITY-FILE of any program that
      *>              writes or reads the activity log.
       01 MATH-CHARGE-ACTIVITY-RECORD.
           05 MCG-BUSINESS-DATE     PIC 9(8).
           05 MCG-RUN-NUMBER        PIC 9(3).
           05 MCG-SENDING-SYSTEM    PIC X(8).
               88 MCG-RUN-LINE          VALUE SPACES.
           05 MCG-REJECT-COUNT      PIC 9(7).
           05 MCG-DIVZERO-COUNT     PIC 9(7).
           05 MCG-SIZEERR-COUNT     PIC 9(7).
           05 MCG-CAPTURED-DATE     PIC 9(8).
           05 MCG-CAPTURED-TIME     PIC 9(8).
