      *> Description: Print-line layouts for the monthly trend report
      *>              WS-MATH-TREND produces from the run-history file
      *>              (COPY MATHHST) -- page heading with the report
      *>              month, per-day detail lines with volumes, error
      *>              rates, and the NO CYCLE flag for a working day
      *>              (COPY MATHCAL) that has no completed cycle on the
      *>              run-control register, and the month-total and
      *>              prior-month comparison lines. COPY this into WORKING-STORAGE
      *>              of any program that prints the trend report.
       01 MTR-REPORT-HEADING1.
           05 FILLER                PIC X(28)
           05 MTH-PAGE              PIC ZZZ9.
       01 MTR-REPORT-HEADING2.
           05 FILLER                PIC X(43) VALUE "DAY   RUNS   TRANSACTS     DIVZERO   RATE %".
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "CYCLE".
       01 MTR-REPORT-DETAIL.
           05 MTR-DAY               PIC Z9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MTR-DIVZERO           PIC Z(8)9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MTR-RATE              PIC ZZ9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MTR-CYCLE-FLAG        PIC X(8).
       01 MTR-COMPARE-HEADING.
           05 FILLER                PIC X(37) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "THIS MONTH".
