      *>              mathout.dat -- page and column headings, one
      *>              edited detail line per transaction (suppressed
      *>              leading zeros, printed signs, two decimal places,
      *>              DIV0/OVFL flag columns, and a REV column marking
      *>              the offsetting entry of a reversal), and the
      *>              final total lines that must match the end-of-run
      *>              summary
      *>              report. Every detail line leads with the sending
      *>              system the record came from (MI-SOURCE-SYSTEM on
      *>              the validated feed), and MATH-REPORT-SOURCE-TOTAL
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 MRH-PAGE              PIC ZZZ9.
       01 MATH-REPORT-HEADING2.
           05 FILLER                PIC X(132) VALUE "SOURCE       RECORD      INPUT1      INPUT2          ADD         SUB             MUL          DIV              TOTAL   DIV0 OVFL REV".
       01 MATH-REPORT-DETAIL.
           05 MRD-SOURCE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MRD-DIVZERO           PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 MRD-SIZEERR           PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 MRD-REVERSAL          PIC X(3).
       01 MATH-REPORT-SOURCE-TOTAL.
           05 FILLER                PIC X(15) VALUE "  SUBTOTAL FOR ".
           05 MRB-SOURCE            PIC X(8).
