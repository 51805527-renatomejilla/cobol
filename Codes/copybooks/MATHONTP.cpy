      *> Author:      Renato D. Mejilla
      *> Description: Print-line layouts for the month-end on-time
      *>              transmission report WS-MATH-SCHED produces from
      *>              the expected-feed schedule (COPY MATHSCH) and
      *>              the feed-miss log (COPY MATHFMS) -- page heading
      *>              with the report month and the last business date
      *>              counted, one line per department with its
      *>              schedule and its expected, on-time, late, and
      *>              missing feed counts and on-time percentage, the
      *>              all-departments total line, and the list of
      *>              every miss recorded in the month. COPY this into
      *>              WORKING-STORAGE of any program that prints the
      *>              on-time report.
       01 MOT-REPORT-HEADING1.
           05 FILLER                PIC X(40)
               VALUE "WS-MATH FEED ON-TIME TRANSMISSION REPORT".
           05 FILLER                PIC X(9) VALUE "   MONTH:".
           05 FILLER                PIC X VALUE SPACE.
           05 MOH-MONTH             PIC 9(6).
           05 FILLER                PIC X(10) VALUE "  THROUGH:".
           05 FILLER                PIC X VALUE SPACE.
           05 MOH-THROUGH-DATE      PIC 9(8).
           05 FILLER                PIC X(6) VALUE "  PAGE".
           05 FILLER                PIC X VALUE SPACE.
           05 MOH-PAGE              PIC ZZZ9.
       01 MOT-REPORT-HEADING2.
           05 FILLER                PIC X(8) VALUE "SYSTEM".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE "SLOT".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE "DAYS".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE "CUTOFF".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "STATUS".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "EXPECTED".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE "ON TIME".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE "   LATE".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE "MISSING".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE "ON TIME %".
       01 MOT-REPORT-DETAIL.
           05 MOT-SENDING-SYSTEM    PIC X(8).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 MOT-FEED-SLOT         PIC 9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOT-EXPECTED-DAYS     PIC X(7).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 MOT-CUTOFF-TIME       PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOT-STATUS            PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 MOT-EXPECTED          PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOT-ON-TIME           PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOT-LATE              PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOT-MISSING           PIC ZZZZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 MOT-ON-TIME-PCT       PIC ZZ9.99.
       01 MOT-REPORT-TOTAL.
           05 MOX-LABEL             PIC X(41).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 MOX-EXPECTED          PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOX-ON-TIME           PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOX-LATE              PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MOX-MISSING           PIC ZZZZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 MOX-ON-TIME-PCT       PIC ZZ9.99.
       01 MOT-MISS-HEADING1.
           05 FILLER                PIC X(29)
               VALUE "MISSES RECORDED FOR THE MONTH".
       01 MOT-MISS-HEADING2.
           05 FILLER                PIC X(8) VALUE "BUSINESS".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "SYSTEM".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE "SLOT".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "TYPE".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE "CUTOFF".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "HEADER CUT".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "DECISION".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "RECORDED".
       01 MOT-MISS-DETAIL.
           05 MOM-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOM-SENDING-SYSTEM    PIC X(8).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 MOM-FEED-SLOT         PIC 9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOM-MISS-TYPE         PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 MOM-CUTOFF-TIME       PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOM-CREATE-DATE       PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 MOM-CREATE-TIME       PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOM-DECISION          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MOM-RECORDED-DATE     PIC 9(8).
       01 MOT-NO-MISS-LINE.
           05 FILLER                PIC X(34)
               VALUE "  (no late or missing feed logged)".
