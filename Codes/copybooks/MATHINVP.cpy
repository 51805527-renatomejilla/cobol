      *> Author:      Renato D. Mejilla
      *> Description: Print-line layouts for the month-end department
      *>              chargeback invoices WS-MATH-CHARGE prints to
      *>              mathinvc.dat, one page per department -- page
      *>              heading with the charge month, the department,
      *>              and the business dates the activity covers;
      *>              one line per charge with the cost code, the date
      *>              the rates used took effect, the volume charged,
      *>              the rate, and the amount; a total per cost code
      *>              that agrees with that department's line on the
      *>              general-ledger interface (COPY MATHGLI); the
      *>              department total; and a note line for activity
      *>              with no rate in effect. COPY this into
      *>              WORKING-STORAGE of any program that prints the
      *>              invoices.
       01 MIV-HEADING1.
           05 FILLER                PIC X(37)
               VALUE "WS-MATH DEPARTMENT CHARGEBACK INVOICE".
           05 FILLER                PIC X(9) VALUE "   MONTH:".
           05 FILLER                PIC X VALUE SPACE.
           05 MIH-MONTH             PIC 9(6).
           05 FILLER                PIC X(6) VALUE "  PAGE".
           05 FILLER                PIC X VALUE SPACE.
           05 MIH-PAGE              PIC ZZZ9.
       01 MIV-HEADING2.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT:".
           05 FILLER                PIC X VALUE SPACE.
           05 MIH-SENDING-SYSTEM    PIC X(8).
           05 FILLER                PIC X(16) VALUE "   ACTIVITY FROM".
           05 FILLER                PIC X VALUE SPACE.
           05 MIH-PERIOD-START      PIC 9(8).
           05 FILLER                PIC X(8) VALUE " THROUGH".
           05 FILLER                PIC X VALUE SPACE.
           05 MIH-PERIOD-END        PIC 9(8).
       01 MIV-HEADING3.
           05 FILLER                PIC X(9) VALUE "COST CODE".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "RATES FROM".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE "CHARGE".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE " VOLUME".
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "    RATE".
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "        AMOUNT".
       01 MIV-DETAIL.
           05 MID-COST-CODE         PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MID-RATES-FROM        PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 MID-CHARGE-TEXT       PIC X(26).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MID-VOLUME            PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MID-RATE              PIC ZZ9.9999.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 MID-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 MIV-TOTAL-LINE.
           05 MIT-LABEL             PIC X(60).
           05 FILLER                PIC X(12) VALUE SPACES.
           05 MIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 MIV-NOTE-LINE.
           05 FILLER                PIC X(11) VALUE SPACES.
           05 MIN-NOTE              PIC X(60).
