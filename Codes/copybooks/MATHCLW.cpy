      *> Author:      Renato D. Mejilla
      *> Description: Working fields for the processing-calendar
      *>              paragraphs in MATHCLP. After PERFORMing
      *>              READ-BUSINESS-CALENDAR the caller takes its
      *>              business date from MCL-BUSINESS-DATE (the system
      *>              date when no calendar is on file, with
      *>              MCL-CALENDAR-FOUND left off), and the working
      *>              week and holidays are loaded for
      *>              CHECK-WORKING-DAY, which answers in
      *>              MCL-WORKING-DAY for the date in MCL-CHECK-DATE,
      *>              and FIND-NEXT-WORKING-DAY, which leaves the first
      *>              working day after MCL-CHECK-DATE in
      *>              MCL-NEXT-DATE. MCL-WORKING-WEEK holds one Y/N
      *>              flag per weekday, Monday first. COPY this into
      *>              WORKING-STORAGE alongside COPY MATHCLP.
       01 MATH-CALENDAR-WORK.
           05 MCL-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
           05 MCL-PRIOR-BUSINESS-DATE PIC 9(8) VALUE ZERO.
           05 MCL-ROLLED-DATE       PIC 9(8) VALUE ZERO.
           05 MCL-ROLLED-TIME       PIC 9(8) VALUE ZERO.
           05 MCL-ROLLED-BY         PIC X(16) VALUE SPACES.
           05 MCL-WORKING-WEEK      PIC X(7) VALUE "YYYYYNN".
           05 MCL-WEEK-TABLE REDEFINES MCL-WORKING-WEEK.
               10 MCL-WORKING-WEEKDAY   PIC X OCCURS 7 TIMES.
           05 MCL-HOLIDAY-COUNT     PIC 9(3) VALUE ZERO.
           05 MCL-HOLIDAY-MAX       PIC 9(3) VALUE 400.
           05 MCL-HOLIDAY-TABLE.
               10 MCL-HOLIDAY-DATE      PIC 9(8) OCCURS 400 TIMES.
           05 MCL-CHECK-DATE        PIC 9(8) VALUE ZERO.
           05 MCL-NEXT-DATE         PIC 9(8) VALUE ZERO.
           05 MCL-DAY-INTEGER       PIC 9(7) VALUE ZERO.
           05 MCL-WEEKDAY           PIC 9 VALUE ZERO.
           05 MCL-SUB               PIC 9(3) VALUE ZERO.
           05 MCL-DAYS-TRIED        PIC 9(3) VALUE ZERO.
           05 MCL-SCAN-EOF-SW       PIC X VALUE 'N'.
               88 MCL-SCAN-EOF          VALUE 'Y'.
           05 MCL-CALENDAR-FOUND-SW PIC X VALUE 'N'.
               88 MCL-CALENDAR-FOUND    VALUE 'Y'.
           05 MCL-WORKING-DAY-SW    PIC X VALUE 'N'.
               88 MCL-WORKING-DAY       VALUE 'Y'.
