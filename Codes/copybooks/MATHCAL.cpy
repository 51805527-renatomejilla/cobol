      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-CALENDAR-FILE
      *>              (mathcal.dat) -- the processing calendar. The
      *>              nightly stream stamps its work with the business
      *>              date held here instead of the system clock, so a
      *>              run that crosses midnight, or a Monday catch-up
      *>              of Friday's feeds, still lands under the business
      *>              date it belongs to. Three kinds of record share
      *>              the layout, told apart by MCA-RECORD-TYPE: one
      *>              control record ('C') with the current business
      *>              date, the business date it was rolled from, and
      *>              when and by whom it was last rolled or set; one
      *>              working-week record ('W') with a Y/N flag per
      *>              weekday, Monday first (Monday to Friday when the
      *>              record is absent); and one holiday record ('H')
      *>              per non-working date with its name. Read through
      *>              READ-BUSINESS-CALENDAR (COPY MATHCLP); rolled and
      *>              maintained only by WS-MATH-CALENDAR. COPY this
      *>              into the FD MATH-CALENDAR-FILE of any program
      *>              that reads or maintains the calendar.
       01 MATH-CALENDAR-RECORD.
           05 MCA-RECORD-TYPE       PIC X.
               88 MCA-CONTROL-ENTRY     VALUE 'C'.
               88 MCA-WORK-WEEK-ENTRY   VALUE 'W'.
               88 MCA-HOLIDAY-ENTRY     VALUE 'H'.
           05 MCA-RECORD-DATA       PIC X(60).
           05 MCA-CONTROL-DATA REDEFINES MCA-RECORD-DATA.
               10 MCA-BUSINESS-DATE     PIC 9(8).
               10 MCA-PRIOR-BUSINESS-DATE PIC 9(8).
               10 MCA-ROLLED-DATE       PIC 9(8).
               10 MCA-ROLLED-TIME       PIC 9(8).
               10 MCA-ROLLED-BY         PIC X(16).
               10 FILLER                PIC X(12).
           05 MCA-WORK-WEEK-DATA REDEFINES MCA-RECORD-DATA.
               10 MCA-WORKING-WEEK      PIC X(7).
               10 FILLER                PIC X(53).
           05 MCA-HOLIDAY-DATA REDEFINES MCA-RECORD-DATA.
               10 MCA-HOLIDAY-DATE      PIC 9(8).
               10 MCA-HOLIDAY-NAME      PIC X(30).
               10 FILLER                PIC X(22).
