      *> Author:      Renato D. Mejilla
      *> Description: Processing-calendar paragraphs (COPY MATHCAL).
      *>              READ-BUSINESS-CALENDAR reads mathcal.dat and
      *>              leaves the current business date, the working
      *>              week, and the holidays in the MCL-* fields (COPY
      *>              MATHCLW). When no calendar is on file, or it has
      *>              no control record, the system date stands in as
      *>              the business date with a warning, so the stream
      *>              still runs on a site that has not set one up.
      *>              CHECK-WORKING-DAY sets MCL-WORKING-DAY when
      *>              MCL-CHECK-DATE is a valid date that falls on a
      *>              working weekday and is not a holiday.
      *>              FIND-NEXT-WORKING-DAY leaves the first working
      *>              day after MCL-CHECK-DATE in MCL-NEXT-DATE (zero
      *>              when none falls within a year, which only a
      *>              calendar with no working weekdays can cause).
      *>              The calling program must declare
      *>              MATH-CALENDAR-FILE with COPY MATHCAL in its FD
      *>              and WS-CALENDAR-FILE-STATUS, and COPY MATHCLW
      *>              into WORKING-STORAGE.
       READ-BUSINESS-CALENDAR.
           MOVE 'N' TO MCL-SCAN-EOF-SW
           MOVE 'N' TO MCL-CALENDAR-FOUND-SW
           MOVE ZERO TO MCL-BUSINESS-DATE
           MOVE ZERO TO MCL-HOLIDAY-COUNT
           OPEN INPUT MATH-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = "00"
               PERFORM READ-ONE-CALENDAR-ENTRY UNTIL MCL-SCAN-EOF
               CLOSE MATH-CALENDAR-FILE
           END-IF
           IF NOT MCL-CALENDAR-FOUND
               ACCEPT MCL-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY "WARNING: no processing calendar on file"
                   " (mathcal.dat) -- the system date "
                   MCL-BUSINESS-DATE
               DISPLAY "         -- is used as the business date."
           END-IF
           .

       READ-ONE-CALENDAR-ENTRY.
           READ MATH-CALENDAR-FILE
               AT END
                   SET MCL-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MCA-CONTROL-ENTRY
                               AND MCA-BUSINESS-DATE IS NUMERIC
                               AND MCA-BUSINESS-DATE > ZERO
                           SET MCL-CALENDAR-FOUND TO TRUE
                           MOVE MCA-BUSINESS-DATE
                               TO MCL-BUSINESS-DATE
                           IF MCA-PRIOR-BUSINESS-DATE IS NUMERIC
                               MOVE MCA-PRIOR-BUSINESS-DATE
                                   TO MCL-PRIOR-BUSINESS-DATE
                           END-IF
                           IF MCA-ROLLED-DATE IS NUMERIC
                               MOVE MCA-ROLLED-DATE TO MCL-ROLLED-DATE
                           END-IF
                           IF MCA-ROLLED-TIME IS NUMERIC
                               MOVE MCA-ROLLED-TIME TO MCL-ROLLED-TIME
                           END-IF
                           MOVE MCA-ROLLED-BY TO MCL-ROLLED-BY
                       WHEN MCA-WORK-WEEK-ENTRY
                           MOVE MCA-WORKING-WEEK TO MCL-WORKING-WEEK
                       WHEN MCA-HOLIDAY-ENTRY
                               AND MCA-HOLIDAY-DATE IS NUMERIC
                               AND MCL-HOLIDAY-COUNT < MCL-HOLIDAY-MAX
                           ADD 1 TO MCL-HOLIDAY-COUNT
                           MOVE MCA-HOLIDAY-DATE
                               TO MCL-HOLIDAY-DATE (MCL-HOLIDAY-COUNT)
                   END-EVALUATE
           END-READ
           .

       CHECK-WORKING-DAY.
           MOVE 'N' TO MCL-WORKING-DAY-SW
           IF FUNCTION TEST-DATE-YYYYMMDD (MCL-CHECK-DATE) = ZERO
               COMPUTE MCL-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (MCL-CHECK-DATE)
               COMPUTE MCL-WEEKDAY =
                   FUNCTION MOD (MCL-DAY-INTEGER - 1, 7) + 1
               IF MCL-WORKING-WEEKDAY (MCL-WEEKDAY) = 'Y'
                   SET MCL-WORKING-DAY TO TRUE
                   PERFORM CHECK-ONE-HOLIDAY
                       VARYING MCL-SUB FROM 1 BY 1
                       UNTIL MCL-SUB > MCL-HOLIDAY-COUNT
                           OR NOT MCL-WORKING-DAY
               END-IF
           END-IF
           .

       CHECK-ONE-HOLIDAY.
           IF MCL-HOLIDAY-DATE (MCL-SUB) = MCL-CHECK-DATE
               MOVE 'N' TO MCL-WORKING-DAY-SW
           END-IF
           .

       FIND-NEXT-WORKING-DAY.
           MOVE ZERO TO MCL-NEXT-DATE
           MOVE ZERO TO MCL-DAYS-TRIED
           IF FUNCTION TEST-DATE-YYYYMMDD (MCL-CHECK-DATE) = ZERO
               MOVE 'N' TO MCL-WORKING-DAY-SW
               PERFORM TRY-NEXT-CALENDAR-DAY
                   UNTIL MCL-WORKING-DAY OR MCL-DAYS-TRIED > 366
               IF MCL-WORKING-DAY
                   MOVE MCL-CHECK-DATE TO MCL-NEXT-DATE
               END-IF
           END-IF
           .

       TRY-NEXT-CALENDAR-DAY.
           ADD 1 TO MCL-DAYS-TRIED
           COMPUTE MCL-CHECK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (MCL-CHECK-DATE) + 1)
           PERFORM CHECK-WORKING-DAY
           .
