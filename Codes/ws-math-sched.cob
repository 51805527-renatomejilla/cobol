*> Author:      Renato D. Mejilla
*> Description: Maintenance of the expected-feed schedule
*>              (mathsched.dat, COPY MATHSCH) that WS-MATH-MERGE
*>              checks every night's arrivals against, and the
*>              month-end on-time transmission report. List mode
*>              shows every department on the schedule with its feed
*>              slot, sending days, cutoff, and status. Add/change
*>              and delete modes change the schedule and need the
*>              SCHEDULE function (COPY MATHSEC) after sign-on; every
*>              change is written to the security log (COPY MATHSLG),
*>              and the schedule is rewritten through a work file
*>              (mathschedwk.dat), like every other register rewrite,
*>              so it is only replaced after the whole pass completes
*>              clean. A slot carries one department only. Report
*>              mode takes a month and, for each department, counts
*>              the days it was expected to send -- the working days
*>              on the processing calendar (COPY MATHCAL) that fall
*>              on one of its sending days, from the date it was
*>              first scheduled, up to the day before the current
*>              business date -- and sets the late and missing feeds
*>              logged by WS-MATH-MERGE in the feed-miss log
*>              (mathfmiss.dat, COPY MATHFMS) against them: a day
*>              with a LATE line counts late (a feed held for and
*>              merged later is late, not missing), a day with only
*>              MISSING lines counts missing, and every other
*>              expected day counts on time. A suspended department
*>              is not expected while it stays suspended; a
*>              department since removed from the schedule is still
*>              shown when it has misses in the month. The report
*>              (COPY MATHONTP) is written to mathontm.dat with the
*>              miss lines behind the counts. Ends with RETURN-CODE 0
*>              on success, 4 when the report month has any late or
*>              missing feed, 8 when the report month is not valid,
*>              12 when the sign-on failed or the operator is not
*>              authorized, and 16 when a file could not be opened
*>              or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-SCHED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-SCHEDULE-FILE ASSIGN TO "mathsched.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

    SELECT MATH-SCHEDULE-WORK-FILE ASSIGN TO "mathschedwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-FEED-MISS-FILE ASSIGN TO "mathfmiss.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDMISS-FILE-STATUS.

    SELECT MATH-ON-TIME-REPORT-FILE ASSIGN TO "mathontm.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-SCHEDULE-FILE.
    COPY MATHSCH.

    FD MATH-SCHEDULE-WORK-FILE.
    01 MATH-SCHEDULE-WORK-RECORD PIC X(52).

    FD MATH-FEED-MISS-FILE.
    COPY MATHFMS.

    FD MATH-ON-TIME-REPORT-FILE.
    01 MATH-ON-TIME-REPORT-RECORD PIC X(132).

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-SCHEDULE-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-FEEDMISS-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHONTP.
    COPY MATHCLW.
    COPY MATHSGW.

    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-ENTRY-FOUND-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-FOUND           VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-CHANGE-MODE           VALUE 'A'.
        88 WS-DELETE-MODE           VALUE 'D'.
        88 WS-REPORT-MODE           VALUE 'R'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-TARGET-SYSTEM         PIC X(8) VALUE SPACES.
    01 WS-SLOT-ENTRY            PIC X VALUE SPACE.
    01 WS-STATUS-ENTRY          PIC X VALUE SPACE.
    01 WS-CUTOFF-ENTRY          PIC X(4) VALUE SPACES.
    01 WS-CUTOFF-CHECK REDEFINES WS-CUTOFF-ENTRY.
        05 WS-CUTOFF-HOURS       PIC 99.
        05 WS-CUTOFF-MINUTES     PIC 99.

    01 WS-OLD-SCHEDULE-ENTRY.
        05 WS-OLD-FEED-SLOT      PIC 9 VALUE ZERO.
        05 WS-OLD-EXPECTED-DAYS  PIC X(7) VALUE SPACES.
        05 WS-OLD-CUTOFF-TIME    PIC 9(4) VALUE ZERO.
        05 WS-OLD-STATUS         PIC X(8) VALUE SPACES.
        05 WS-OLD-ADDED-DATE     PIC 9(8) VALUE ZERO.

    01 WS-NEW-SCHEDULE-ENTRY.
        05 WS-NEW-FEED-SLOT      PIC 9 VALUE ZERO.
        05 WS-NEW-EXPECTED-DAYS  PIC X(7) VALUE SPACES.
        05 WS-NEW-CUTOFF-TIME    PIC 9(4) VALUE ZERO.
        05 WS-NEW-STATUS         PIC X(8) VALUE SPACES.
        05 WS-NEW-ADDED-DATE     PIC 9(8) VALUE ZERO.

    01 WS-SLOT-OWNER-TABLE.
        05 WS-SLOT-OWNER         PIC X(8) OCCURS 9 TIMES.

    01 WS-WEEK-SUB              PIC 9 VALUE ZERO.
    01 WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
    01 WS-MATCHED-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-KEPT-COUNT            PIC 9(5) VALUE ZERO.

    01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
    01 WS-NEXT-MONTH            PIC 9(6) VALUE ZERO.
    01 WS-MONTH-START           PIC 9(8) VALUE ZERO.
    01 WS-MONTH-END             PIC 9(8) VALUE ZERO.
    01 WS-MONTH-DAYS            PIC 9(2) VALUE ZERO.
    01 WS-THROUGH-DATE          PIC 9(8) VALUE ZERO.
    01 WS-RECORD-DAY            PIC 9(2) VALUE ZERO.
    01 WS-REPORT-PAGE           PIC 9(4) VALUE ZERO.
    01 WS-DAY-SUB               PIC 9(2) VALUE ZERO.
    01 WS-SCH-SUB               PIC 9(3) VALUE ZERO.
    01 WS-MISS-LINES            PIC 9(5) VALUE ZERO.
    01 WS-ON-TIME-PCT           PIC 9(3)V99 VALUE ZERO.

    01 WS-TOTAL-EXPECTED        PIC 9(6) VALUE ZERO.
    01 WS-TOTAL-ON-TIME         PIC 9(6) VALUE ZERO.
    01 WS-TOTAL-LATE            PIC 9(6) VALUE ZERO.
    01 WS-TOTAL-MISSING         PIC 9(6) VALUE ZERO.

    01 WS-TABLE-FULL-SW         PIC X VALUE 'N'.
        88 WS-TABLE-FULL            VALUE 'Y'.

*> One entry per department on the schedule, plus any department
*> no longer on it that still has misses logged in the month; each
*> day of the month carries the worst outcome logged for it.
    01 WS-SCHEDULE-TABLE.
        05 WS-SCH-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-SCH-MAX            PIC 9(3) VALUE 50.
        05 WS-SCH-ENTRY OCCURS 50 TIMES.
            10 WS-SCH-SYSTEM         PIC X(8).
            10 WS-SCH-SLOT           PIC 9.
            10 WS-SCH-DAYS           PIC X(7).
            10 WS-SCH-DAY-TABLE REDEFINES WS-SCH-DAYS.
                15 WS-SCH-DAY        PIC X OCCURS 7 TIMES.
            10 WS-SCH-CUTOFF         PIC 9(4).
            10 WS-SCH-STATUS         PIC X(8).
                88 WS-SCH-ACTIVE         VALUE "ACTIVE".
            10 WS-SCH-ADDED-DATE     PIC 9(8).
            10 WS-SCH-EXPECTED       PIC 9(3).
            10 WS-SCH-ON-TIME        PIC 9(3).
            10 WS-SCH-LATE           PIC 9(3).
            10 WS-SCH-MISSING        PIC 9(3).
            10 WS-SCH-OUTCOME        PIC X OCCURS 31 TIMES.
                88 WS-SCH-DAY-CLEAN      VALUE SPACE.
                88 WS-SCH-DAY-LATE       VALUE 'L'.
                88 WS-SCH-DAY-MISSING    VALUE 'M'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-SCHED" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    EVALUATE TRUE
        WHEN WS-LIST-MODE
            PERFORM LIST-FEED-SCHEDULE
        WHEN WS-REPORT-MODE
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM PRODUCE-ON-TIME-REPORT
        WHEN OTHER
            PERFORM SIGN-ON-OPERATOR
            IF NOT MSG-SIGNED-ON
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "SCHEDULE" TO MSG-FUNCTION-NAME
                PERFORM CHECK-FUNCTION-AUTH
                IF NOT MSG-AUTHORIZED
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM READ-BUSINESS-CALENDAR
                    PERFORM MAINTAIN-FEED-SCHEDULE
                END-IF
            END-IF
    END-EVALUATE
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
    .

PROMPT-RUN-MODE.
    DISPLAY "List the feed schedule, add or change a department,"
    DISPLAY "delete a department, or print the on-time report?"
    DISPLAY "(L = list, A = add/change, D = delete, R = report): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "ladr" TO "LADR"
    IF WS-LIST-MODE OR WS-CHANGE-MODE OR WS-DELETE-MODE
            OR WS-REPORT-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L, A, D, or R."
    END-IF
    .

LIST-FEED-SCHEDULE.
    OPEN INPUT MATH-SCHEDULE-FILE
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
        DISPLAY "The expected-feed schedule (mathsched.dat) does"
            " not exist yet -- no department is scheduled."
    ELSE
        DISPLAY " "
        DISPLAY "===== Expected-Feed Schedule ====="
        DISPLAY "SYSTEM    SLOT  DAYS     CUTOFF  STATUS    ADDED"
            "     CHANGED   BY"
        PERFORM LIST-ONE-SCHEDULE-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-SCHEDULE-FILE
        DISPLAY " "
        DISPLAY WS-LISTED-COUNT " department(s) on the schedule."
        DISPLAY "Sending days run Monday to Sunday."
        DISPLAY "=================================="
    END-IF
    .

LIST-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            DISPLAY MSH-SENDING-SYSTEM "  " MSH-FEED-SLOT "     "
                MSH-EXPECTED-DAYS "  " MSH-CUTOFF-TIME "    "
                MSH-STATUS "  " MSH-ADDED-DATE "  "
                MSH-CHANGED-DATE "  " MSH-CHANGED-BY
            ADD 1 TO WS-LISTED-COUNT
    END-READ
    .

MAINTAIN-FEED-SCHEDULE.
    PERFORM GET-TARGET-SYSTEM
    IF WS-ENTRY-VALID
        PERFORM FIND-SCHEDULE-ENTRY
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        IF WS-CHANGE-MODE
            PERFORM GET-SCHEDULE-DETAILS
        ELSE
            IF NOT WS-ENTRY-FOUND
                DISPLAY "  " WS-TARGET-SYSTEM " is not on the feed"
                    " schedule."
                MOVE 'N' TO WS-ENTRY-VALID-SW
            END-IF
        END-IF
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
        IF WS-CONFIRM-ENTRY = 'Y'
            PERFORM REWRITE-FEED-SCHEDULE
            IF NOT WS-FILE-ERROR
                PERFORM LOG-SCHEDULE-CHANGE
            END-IF
        ELSE
            DISPLAY "Schedule unchanged -- mathsched.dat was not"
                " rewritten."
        END-IF
    ELSE
        IF NOT WS-FILE-ERROR
            DISPLAY "Schedule unchanged -- mathsched.dat was not"
                " rewritten."
        END-IF
    END-IF
    .

*> Each GET- paragraph leaves WS-ENTRY-VALID on only when there is
*> a change to confirm.
GET-TARGET-SYSTEM.
    DISPLAY "Sending system: " WITH NO ADVANCING
    MOVE SPACES TO WS-TARGET-SYSTEM
    ACCEPT WS-TARGET-SYSTEM
    MOVE 'N' TO WS-ENTRY-VALID-SW
    IF WS-TARGET-SYSTEM = SPACES
        DISPLAY "  No sending system was keyed."
    ELSE
        SET WS-ENTRY-VALID TO TRUE
    END-IF
    .

*> Scans the schedule for the department being maintained and notes
*> which department holds each slot; a schedule not yet on file is
*> an empty one.
FIND-SCHEDULE-ENTRY.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE SPACES TO WS-SLOT-OWNER-TABLE
    OPEN INPUT MATH-SCHEDULE-FILE
    EVALUATE WS-SCHEDULE-FILE-STATUS
        WHEN "00"
            PERFORM FIND-ONE-SCHEDULE-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-SCHEDULE-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-SCHEDULE-FILE"
                " (mathsched.dat), file status "
                WS-SCHEDULE-FILE-STATUS
                " -- the schedule was not touched."
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

FIND-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MSH-SENDING-SYSTEM = WS-TARGET-SYSTEM
                SET WS-ENTRY-FOUND TO TRUE
                MOVE MSH-FEED-SLOT TO WS-OLD-FEED-SLOT
                MOVE MSH-EXPECTED-DAYS TO WS-OLD-EXPECTED-DAYS
                MOVE MSH-CUTOFF-TIME TO WS-OLD-CUTOFF-TIME
                MOVE MSH-STATUS TO WS-OLD-STATUS
                MOVE MSH-ADDED-DATE TO WS-OLD-ADDED-DATE
            ELSE
                IF MSH-FEED-SLOT IS NUMERIC AND MSH-FEED-SLOT > ZERO
                    MOVE MSH-SENDING-SYSTEM
                        TO WS-SLOT-OWNER (MSH-FEED-SLOT)
                END-IF
            END-IF
    END-READ
    .

GET-SCHEDULE-DETAILS.
    DISPLAY " "
    IF WS-ENTRY-FOUND
        DISPLAY WS-TARGET-SYSTEM " is now scheduled in slot "
            WS-OLD-FEED-SLOT ", days " WS-OLD-EXPECTED-DAYS
            ", cutoff " WS-OLD-CUTOFF-TIME ", " WS-OLD-STATUS
        MOVE WS-OLD-ADDED-DATE TO WS-NEW-ADDED-DATE
    ELSE
        DISPLAY WS-TARGET-SYSTEM " is not on the schedule yet --"
            " it will be added."
        MOVE MCL-BUSINESS-DATE TO WS-NEW-ADDED-DATE
    END-IF
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-FEED-SLOT UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-EXPECTED-DAYS UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-CUTOFF-TIME UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-SCHEDULE-STATUS UNTIL WS-ENTRY-VALID
    IF WS-ENTRY-FOUND
            AND WS-NEW-FEED-SLOT = WS-OLD-FEED-SLOT
            AND WS-NEW-EXPECTED-DAYS = WS-OLD-EXPECTED-DAYS
            AND WS-NEW-CUTOFF-TIME = WS-OLD-CUTOFF-TIME
            AND WS-NEW-STATUS = WS-OLD-STATUS
        DISPLAY "  The schedule entry is unchanged."
        MOVE 'N' TO WS-ENTRY-VALID-SW
    END-IF
    .

PROMPT-FEED-SLOT.
    DISPLAY "Feed slot it sends into (1-9, for mathtran1.dat to"
        " mathtran9.dat): " WITH NO ADVANCING
    MOVE SPACE TO WS-SLOT-ENTRY
    ACCEPT WS-SLOT-ENTRY
    IF WS-SLOT-ENTRY IS NUMERIC AND WS-SLOT-ENTRY NOT = "0"
        MOVE WS-SLOT-ENTRY TO WS-NEW-FEED-SLOT
        IF WS-SLOT-OWNER (WS-NEW-FEED-SLOT) = SPACES
            SET WS-ENTRY-VALID TO TRUE
        ELSE
            DISPLAY "  Slot " WS-NEW-FEED-SLOT " is already"
                " scheduled for " WS-SLOT-OWNER (WS-NEW-FEED-SLOT)
                " -- choose another slot."
        END-IF
    ELSE
        DISPLAY "  Invalid entry -- please key a slot from 1 to 9."
    END-IF
    .

PROMPT-EXPECTED-DAYS.
    DISPLAY "Sending days, one Y or N per day from Monday to"
    DISPLAY "Sunday (for example YYYYYNN): " WITH NO ADVANCING
    MOVE SPACES TO WS-NEW-EXPECTED-DAYS
    ACCEPT WS-NEW-EXPECTED-DAYS
    INSPECT WS-NEW-EXPECTED-DAYS CONVERTING "yn" TO "YN"
    SET WS-ENTRY-VALID TO TRUE
    PERFORM CHECK-ONE-DAY-FLAG
        VARYING WS-WEEK-SUB FROM 1 BY 1 UNTIL WS-WEEK-SUB > 7
    IF WS-ENTRY-VALID AND WS-NEW-EXPECTED-DAYS = "NNNNNNN"
        DISPLAY "  At least one day must be a sending day -- suspend"
            " the department instead."
        MOVE 'N' TO WS-ENTRY-VALID-SW
    END-IF
    .

CHECK-ONE-DAY-FLAG.
    IF WS-NEW-EXPECTED-DAYS (WS-WEEK-SUB:1) NOT = 'Y'
            AND WS-NEW-EXPECTED-DAYS (WS-WEEK-SUB:1) NOT = 'N'
        IF WS-ENTRY-VALID
            DISPLAY "  Invalid entry -- key seven Y or N flags."
        END-IF
        MOVE 'N' TO WS-ENTRY-VALID-SW
    END-IF
    .

PROMPT-CUTOFF-TIME.
    DISPLAY "Cutoff time its header must be cut by (HHMM): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-CUTOFF-ENTRY
    ACCEPT WS-CUTOFF-ENTRY
    IF WS-CUTOFF-ENTRY IS NUMERIC
            AND WS-CUTOFF-HOURS <= 23
            AND WS-CUTOFF-MINUTES <= 59
        MOVE WS-CUTOFF-ENTRY TO WS-NEW-CUTOFF-TIME
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please key a time from 0000 to"
            " 2359."
    END-IF
    .

PROMPT-SCHEDULE-STATUS.
    DISPLAY "Status (A = active, S = suspended): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-STATUS-ENTRY
    ACCEPT WS-STATUS-ENTRY
    INSPECT WS-STATUS-ENTRY CONVERTING "as" TO "AS"
    EVALUATE WS-STATUS-ENTRY
        WHEN 'A'
            MOVE "ACTIVE" TO WS-NEW-STATUS
            SET WS-ENTRY-VALID TO TRUE
        WHEN 'S'
            MOVE "SUSPEND" TO WS-NEW-STATUS
            SET WS-ENTRY-VALID TO TRUE
        WHEN OTHER
            DISPLAY "  Invalid entry -- please answer A or S."
    END-EVALUATE
    .

PROMPT-CONFIRM-ENTRY.
    IF WS-CHANGE-MODE
        DISPLAY "Schedule " WS-TARGET-SYSTEM " in slot "
            WS-NEW-FEED-SLOT ", days " WS-NEW-EXPECTED-DAYS
            ", cutoff " WS-NEW-CUTOFF-TIME ", " WS-NEW-STATUS
            "? (Y/N): " WITH NO ADVANCING
    ELSE
        DISPLAY "Delete " WS-TARGET-SYSTEM " from the feed schedule?"
            " (Y/N): " WITH NO ADVANCING
    END-IF
    MOVE SPACE TO WS-CONFIRM-ENTRY
    ACCEPT WS-CONFIRM-ENTRY
    INSPECT WS-CONFIRM-ENTRY CONVERTING "yn" TO "YN"
    IF WS-CONFIRM-ENTRY = 'Y' OR WS-CONFIRM-ENTRY = 'N'
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer Y or N."
    END-IF
    .

*> The department being changed is rewritten in place, or goes on
*> the end when it is new; the department being deleted is dropped.
REWRITE-FEED-SCHEDULE.
    PERFORM COPY-SCHEDULE-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM REBUILD-FEED-SCHEDULE
    END-IF
    .

COPY-SCHEDULE-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN OUTPUT MATH-SCHEDULE-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-SCHEDULE-WORK-FILE"
            " (mathschedwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the schedule was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN INPUT MATH-SCHEDULE-FILE
        EVALUATE WS-SCHEDULE-FILE-STATUS
            WHEN "00"
                PERFORM COPY-ONE-SCHEDULE-ENTRY UNTIL WS-END-OF-FILE
                CLOSE MATH-SCHEDULE-FILE
            WHEN "35"
                CONTINUE
            WHEN OTHER
                DISPLAY "ERROR: unable to open MATH-SCHEDULE-FILE"
                    " (mathsched.dat), file status "
                    WS-SCHEDULE-FILE-STATUS
                    " -- the schedule was not touched."
                SET WS-FILE-ERROR TO TRUE
        END-EVALUATE
        CLOSE MATH-SCHEDULE-WORK-FILE
    END-IF
    .

COPY-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-SCHEDULE-RECORD TO MATH-SCHEDULE-WORK-RECORD
            WRITE MATH-SCHEDULE-WORK-RECORD
    END-READ
    .

REBUILD-FEED-SCHEDULE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-SCHEDULE-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-SCHEDULE-WORK-FILE"
            " (mathschedwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the schedule was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-SCHEDULE-FILE
        IF WS-SCHEDULE-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite MATH-SCHEDULE-FILE"
                " (mathsched.dat), file status "
                WS-SCHEDULE-FILE-STATUS
            DISPLAY "       -- the full schedule is preserved in"
                " mathschedwk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-SCHEDULE-WORK-FILE
        ELSE
            PERFORM REBUILD-ONE-SCHEDULE-ENTRY UNTIL WS-END-OF-FILE
            IF WS-CHANGE-MODE AND WS-MATCHED-COUNT = ZERO
                    AND NOT WS-FILE-ERROR
                PERFORM BUILD-NEW-SCHEDULE-ENTRY
                PERFORM WRITE-SCHEDULE-ENTRY
            END-IF
            CLOSE MATH-SCHEDULE-WORK-FILE
            CLOSE MATH-SCHEDULE-FILE
        END-IF
    END-IF
    .

REBUILD-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-SCHEDULE-WORK-RECORD TO MATH-SCHEDULE-RECORD
            IF MSH-SENDING-SYSTEM = WS-TARGET-SYSTEM
                ADD 1 TO WS-MATCHED-COUNT
                IF WS-CHANGE-MODE AND WS-MATCHED-COUNT = 1
                    PERFORM BUILD-NEW-SCHEDULE-ENTRY
                    PERFORM WRITE-SCHEDULE-ENTRY
                END-IF
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                PERFORM WRITE-SCHEDULE-ENTRY
            END-IF
    END-READ
    .

BUILD-NEW-SCHEDULE-ENTRY.
    MOVE SPACES TO MATH-SCHEDULE-RECORD
    MOVE WS-TARGET-SYSTEM TO MSH-SENDING-SYSTEM
    MOVE WS-NEW-FEED-SLOT TO MSH-FEED-SLOT
    MOVE WS-NEW-EXPECTED-DAYS TO MSH-EXPECTED-DAYS
    MOVE WS-NEW-CUTOFF-TIME TO MSH-CUTOFF-TIME
    MOVE WS-NEW-STATUS TO MSH-STATUS
    MOVE WS-NEW-ADDED-DATE TO MSH-ADDED-DATE
    MOVE WS-TODAY-DATE TO MSH-CHANGED-DATE
    MOVE MSG-OPERATOR-ID TO MSH-CHANGED-BY
    .

WRITE-SCHEDULE-ENTRY.
    WRITE MATH-SCHEDULE-RECORD
    IF WS-SCHEDULE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-SCHEDULE-FILE"
            " (mathsched.dat), file status " WS-SCHEDULE-FILE-STATUS
        DISPLAY "       -- the full schedule is preserved in"
            " mathschedwk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

LOG-SCHEDULE-CHANGE.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    EVALUATE TRUE
        WHEN WS-DELETE-MODE
            STRING "removed "                DELIMITED BY SIZE
                   WS-TARGET-SYSTEM           DELIMITED BY SIZE
                   " from the feed schedule"  DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY WS-TARGET-SYSTEM " is no longer on the feed"
                " schedule."
        WHEN WS-ENTRY-FOUND
            STRING "changed "                DELIMITED BY SIZE
                   WS-TARGET-SYSTEM           DELIMITED BY SIZE
                   " slot "                   DELIMITED BY SIZE
                   WS-NEW-FEED-SLOT           DELIMITED BY SIZE
                   " days "                   DELIMITED BY SIZE
                   WS-NEW-EXPECTED-DAYS       DELIMITED BY SIZE
                   " cutoff "                 DELIMITED BY SIZE
                   WS-NEW-CUTOFF-TIME         DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-NEW-STATUS              DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY "The schedule entry for " WS-TARGET-SYSTEM
                " is changed."
        WHEN OTHER
            STRING "added "                  DELIMITED BY SIZE
                   WS-TARGET-SYSTEM           DELIMITED BY SIZE
                   " slot "                   DELIMITED BY SIZE
                   WS-NEW-FEED-SLOT           DELIMITED BY SIZE
                   " days "                   DELIMITED BY SIZE
                   WS-NEW-EXPECTED-DAYS       DELIMITED BY SIZE
                   " cutoff "                 DELIMITED BY SIZE
                   WS-NEW-CUTOFF-TIME         DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-NEW-STATUS              DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY WS-TARGET-SYSTEM " is added to the feed schedule,"
                " expected from " WS-NEW-ADDED-DATE "."
    END-EVALUATE
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

*> The month is counted through the day before the current business
*> date at most -- the business date itself may not have been
*> consolidated yet.
PRODUCE-ON-TIME-REPORT.
    DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
    ACCEPT WS-REPORT-MONTH
    COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-MONTH-START) NOT = ZERO
        DISPLAY "ERROR: " WS-REPORT-MONTH " is not a valid report"
            " month -- key it as YYYYMM."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SET-REPORT-WINDOW
        PERFORM LOAD-SCHEDULE-TABLE
        IF NOT WS-FILE-ERROR
            PERFORM TALLY-FEED-MISSES
        END-IF
        IF NOT WS-FILE-ERROR
            IF WS-THROUGH-DATE >= WS-MONTH-START
                PERFORM COUNT-ONE-REPORT-DAY
                    VARYING WS-DAY-SUB FROM 1 BY 1
                    UNTIL WS-DAY-SUB > WS-MONTH-DAYS
            END-IF
            PERFORM PRINT-ON-TIME-REPORT
        END-IF
        IF NOT WS-FILE-ERROR
            IF WS-TOTAL-LATE > ZERO OR WS-TOTAL-MISSING > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY " "
            DISPLAY "On time " WS-TOTAL-ON-TIME " of "
                WS-TOTAL-EXPECTED " expected feed(s); late "
                WS-TOTAL-LATE ", missing " WS-TOTAL-MISSING "."
            DISPLAY "The on-time report for " WS-REPORT-MONTH
                " is in mathontm.dat."
        END-IF
    END-IF
    .

SET-REPORT-WINDOW.
    IF FUNCTION MOD(WS-REPORT-MONTH, 100) = 12
        COMPUTE WS-NEXT-MONTH = WS-REPORT-MONTH + 89
    ELSE
        COMPUTE WS-NEXT-MONTH = WS-REPORT-MONTH + 1
    END-IF
    COMPUTE WS-MONTH-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH * 100 + 1)
        - FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
    COMPUTE WS-MONTH-END = WS-MONTH-START + WS-MONTH-DAYS - 1
    IF MCL-BUSINESS-DATE > WS-MONTH-END
        MOVE WS-MONTH-END TO WS-THROUGH-DATE
    ELSE
        COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (MCL-BUSINESS-DATE) - 1)
    END-IF
    .

LOAD-SCHEDULE-TABLE.
    MOVE 'N' TO WS-EOF-SW
    INITIALIZE WS-SCHEDULE-TABLE
    MOVE 50 TO WS-SCH-MAX
    OPEN INPUT MATH-SCHEDULE-FILE
    EVALUATE WS-SCHEDULE-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-SCHEDULE-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-SCHEDULE-FILE
        WHEN "35"
            DISPLAY "WARNING: no expected-feed schedule on file"
                " (mathsched.dat)"
            DISPLAY "         -- only logged misses can be"
                " reported."
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-SCHEDULE-FILE"
                " (mathsched.dat), file status "
                WS-SCHEDULE-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

LOAD-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-SCH-COUNT < WS-SCH-MAX
                ADD 1 TO WS-SCH-COUNT
                MOVE MSH-SENDING-SYSTEM
                    TO WS-SCH-SYSTEM (WS-SCH-COUNT)
                MOVE MSH-FEED-SLOT TO WS-SCH-SLOT (WS-SCH-COUNT)
                MOVE MSH-EXPECTED-DAYS TO WS-SCH-DAYS (WS-SCH-COUNT)
                MOVE MSH-CUTOFF-TIME TO WS-SCH-CUTOFF (WS-SCH-COUNT)
                MOVE MSH-STATUS TO WS-SCH-STATUS (WS-SCH-COUNT)
                MOVE MSH-ADDED-DATE
                    TO WS-SCH-ADDED-DATE (WS-SCH-COUNT)
            ELSE
                PERFORM WARN-TABLE-FULL
            END-IF
    END-READ
    .

WARN-TABLE-FULL.
    IF NOT WS-TABLE-FULL
        DISPLAY "WARNING: more than " WS-SCH-MAX " departments to"
            " report -- the rest are left off."
        SET WS-TABLE-FULL TO TRUE
    END-IF
    .

TALLY-FEED-MISSES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-FEED-MISS-FILE
    EVALUATE WS-FEEDMISS-FILE-STATUS
        WHEN "00"
            PERFORM TALLY-ONE-FEED-MISS UNTIL WS-END-OF-FILE
            CLOSE MATH-FEED-MISS-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-FEED-MISS-FILE"
                " (mathfmiss.dat), file status "
                WS-FEEDMISS-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

TALLY-ONE-FEED-MISS.
    READ MATH-FEED-MISS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MFM-BUSINESS-DATE IS NUMERIC
                    AND MFM-BUSINESS-DATE >= WS-MONTH-START
                    AND MFM-BUSINESS-DATE <= WS-THROUGH-DATE
                    AND (MFM-LATE OR MFM-MISSING)
                PERFORM FIND-MISS-DEPARTMENT
                IF WS-ENTRY-FOUND
                    PERFORM MARK-MISS-OUTCOME
                END-IF
            END-IF
    END-READ
    .

*> A department no longer on the schedule is added to the table so
*> its misses are still reported.
FIND-MISS-DEPARTMENT.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    PERFORM FIND-ONE-MISS-DEPARTMENT
        VARYING WS-SCH-SUB FROM 1 BY 1
        UNTIL WS-SCH-SUB > WS-SCH-COUNT OR WS-ENTRY-FOUND
    IF WS-ENTRY-FOUND
        SUBTRACT 1 FROM WS-SCH-SUB
    ELSE
        IF WS-SCH-COUNT < WS-SCH-MAX
            ADD 1 TO WS-SCH-COUNT
            MOVE WS-SCH-COUNT TO WS-SCH-SUB
            MOVE MFM-SENDING-SYSTEM TO WS-SCH-SYSTEM (WS-SCH-SUB)
            MOVE MFM-FEED-SLOT TO WS-SCH-SLOT (WS-SCH-SUB)
            MOVE "-------" TO WS-SCH-DAYS (WS-SCH-SUB)
            MOVE MFM-CUTOFF-TIME TO WS-SCH-CUTOFF (WS-SCH-SUB)
            MOVE "REMOVED" TO WS-SCH-STATUS (WS-SCH-SUB)
            SET WS-ENTRY-FOUND TO TRUE
        ELSE
            PERFORM WARN-TABLE-FULL
        END-IF
    END-IF
    .

FIND-ONE-MISS-DEPARTMENT.
    IF WS-SCH-SYSTEM (WS-SCH-SUB) = MFM-SENDING-SYSTEM
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    .

*> A late line outranks a missing one for the same day.
MARK-MISS-OUTCOME.
    COMPUTE WS-RECORD-DAY = MFM-BUSINESS-DATE - WS-MONTH-START + 1
    EVALUATE TRUE
        WHEN MFM-LATE
                AND WS-SCH-DAY-MISSING (WS-SCH-SUB, WS-RECORD-DAY)
            SET WS-SCH-DAY-LATE (WS-SCH-SUB, WS-RECORD-DAY) TO TRUE
            SUBTRACT 1 FROM WS-SCH-MISSING (WS-SCH-SUB)
            ADD 1 TO WS-SCH-LATE (WS-SCH-SUB)
        WHEN MFM-LATE
                AND WS-SCH-DAY-CLEAN (WS-SCH-SUB, WS-RECORD-DAY)
            SET WS-SCH-DAY-LATE (WS-SCH-SUB, WS-RECORD-DAY) TO TRUE
            ADD 1 TO WS-SCH-LATE (WS-SCH-SUB)
        WHEN MFM-MISSING
                AND WS-SCH-DAY-CLEAN (WS-SCH-SUB, WS-RECORD-DAY)
            SET WS-SCH-DAY-MISSING (WS-SCH-SUB, WS-RECORD-DAY)
                TO TRUE
            ADD 1 TO WS-SCH-MISSING (WS-SCH-SUB)
    END-EVALUATE
    .

COUNT-ONE-REPORT-DAY.
    COMPUTE MCL-CHECK-DATE = WS-MONTH-START + WS-DAY-SUB - 1
    IF MCL-CHECK-DATE <= WS-THROUGH-DATE
        PERFORM CHECK-WORKING-DAY
        IF MCL-WORKING-DAY
            PERFORM COUNT-ONE-EXPECTED-FEED
                VARYING WS-SCH-SUB FROM 1 BY 1
                UNTIL WS-SCH-SUB > WS-SCH-COUNT
        END-IF
    END-IF
    .

COUNT-ONE-EXPECTED-FEED.
    IF WS-SCH-ACTIVE (WS-SCH-SUB)
            AND WS-SCH-DAY (WS-SCH-SUB, MCL-WEEKDAY) = 'Y'
            AND MCL-CHECK-DATE >= WS-SCH-ADDED-DATE (WS-SCH-SUB)
        ADD 1 TO WS-SCH-EXPECTED (WS-SCH-SUB)
        IF WS-SCH-DAY-CLEAN (WS-SCH-SUB, WS-DAY-SUB)
            ADD 1 TO WS-SCH-ON-TIME (WS-SCH-SUB)
        END-IF
    END-IF
    .

PRINT-ON-TIME-REPORT.
    OPEN OUTPUT MATH-ON-TIME-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-ON-TIME-REPORT-FILE"
            " (mathontm.dat), file status " WS-REPORT-FILE-STATUS
        SET WS-FILE-ERROR TO TRUE
    ELSE
        PERFORM PRINT-ON-TIME-HEADINGS
        PERFORM PRINT-DEPARTMENT-LINE
            VARYING WS-SCH-SUB FROM 1 BY 1
            UNTIL WS-SCH-SUB > WS-SCH-COUNT
        PERFORM PRINT-ON-TIME-TOTAL
        PERFORM PRINT-MISS-LINES
        CLOSE MATH-ON-TIME-REPORT-FILE
    END-IF
    .

PRINT-ON-TIME-HEADINGS.
    ADD 1 TO WS-REPORT-PAGE
    MOVE WS-REPORT-MONTH TO MOH-MONTH
    MOVE WS-THROUGH-DATE TO MOH-THROUGH-DATE
    MOVE WS-REPORT-PAGE TO MOH-PAGE
    MOVE MOT-REPORT-HEADING1 TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE SPACES TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE MOT-REPORT-HEADING2 TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE SPACES TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    .

PRINT-DEPARTMENT-LINE.
    MOVE WS-SCH-SYSTEM (WS-SCH-SUB) TO MOT-SENDING-SYSTEM
    MOVE WS-SCH-SLOT (WS-SCH-SUB) TO MOT-FEED-SLOT
    MOVE WS-SCH-DAYS (WS-SCH-SUB) TO MOT-EXPECTED-DAYS
    MOVE WS-SCH-CUTOFF (WS-SCH-SUB) TO MOT-CUTOFF-TIME
    MOVE WS-SCH-STATUS (WS-SCH-SUB) TO MOT-STATUS
    MOVE WS-SCH-EXPECTED (WS-SCH-SUB) TO MOT-EXPECTED
    MOVE WS-SCH-ON-TIME (WS-SCH-SUB) TO MOT-ON-TIME
    MOVE WS-SCH-LATE (WS-SCH-SUB) TO MOT-LATE
    MOVE WS-SCH-MISSING (WS-SCH-SUB) TO MOT-MISSING
    IF WS-SCH-EXPECTED (WS-SCH-SUB) > ZERO
        COMPUTE WS-ON-TIME-PCT ROUNDED =
            WS-SCH-ON-TIME (WS-SCH-SUB) * 100
            / WS-SCH-EXPECTED (WS-SCH-SUB)
    ELSE
        MOVE ZERO TO WS-ON-TIME-PCT
    END-IF
    MOVE WS-ON-TIME-PCT TO MOT-ON-TIME-PCT
    MOVE MOT-REPORT-DETAIL TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    ADD WS-SCH-EXPECTED (WS-SCH-SUB) TO WS-TOTAL-EXPECTED
    ADD WS-SCH-ON-TIME (WS-SCH-SUB) TO WS-TOTAL-ON-TIME
    ADD WS-SCH-LATE (WS-SCH-SUB) TO WS-TOTAL-LATE
    ADD WS-SCH-MISSING (WS-SCH-SUB) TO WS-TOTAL-MISSING
    .

PRINT-ON-TIME-TOTAL.
    MOVE SPACES TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE "ALL DEPARTMENTS" TO MOX-LABEL
    MOVE WS-TOTAL-EXPECTED TO MOX-EXPECTED
    MOVE WS-TOTAL-ON-TIME TO MOX-ON-TIME
    MOVE WS-TOTAL-LATE TO MOX-LATE
    MOVE WS-TOTAL-MISSING TO MOX-MISSING
    IF WS-TOTAL-EXPECTED > ZERO
        COMPUTE WS-ON-TIME-PCT ROUNDED =
            WS-TOTAL-ON-TIME * 100 / WS-TOTAL-EXPECTED
    ELSE
        MOVE ZERO TO WS-ON-TIME-PCT
    END-IF
    MOVE WS-ON-TIME-PCT TO MOX-ON-TIME-PCT
    MOVE MOT-REPORT-TOTAL TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    .

PRINT-MISS-LINES.
    MOVE SPACES TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE MOT-MISS-HEADING1 TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE MOT-MISS-HEADING2 TO MATH-ON-TIME-REPORT-RECORD
    WRITE MATH-ON-TIME-REPORT-RECORD
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-FEED-MISS-FILE
    IF WS-FEEDMISS-FILE-STATUS = "00"
        PERFORM PRINT-ONE-MISS-LINE UNTIL WS-END-OF-FILE
        CLOSE MATH-FEED-MISS-FILE
    END-IF
    IF WS-MISS-LINES = ZERO
        MOVE MOT-NO-MISS-LINE TO MATH-ON-TIME-REPORT-RECORD
        WRITE MATH-ON-TIME-REPORT-RECORD
    END-IF
    .

PRINT-ONE-MISS-LINE.
    READ MATH-FEED-MISS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MFM-BUSINESS-DATE IS NUMERIC
                    AND MFM-BUSINESS-DATE >= WS-MONTH-START
                    AND MFM-BUSINESS-DATE <= WS-THROUGH-DATE
                    AND (MFM-LATE OR MFM-MISSING)
                ADD 1 TO WS-MISS-LINES
                MOVE MFM-BUSINESS-DATE TO MOM-BUSINESS-DATE
                MOVE MFM-SENDING-SYSTEM TO MOM-SENDING-SYSTEM
                MOVE MFM-FEED-SLOT TO MOM-FEED-SLOT
                MOVE MFM-MISS-TYPE TO MOM-MISS-TYPE
                MOVE MFM-CUTOFF-TIME TO MOM-CUTOFF-TIME
                IF MFM-LATE
                    MOVE MFM-CREATE-DATE TO MOM-CREATE-DATE
                    MOVE MFM-CREATE-TIME TO MOM-CREATE-TIME
                ELSE
                    MOVE SPACES TO MOM-CREATE-DATE
                    MOVE SPACES TO MOM-CREATE-TIME
                END-IF
                MOVE MFM-DECISION TO MOM-DECISION
                MOVE MFM-RECORDED-DATE TO MOM-RECORDED-DATE
                MOVE MOT-MISS-DETAIL TO MATH-ON-TIME-REPORT-RECORD
                WRITE MATH-ON-TIME-REPORT-RECORD
            END-IF
    END-READ
    .

COPY MATHCLP.

COPY MATHSGP.
