*> Author:      Renato D. Mejilla
*> Description: Maintenance and daily roll of the processing calendar
*>              (mathcal.dat, COPY MATHCAL) that WS-MATH-EDIT,
*>              WS-MATH-BATCH, WS-MATH-RECON, WS-MATH-EXTRACT, and
*>              WS-MATH-STATUS take their business date from. Roll
*>              mode is the last step of the nightly stream: it
*>              checks the run-control register (COPY MATHRUN) and
*>              moves the business date forward to the next working
*>              day only when the current one has completed and
*>              balanced end-to-end, so a failed night leaves the
*>              stream on the same business date for the rerun, and
*>              a Monday catch-up of Friday's feeds still lands under
*>              Friday. List mode shows the business date, when it
*>              was last rolled, the working week, and the holidays.
*>              The other modes change the calendar and need the
*>              CALENDAR function (COPY MATHSEC) after sign-on: set
*>              the business date outright (first installation, or
*>              recovery after a catch-up), key or delete a holiday,
*>              and set which weekdays are working days. Every change
*>              is written to the security log (COPY MATHSLG), and
*>              the calendar is rewritten through a work file
*>              (mathcalwk.dat), like every other register rewrite,
*>              so it is only replaced after the whole pass
*>              completes clean. Ends with RETURN-CODE 0 on success,
*>              8 when the roll was refused because the business
*>              date has not balanced (or no calendar is set up),
*>              12 when the sign-on failed or the operator is not
*>              authorized, and 16 when a file could not be opened
*>              or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-CALENDAR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT MATH-CALENDAR-WORK-FILE ASSIGN TO "mathcalwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-RUN-CONTROL-FILE ASSIGN TO "mathruncl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    FD MATH-CALENDAR-WORK-FILE.
    01 MATH-CALENDAR-WORK-RECORD PIC X(61).

    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHCLW.
    COPY MATHRNW.
    COPY MATHSGW.

    01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
    01 WS-RUN-TIME              PIC 9(8) VALUE ZERO.
    01 WS-RUN-NUMBER            PIC 9(3) VALUE ZERO.
    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-ROLL-MODE             VALUE 'R'.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-SET-MODE              VALUE 'S'.
        88 WS-HOLIDAY-ADD-MODE      VALUE 'H'.
        88 WS-HOLIDAY-DELETE-MODE   VALUE 'D'.
        88 WS-WEEK-MODE             VALUE 'W'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-OLD-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
    01 WS-NEW-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
    01 WS-OLD-WORKING-WEEK      PIC X(7) VALUE SPACES.
    01 WS-NEW-WORKING-WEEK      PIC X(7) VALUE SPACES.
    01 WS-TARGET-HOLIDAY-DATE   PIC 9(8) VALUE ZERO.
    01 WS-TARGET-HOLIDAY-NAME   PIC X(30) VALUE SPACES.
    01 WS-WEEK-SUB              PIC 9 VALUE ZERO.

    01 WS-HOLIDAY-LISTED        PIC 9(5) VALUE ZERO.
    01 WS-HOLIDAY-MATCHED       PIC 9(5) VALUE ZERO.
    01 WS-HOLIDAY-KEPT          PIC 9(5) VALUE ZERO.

    01 WS-WEEKDAY-NAMES         PIC X(21)
                                    VALUE "MONTUEWEDTHUFRISATSUN".
    01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
        05 WS-WEEKDAY-NAME       PIC X(3) OCCURS 7 TIMES.
    01 WS-WEEK-DISPLAY          PIC X(28) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE "WS-MATH-CALENDAR" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    PERFORM READ-BUSINESS-CALENDAR
    EVALUATE TRUE
        WHEN WS-ROLL-MODE
            PERFORM ROLL-BUSINESS-DATE
        WHEN WS-LIST-MODE
            PERFORM LIST-CALENDAR
        WHEN OTHER
            PERFORM SIGN-ON-OPERATOR
            IF NOT MSG-SIGNED-ON
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "CALENDAR" TO MSG-FUNCTION-NAME
                PERFORM CHECK-FUNCTION-AUTH
                IF NOT MSG-AUTHORIZED
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM MAINTAIN-CALENDAR
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
    DISPLAY "Roll the business date, list the calendar, set the"
    DISPLAY "business date, add or delete a holiday, or set the"
    DISPLAY "working week?"
    DISPLAY "(R = roll, L = list, S = set date, H = add holiday,"
    DISPLAY " D = delete holiday, W = working week): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "rlshdw" TO "RLSHDW"
    IF WS-ROLL-MODE OR WS-LIST-MODE OR WS-SET-MODE
            OR WS-HOLIDAY-ADD-MODE OR WS-HOLIDAY-DELETE-MODE
            OR WS-WEEK-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer R, L, S, H, D,"
            " or W."
    END-IF
    .

ROLL-BUSINESS-DATE.
    IF NOT MCL-CALENDAR-FOUND
        DISPLAY "ERROR: no processing calendar is set up -- there is"
            " no business date to roll."
        DISPLAY "       -- set the business date with mode S first."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
        PERFORM SCAN-RUN-REGISTER
        IF NOT MRR-DAY-BALANCED
            DISPLAY "ERROR: business date " MCL-BUSINESS-DATE
                " has not completed and balanced end-to-end"
            DISPLAY "       -- the calendar was not rolled. Finish"
                " the cycle (or rerun it) before rolling."
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE MCL-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE
            MOVE MCL-BUSINESS-DATE TO MCL-CHECK-DATE
            PERFORM FIND-NEXT-WORKING-DAY
            IF MCL-NEXT-DATE = ZERO
                DISPLAY "ERROR: no working day falls within a year"
                    " of " WS-OLD-BUSINESS-DATE
                DISPLAY "       -- check the working week and the"
                    " holidays; the calendar was not rolled."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE MCL-NEXT-DATE TO WS-NEW-BUSINESS-DATE
                MOVE "WS-MATH-CALENDAR" TO MCL-ROLLED-BY
                PERFORM REWRITE-CALENDAR
                IF NOT WS-FILE-ERROR
                    DISPLAY " "
                    DISPLAY "Business date " WS-OLD-BUSINESS-DATE
                        " balanced -- the calendar is rolled to "
                        WS-NEW-BUSINESS-DATE "."
                END-IF
            END-IF
        END-IF
    END-IF
    .

LIST-CALENDAR.
    DISPLAY " "
    DISPLAY "===== Processing Calendar ====="
    IF NOT MCL-CALENDAR-FOUND
        DISPLAY "No business date is set -- the stream is running on"
            " the system date."
    ELSE
        DISPLAY "Current business date  : " MCL-BUSINESS-DATE
        DISPLAY "Rolled from            : " MCL-PRIOR-BUSINESS-DATE
        DISPLAY "Last rolled or set     : " MCL-ROLLED-DATE " "
            MCL-ROLLED-TIME " by " MCL-ROLLED-BY
    END-IF
    PERFORM FORMAT-WORKING-WEEK
    DISPLAY "Working days           : " WS-WEEK-DISPLAY
    DISPLAY "Holidays               :"
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CALENDAR-FILE
    IF WS-CALENDAR-FILE-STATUS = "00"
        PERFORM LIST-ONE-CALENDAR-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-CALENDAR-FILE
    END-IF
    IF WS-HOLIDAY-LISTED = ZERO
        DISPLAY "  (none keyed)"
    END-IF
    DISPLAY "==============================="
    .

LIST-ONE-CALENDAR-ENTRY.
    READ MATH-CALENDAR-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MCA-HOLIDAY-ENTRY
                ADD 1 TO WS-HOLIDAY-LISTED
                DISPLAY "  " MCA-HOLIDAY-DATE "  " MCA-HOLIDAY-NAME
            END-IF
    END-READ
    .

FORMAT-WORKING-WEEK.
    MOVE SPACES TO WS-WEEK-DISPLAY
    PERFORM FORMAT-ONE-WEEKDAY
        VARYING WS-WEEK-SUB FROM 1 BY 1 UNTIL WS-WEEK-SUB > 7
    .

FORMAT-ONE-WEEKDAY.
    IF MCL-WORKING-WEEKDAY (WS-WEEK-SUB) = 'Y'
        MOVE WS-WEEKDAY-NAME (WS-WEEK-SUB)
            TO WS-WEEK-DISPLAY (WS-WEEK-SUB * 4 - 3:3)
    ELSE
        MOVE "---" TO WS-WEEK-DISPLAY (WS-WEEK-SUB * 4 - 3:3)
    END-IF
    .

MAINTAIN-CALENDAR.
    EVALUATE TRUE
        WHEN WS-SET-MODE
            PERFORM GET-NEW-BUSINESS-DATE
        WHEN WS-HOLIDAY-ADD-MODE
            PERFORM GET-HOLIDAY-TO-ADD
        WHEN WS-HOLIDAY-DELETE-MODE
            PERFORM GET-HOLIDAY-TO-DELETE
        WHEN OTHER
            PERFORM GET-NEW-WORKING-WEEK
    END-EVALUATE
    IF WS-ENTRY-VALID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
        IF WS-CONFIRM-ENTRY = 'Y'
            MOVE ZERO TO WS-OLD-BUSINESS-DATE
            IF MCL-CALENDAR-FOUND
                MOVE MCL-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE
            END-IF
            MOVE MCL-WORKING-WEEK TO WS-OLD-WORKING-WEEK
            IF WS-SET-MODE
                MOVE MSG-OPERATOR-ID TO MCL-ROLLED-BY
            ELSE
                IF MCL-CALENDAR-FOUND
                    MOVE MCL-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
                ELSE
                    MOVE ZERO TO WS-NEW-BUSINESS-DATE
                END-IF
            END-IF
            IF WS-WEEK-MODE
                MOVE WS-NEW-WORKING-WEEK TO MCL-WORKING-WEEK
            END-IF
            PERFORM REWRITE-CALENDAR
            IF NOT WS-FILE-ERROR
                PERFORM LOG-CALENDAR-CHANGE
            END-IF
        ELSE
            DISPLAY "Calendar unchanged -- mathcal.dat was not"
                " rewritten."
        END-IF
    ELSE
        DISPLAY "Calendar unchanged -- mathcal.dat was not"
            " rewritten."
    END-IF
    .

*> Each GET- paragraph leaves WS-ENTRY-VALID on only when there is
*> a change to confirm.
GET-NEW-BUSINESS-DATE.
    DISPLAY " "
    IF MCL-CALENDAR-FOUND
        DISPLAY "The business date is now " MCL-BUSINESS-DATE "."
    END-IF
    DISPLAY "New business date (YYYYMMDD, 0 to leave it): "
        WITH NO ADVANCING
    MOVE ZERO TO WS-NEW-BUSINESS-DATE
    ACCEPT WS-NEW-BUSINESS-DATE
    MOVE 'N' TO WS-ENTRY-VALID-SW
    EVALUATE TRUE
        WHEN WS-NEW-BUSINESS-DATE = ZERO
            CONTINUE
        WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-BUSINESS-DATE)
                NOT = ZERO
            DISPLAY "  " WS-NEW-BUSINESS-DATE " is not a valid date."
        WHEN OTHER
            MOVE WS-NEW-BUSINESS-DATE TO MCL-CHECK-DATE
            PERFORM CHECK-WORKING-DAY
            IF MCL-WORKING-DAY
                SET WS-ENTRY-VALID TO TRUE
            ELSE
                DISPLAY "  " WS-NEW-BUSINESS-DATE " is not a working"
                    " day on the calendar -- key the working week"
                    " or holidays first."
            END-IF
    END-EVALUATE
    .

GET-HOLIDAY-TO-ADD.
    DISPLAY "Holiday date (YYYYMMDD): " WITH NO ADVANCING
    MOVE ZERO TO WS-TARGET-HOLIDAY-DATE
    ACCEPT WS-TARGET-HOLIDAY-DATE
    MOVE 'N' TO WS-ENTRY-VALID-SW
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-TARGET-HOLIDAY-DATE)
            NOT = ZERO
        DISPLAY "  " WS-TARGET-HOLIDAY-DATE " is not a valid date."
    ELSE
        IF MCL-CALENDAR-FOUND
                AND WS-TARGET-HOLIDAY-DATE = MCL-BUSINESS-DATE
            DISPLAY "  " WS-TARGET-HOLIDAY-DATE " is the current"
                " business date -- set a new business date first."
        ELSE
            DISPLAY "Holiday name: " WITH NO ADVANCING
            MOVE SPACES TO WS-TARGET-HOLIDAY-NAME
            ACCEPT WS-TARGET-HOLIDAY-NAME
            SET WS-ENTRY-VALID TO TRUE
        END-IF
    END-IF
    .

GET-HOLIDAY-TO-DELETE.
    DISPLAY "Holiday date to delete (YYYYMMDD): " WITH NO ADVANCING
    MOVE ZERO TO WS-TARGET-HOLIDAY-DATE
    ACCEPT WS-TARGET-HOLIDAY-DATE
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM FIND-ONE-HOLIDAY
        VARYING MCL-SUB FROM 1 BY 1
        UNTIL MCL-SUB > MCL-HOLIDAY-COUNT OR WS-ENTRY-VALID
    IF NOT WS-ENTRY-VALID
        DISPLAY "  No holiday is keyed for " WS-TARGET-HOLIDAY-DATE
            "."
    END-IF
    .

FIND-ONE-HOLIDAY.
    IF MCL-HOLIDAY-DATE (MCL-SUB) = WS-TARGET-HOLIDAY-DATE
        SET WS-ENTRY-VALID TO TRUE
    END-IF
    .

GET-NEW-WORKING-WEEK.
    PERFORM FORMAT-WORKING-WEEK
    DISPLAY "Working days now: " WS-WEEK-DISPLAY
    DISPLAY "New working week, one Y or N per day from Monday to"
    DISPLAY "Sunday (for example YYYYYNN): " WITH NO ADVANCING
    MOVE SPACES TO WS-NEW-WORKING-WEEK
    ACCEPT WS-NEW-WORKING-WEEK
    INSPECT WS-NEW-WORKING-WEEK CONVERTING "yn" TO "YN"
    MOVE 'N' TO WS-ENTRY-VALID-SW
    IF WS-NEW-WORKING-WEEK = MCL-WORKING-WEEK
        DISPLAY "  The working week is unchanged."
    ELSE
        SET WS-ENTRY-VALID TO TRUE
        PERFORM CHECK-ONE-WEEK-FLAG
            VARYING WS-WEEK-SUB FROM 1 BY 1 UNTIL WS-WEEK-SUB > 7
        IF WS-ENTRY-VALID AND WS-NEW-WORKING-WEEK = "NNNNNNN"
            DISPLAY "  At least one day must be a working day."
            MOVE 'N' TO WS-ENTRY-VALID-SW
        END-IF
    END-IF
    .

CHECK-ONE-WEEK-FLAG.
    IF WS-NEW-WORKING-WEEK (WS-WEEK-SUB:1) NOT = 'Y'
            AND WS-NEW-WORKING-WEEK (WS-WEEK-SUB:1) NOT = 'N'
        IF WS-ENTRY-VALID
            DISPLAY "  Invalid entry -- key seven Y or N flags."
        END-IF
        MOVE 'N' TO WS-ENTRY-VALID-SW
    END-IF
    .

PROMPT-CONFIRM-ENTRY.
    EVALUATE TRUE
        WHEN WS-SET-MODE
            DISPLAY "Set the business date to " WS-NEW-BUSINESS-DATE
                "? (Y/N): " WITH NO ADVANCING
        WHEN WS-HOLIDAY-ADD-MODE
            DISPLAY "Key " WS-TARGET-HOLIDAY-DATE " as a holiday?"
                " (Y/N): " WITH NO ADVANCING
        WHEN WS-HOLIDAY-DELETE-MODE
            DISPLAY "Delete the holiday on " WS-TARGET-HOLIDAY-DATE
                "? (Y/N): " WITH NO ADVANCING
        WHEN OTHER
            DISPLAY "Set the working week to " WS-NEW-WORKING-WEEK
                "? (Y/N): " WITH NO ADVANCING
    END-EVALUATE
    MOVE SPACE TO WS-CONFIRM-ENTRY
    ACCEPT WS-CONFIRM-ENTRY
    INSPECT WS-CONFIRM-ENTRY CONVERTING "yn" TO "YN"
    IF WS-CONFIRM-ENTRY = 'Y' OR WS-CONFIRM-ENTRY = 'N'
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer Y or N."
    END-IF
    .

*> The control and working-week records are written fresh from the
*> MCL-* fields and WS-NEW-BUSINESS-DATE; the holidays are carried
*> over from the old calendar, less the one being deleted or
*> replaced, and a holiday being keyed goes on the end.
REWRITE-CALENDAR.
    PERFORM COPY-CALENDAR-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM REBUILD-CALENDAR
    END-IF
    .

COPY-CALENDAR-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN OUTPUT MATH-CALENDAR-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-CALENDAR-WORK-FILE"
            " (mathcalwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the calendar was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN INPUT MATH-CALENDAR-FILE
        EVALUATE WS-CALENDAR-FILE-STATUS
            WHEN "00"
                PERFORM COPY-ONE-CALENDAR-ENTRY UNTIL WS-END-OF-FILE
                CLOSE MATH-CALENDAR-FILE
            WHEN "35"
                CONTINUE
            WHEN OTHER
                DISPLAY "ERROR: unable to open MATH-CALENDAR-FILE"
                    " (mathcal.dat), file status "
                    WS-CALENDAR-FILE-STATUS
                    " -- the calendar was not touched."
                SET WS-FILE-ERROR TO TRUE
        END-EVALUATE
        CLOSE MATH-CALENDAR-WORK-FILE
    END-IF
    .

COPY-ONE-CALENDAR-ENTRY.
    READ MATH-CALENDAR-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-CALENDAR-RECORD TO MATH-CALENDAR-WORK-RECORD
            WRITE MATH-CALENDAR-WORK-RECORD
    END-READ
    .

REBUILD-CALENDAR.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CALENDAR-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-CALENDAR-WORK-FILE"
            " (mathcalwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the calendar was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-CALENDAR-FILE
        IF WS-CALENDAR-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite MATH-CALENDAR-FILE"
                " (mathcal.dat), file status "
                WS-CALENDAR-FILE-STATUS
            DISPLAY "       -- the full calendar is preserved in"
                " mathcalwk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-CALENDAR-WORK-FILE
        ELSE
            PERFORM WRITE-CALENDAR-CONTROL
            PERFORM REBUILD-ONE-CALENDAR-ENTRY UNTIL WS-END-OF-FILE
            IF WS-HOLIDAY-ADD-MODE
                MOVE SPACES TO MATH-CALENDAR-RECORD
                MOVE 'H' TO MCA-RECORD-TYPE
                MOVE WS-TARGET-HOLIDAY-DATE TO MCA-HOLIDAY-DATE
                MOVE WS-TARGET-HOLIDAY-NAME TO MCA-HOLIDAY-NAME
                PERFORM WRITE-CALENDAR-ENTRY
            END-IF
            CLOSE MATH-CALENDAR-WORK-FILE
            CLOSE MATH-CALENDAR-FILE
        END-IF
    END-IF
    .

WRITE-CALENDAR-CONTROL.
    IF WS-NEW-BUSINESS-DATE > ZERO
        MOVE SPACES TO MATH-CALENDAR-RECORD
        MOVE 'C' TO MCA-RECORD-TYPE
        MOVE WS-NEW-BUSINESS-DATE TO MCA-BUSINESS-DATE
        IF WS-NEW-BUSINESS-DATE = WS-OLD-BUSINESS-DATE
            MOVE MCL-PRIOR-BUSINESS-DATE TO MCA-PRIOR-BUSINESS-DATE
            MOVE MCL-ROLLED-DATE TO MCA-ROLLED-DATE
            MOVE MCL-ROLLED-TIME TO MCA-ROLLED-TIME
        ELSE
            MOVE WS-OLD-BUSINESS-DATE TO MCA-PRIOR-BUSINESS-DATE
            MOVE WS-TODAY-DATE TO MCA-ROLLED-DATE
            MOVE WS-RUN-TIME TO MCA-ROLLED-TIME
        END-IF
        MOVE MCL-ROLLED-BY TO MCA-ROLLED-BY
        PERFORM WRITE-CALENDAR-ENTRY
    END-IF
    MOVE SPACES TO MATH-CALENDAR-RECORD
    MOVE 'W' TO MCA-RECORD-TYPE
    MOVE MCL-WORKING-WEEK TO MCA-WORKING-WEEK
    PERFORM WRITE-CALENDAR-ENTRY
    .

REBUILD-ONE-CALENDAR-ENTRY.
    READ MATH-CALENDAR-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-CALENDAR-WORK-RECORD TO MATH-CALENDAR-RECORD
            IF MCA-HOLIDAY-ENTRY
                IF MCA-HOLIDAY-DATE = WS-TARGET-HOLIDAY-DATE
                        AND (WS-HOLIDAY-ADD-MODE
                            OR WS-HOLIDAY-DELETE-MODE)
                    ADD 1 TO WS-HOLIDAY-MATCHED
                ELSE
                    ADD 1 TO WS-HOLIDAY-KEPT
                    PERFORM WRITE-CALENDAR-ENTRY
                END-IF
            END-IF
    END-READ
    .

WRITE-CALENDAR-ENTRY.
    WRITE MATH-CALENDAR-RECORD
    IF WS-CALENDAR-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-CALENDAR-FILE"
            " (mathcal.dat), file status " WS-CALENDAR-FILE-STATUS
        DISPLAY "       -- the full calendar is preserved in"
            " mathcalwk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

LOG-CALENDAR-CHANGE.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    EVALUATE TRUE
        WHEN WS-SET-MODE
            STRING "business date set to "   DELIMITED BY SIZE
                   WS-NEW-BUSINESS-DATE       DELIMITED BY SIZE
                   " (was "                   DELIMITED BY SIZE
                   WS-OLD-BUSINESS-DATE       DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY "The business date is now " WS-NEW-BUSINESS-DATE
                "."
        WHEN WS-HOLIDAY-ADD-MODE
            STRING "holiday keyed "          DELIMITED BY SIZE
                   WS-TARGET-HOLIDAY-DATE     DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TARGET-HOLIDAY-NAME     DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY WS-TARGET-HOLIDAY-DATE " is now a holiday."
        WHEN WS-HOLIDAY-DELETE-MODE
            STRING "holiday deleted "        DELIMITED BY SIZE
                   WS-TARGET-HOLIDAY-DATE     DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY WS-TARGET-HOLIDAY-DATE " is no longer a holiday."
        WHEN OTHER
            STRING "working week set to "    DELIMITED BY SIZE
                   WS-NEW-WORKING-WEEK        DELIMITED BY SIZE
                   " (was "                   DELIMITED BY SIZE
                   WS-OLD-WORKING-WEEK        DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            DISPLAY "The working week is now " WS-NEW-WORKING-WEEK
                " (Monday first)."
    END-EVALUATE
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

COPY MATHCLP.

COPY MATHRNP.

COPY MATHSGP.
