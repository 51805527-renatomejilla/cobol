*>              five files by hand to learn whether last night ran
*>              clean, this program reads them all for one business
*>              date and presents a single picture: the run-control
*>              register (did each of merge/edit, the department
*>              screen, batch, and recon run, with what return code,
*>              and did the date balance end-to-end), the control
*>              totals of the last batch run (mathctl.dat, including
*>              the parameter set it computed under), the exception
*>              counts by condition from mathexcp.dat (DIVZERO,
*>              SIZEERR, BADINPUT, and BADREV for a reversal the
*>              batch could not post), the edit
*>              rejects in mathrejct.dat by disposition (a NEW count
*>              is work waiting for WS-MATH-CORRECT), the records
*>              WS-MATH-SCREEN has held back in mathheld.dat by
*>              disposition (any still HELD is a department waiting
*>              on a supervisor in WS-MATH-RELEASE), whether a
*>              restart checkpoint is outstanding in mathrestart.dat
*>              (a non-zero record number means the batch died
*>              mid-run), the batch runs posted to mathhist.dat,
*>              and -- from the processing calendar (COPY MATHCAL)
*>              -- every working day in the 30 days before the
*>              reported date that has no completed, balanced cycle
*>              on the run-control register, each one an attention
*>              item (days before the first date on the register are
*>              not counted, so a new installation is not flagged).
*>              Left to default, the reported date is the current
*>              business date on the calendar, or the business date
*>              it was last rolled from when nothing has run yet
*>              under the new one -- so the morning after a good
*>              night still reports on that night.
*>              Every line is shown on the screen and written to a
*>              short print file (mathstat.dat) for the morning
*>              handoff, and the report closes with the list of
*>              attention items so the operator knows at a glance
*>              whether anything needs working. The finished sheet is
*>              filed in the report repository (COPY MATHRPO) as the
*>              STATUS report for the business date and the run
*>              number of its control totals (zero when no batch ran
*>              that date), replacing any earlier sheet for the same
*>              date and run, so it can be reprinted with
*>              WS-MATH-REPRINT; a filing failure is only warned
*>              about. A file that does not
*>              exist simply reads as nothing-to-report -- a brand
*>              new date looks quiet, not broken. Ends with
*>              RETURN-CODE 0 when the date is clean, 4 when there
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.

    SELECT MATH-HELD-FILE ASSIGN TO "mathheld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT MATH-RESTART-FILE ASSIGN TO "mathrestart.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTART-FILE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-FILE-STATUS.

    SELECT MATH-REPOSITORY-FILE ASSIGN TO "mathrpos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPOS-FILE-STATUS.

    SELECT MATH-REPOSITORY-WORK-FILE ASSIGN TO "mathrposwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPOSWK-FILE-STATUS.

    SELECT MATH-FILED-REPORT-FILE ASSIGN TO DYNAMIC
            MPF-SOURCE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILED-FILE-STATUS.

    SELECT MATH-RETENTION-FILE ASSIGN TO "mathrpret.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETAIN-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-RUN-CONTROL-FILE.
    COPY MATHEXC.

    FD MATH-REJECT-FILE.
    01 MATH-REJECT-RECORD       PIC X(200).

    FD MATH-HELD-FILE.
    COPY MATHHLD.

    FD MATH-RESTART-FILE.
    COPY MATHRST.
    FD MATH-STATUS-FILE.
    01 MATH-STATUS-RECORD       PIC X(132).

    FD MATH-REPOSITORY-FILE.
    COPY MATHRPO.

    FD MATH-REPOSITORY-WORK-FILE.
    01 MATH-REPOSITORY-WORK-RECORD PIC X(163).

    FD MATH-FILED-REPORT-FILE.
    01 MATH-FILED-REPORT-RECORD PIC X(132).

    FD MATH-RETENTION-FILE.
    COPY MATHRPR.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CONTROL-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-EXCEPTION-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-HELD-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-RESTART-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-HISTORY-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-STATUS-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-REPOS-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REPOSWK-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-FILED-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-RETAIN-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
    01 WS-RUN-TIME              PIC 9(8) VALUE ZERO.
    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

    COPY MATHRNW.
    COPY MATHCLW.
    COPY MATHREJ.
    COPY MATHRPFW.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.
                                     VALUE ZERO.
        05 WS-CTL-OVERFLOW-FLAG  PIC X VALUE 'N'.
        05 WS-CTL-PARM-SET-ID    PIC X(8) VALUE SPACES.
        05 WS-CTL-REVERSAL-COUNT PIC 9(7) VALUE ZERO.

    01 WS-EXCEPTION-COUNTS.
        05 WS-EXC-DIVZERO        PIC 9(7) VALUE ZERO.
        05 WS-EXC-SIZEERR        PIC 9(7) VALUE ZERO.
        05 WS-EXC-BADINPUT       PIC 9(7) VALUE ZERO.
        05 WS-EXC-BADREV         PIC 9(7) VALUE ZERO.
        05 WS-EXC-OTHER          PIC 9(7) VALUE ZERO.
        05 WS-EXC-TOTAL          PIC 9(7) VALUE ZERO.

        05 WS-REJ-RETURNED       PIC 9(7) VALUE ZERO.
        05 WS-REJ-OTHER          PIC 9(7) VALUE ZERO.

    01 WS-HELD-COUNTS.
        05 WS-HLD-HELD           PIC 9(7) VALUE ZERO.
        05 WS-HLD-RELEASED       PIC 9(7) VALUE ZERO.
        05 WS-HLD-RETURNED       PIC 9(7) VALUE ZERO.

    01 WS-RESTART-PENDING-SW    PIC X VALUE 'N'.
        88 WS-RESTART-PENDING       VALUE 'Y'.
    01 WS-RESTART-RECORD-NUMBER PIC 9(9) VALUE ZERO.

    01 WS-HISTORY-RUN-COUNT     PIC 9(5) VALUE ZERO.

    01 WS-CALENDAR-WINDOW-DAYS  PIC 9(2) VALUE 30.
    01 WS-MISSED-DAY-COUNT      PIC 9(3) VALUE ZERO.
    01 WS-WINDOW-SUB            PIC 9(2) VALUE ZERO.

    01 WS-ED-COUNT              PIC Z(6)9.
    01 WS-ED-COUNT2             PIC Z(6)9.
    01 WS-ED-COUNT3             PIC Z(6)9.
    01 WS-ED-COUNT4             PIC Z(6)9.
    01 WS-ED-COUNT5             PIC Z(6)9.
    01 WS-ED-RUN                PIC ZZ9.
    01 WS-ED-RC                 PIC Z9.
    01 WS-ED-SUM16              PIC +(15)9.99.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-BUSINESS-CALENDAR
    DISPLAY "Business date to report on (YYYYMMDD, 0 for the"
        " latest business date worked): " WITH NO ADVANCING
    ACCEPT WS-RUN-DATE
    IF WS-RUN-DATE = ZERO
        PERFORM DEFAULT-REPORT-DATE
    END-IF

    OPEN OUTPUT MATH-STATUS-FILE
        PERFORM GATHER-CONTROL-TOTALS
        PERFORM GATHER-EXCEPTION-COUNTS
        PERFORM GATHER-REJECT-COUNTS
        PERFORM GATHER-HELD-COUNTS
        PERFORM GATHER-RESTART-STATE
        PERFORM REPORT-STATUS-HEADING
        PERFORM REPORT-JOB-STREAM
        PERFORM REPORT-CONTROL-TOTALS
        PERFORM REPORT-EXCEPTIONS
        PERFORM REPORT-REJECTS
        PERFORM REPORT-HELD-DEPARTMENTS
        PERFORM REPORT-RESTART
        PERFORM REPORT-RUN-HISTORY
        PERFORM REPORT-CALENDAR
        PERFORM REPORT-ATTENTION-ITEMS
        CLOSE MATH-STATUS-FILE
        PERFORM FILE-STATUS-SHEET
        DISPLAY " "
        DISPLAY "The handoff sheet is in mathstat.dat."
        IF WS-ATTENTION-COUNT > ZERO
    END-IF
    STOP RUN.

DEFAULT-REPORT-DATE.
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    IF MCL-CALENDAR-FOUND AND MCL-PRIOR-BUSINESS-DATE > ZERO
        PERFORM SCAN-RUN-REGISTER
        IF NOT MRR-EDIT-SEEN AND NOT MRR-BATCH-SEEN
                AND NOT MRR-RECON-SEEN
            MOVE MCL-PRIOR-BUSINESS-DATE TO WS-RUN-DATE
        END-IF
    END-IF
    .

FILE-STATUS-SHEET.
    MOVE WS-RUN-DATE TO MPF-RUN-DATE
    IF WS-CTL-FOUND AND WS-CTL-RUN-DATE = WS-RUN-DATE
        MOVE WS-CTL-RUN-NUMBER TO MPF-RUN-NUMBER
    ELSE
        MOVE ZERO TO MPF-RUN-NUMBER
    END-IF
    MOVE "STATUS" TO MPF-REPORT-NAME
    MOVE "WS-MATH-STATUS" TO MPF-PROGRAM-ID
    MOVE "mathstat.dat" TO MPF-SOURCE-FILE-NAME
    MOVE "WS-MATH MORNING OPERATIONS STATUS" TO MPF-PAGE-MARK
    MOVE 33 TO MPF-PAGE-MARK-LENGTH
    PERFORM FILE-REPORT-TO-REPOSITORY
    .

EMIT-STATUS-LINE.
    DISPLAY WS-STATUS-LINE
    MOVE WS-STATUS-LINE TO MATH-STATUS-RECORD
                MOVE MCT-TOT-SUM TO WS-CTL-TOT-SUM
                MOVE MCT-OVERFLOW-FLAG TO WS-CTL-OVERFLOW-FLAG
                MOVE MCT-PARM-SET-ID TO WS-CTL-PARM-SET-ID
                IF MCT-REVERSAL-COUNT IS NUMERIC
                    MOVE MCT-REVERSAL-COUNT TO WS-CTL-REVERSAL-COUNT
                END-IF
        END-READ
        CLOSE MATH-CONTROL-FILE
    END-IF
                        ADD 1 TO WS-EXC-SIZEERR
                    WHEN "BADINPUT"
                        ADD 1 TO WS-EXC-BADINPUT
                    WHEN "BADREV"
                        ADD 1 TO WS-EXC-BADREV
                    WHEN OTHER
                        ADD 1 TO WS-EXC-OTHER
                END-EVALUATE
    END-READ
    .

GATHER-HELD-COUNTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-HELD-FILE
    IF WS-HELD-FILE-STATUS = "00"
        PERFORM TALLY-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
        CLOSE MATH-HELD-FILE
    END-IF
    .

TALLY-ONE-HELD-RECORD.
    READ MATH-HELD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN MHL-HELD
                    ADD 1 TO WS-HLD-HELD
                WHEN MHL-RELEASED
                    ADD 1 TO WS-HLD-RELEASED
                WHEN MHL-RETURNED
                    ADD 1 TO WS-HLD-RETURNED
            END-EVALUATE
    END-READ
    .

GATHER-RESTART-STATE.
    OPEN INPUT MATH-RESTART-FILE
    IF WS-RESTART-FILE-STATUS = "00"
        PERFORM EMIT-STATUS-LINE
        ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    IF MRR-SCREEN-SEEN
        MOVE MRR-SCREEN-END-RC TO WS-ED-RC
        MOVE SPACES TO WS-STATUS-LINE
        STRING "  SCREEN STEP: COMPLETED, RETURN CODE "
                             DELIMITED BY SIZE
               WS-ED-RC      DELIMITED BY SIZE
            INTO WS-STATUS-LINE
        END-STRING
        PERFORM EMIT-STATUS-LINE
        IF MRR-SCREEN-END-RC > 04
            ADD 1 TO WS-ATTENTION-COUNT
        END-IF
    ELSE
        MOVE "  SCREEN STEP: NOT RUN" TO WS-STATUS-LINE
        PERFORM EMIT-STATUS-LINE
        ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    IF MRR-BATCH-SEEN
        MOVE MRR-BATCH-END-RC TO WS-ED-RC
        MOVE SPACES TO WS-STATUS-LINE
            INTO WS-STATUS-LINE
        END-STRING
        PERFORM EMIT-STATUS-LINE
        IF WS-CTL-REVERSAL-COUNT > ZERO
            MOVE WS-CTL-REVERSAL-COUNT TO WS-ED-COUNT
            MOVE SPACES TO WS-STATUS-LINE
            STRING "  REVERSALS POSTED: " DELIMITED BY SIZE
                   WS-ED-COUNT       DELIMITED BY SIZE
                INTO WS-STATUS-LINE
            END-STRING
            PERFORM EMIT-STATUS-LINE
        END-IF
        IF WS-CTL-OVERFLOW-FLAG = 'Y'
            MOVE "  ** WARNING: A CONTROL TOTAL OVERFLOWED **"
                TO WS-STATUS-LINE
    MOVE WS-EXC-DIVZERO TO WS-ED-COUNT
    MOVE WS-EXC-SIZEERR TO WS-ED-COUNT2
    MOVE WS-EXC-BADINPUT TO WS-ED-COUNT3
    MOVE WS-EXC-BADREV TO WS-ED-COUNT5
    MOVE WS-EXC-TOTAL TO WS-ED-COUNT4
    MOVE SPACES TO WS-STATUS-LINE
    STRING "  DIVZERO: "     DELIMITED BY SIZE
           WS-ED-COUNT2      DELIMITED BY SIZE
           "  BADINPUT: "    DELIMITED BY SIZE
           WS-ED-COUNT3      DELIMITED BY SIZE
           "  BADREV: "      DELIMITED BY SIZE
           WS-ED-COUNT5      DELIMITED BY SIZE
           "  TOTAL: "       DELIMITED BY SIZE
           WS-ED-COUNT4      DELIMITED BY SIZE
        INTO WS-STATUS-LINE
        PERFORM EMIT-STATUS-LINE
        ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    IF WS-EXC-BADREV > ZERO
        MOVE "  ** REVERSALS COULD NOT BE POSTED -- RETURN THEM TO THE SENDER **"
            TO WS-STATUS-LINE
        PERFORM EMIT-STATUS-LINE
        ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    PERFORM EMIT-STATUS-LINE
    .

    PERFORM EMIT-STATUS-LINE
    .

REPORT-HELD-DEPARTMENTS.
    MOVE "HELD DEPARTMENTS (mathheld.dat, records)"
        TO WS-STATUS-LINE
    PERFORM EMIT-STATUS-LINE
    MOVE WS-HLD-HELD TO WS-ED-COUNT
    MOVE WS-HLD-RELEASED TO WS-ED-COUNT2
    MOVE WS-HLD-RETURNED TO WS-ED-COUNT3
    MOVE SPACES TO WS-STATUS-LINE
    STRING "  HELD: "        DELIMITED BY SIZE
           WS-ED-COUNT       DELIMITED BY SIZE
           "  RELEASED: "    DELIMITED BY SIZE
           WS-ED-COUNT2      DELIMITED BY SIZE
           "  RETURNED: "    DELIMITED BY SIZE
           WS-ED-COUNT3      DELIMITED BY SIZE
        INTO WS-STATUS-LINE
    END-STRING
    PERFORM EMIT-STATUS-LINE
    IF WS-HLD-HELD > ZERO
        MOVE "  ** HELD DEPARTMENTS -- run WS-MATH-RELEASE **"
            TO WS-STATUS-LINE
        PERFORM EMIT-STATUS-LINE
        ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    PERFORM EMIT-STATUS-LINE
    .

REPORT-RESTART.
    MOVE "RESTART CHECKPOINT (mathrestart.dat)" TO WS-STATUS-LINE
    PERFORM EMIT-STATUS-LINE
    END-READ
    .

REPORT-CALENDAR.
    MOVE "PROCESSING CALENDAR (mathcal.dat, last 30 days)"
        TO WS-STATUS-LINE
    PERFORM EMIT-STATUS-LINE
    MOVE SPACES TO WS-STATUS-LINE
    IF MCL-CALENDAR-FOUND
        STRING "  CURRENT BUSINESS DATE: " DELIMITED BY SIZE
               MCL-BUSINESS-DATE           DELIMITED BY SIZE
            INTO WS-STATUS-LINE
        END-STRING
    ELSE
        MOVE "  NO CALENDAR ON FILE -- THE SYSTEM DATE IS IN USE"
            TO WS-STATUS-LINE
    END-IF
    PERFORM EMIT-STATUS-LINE
    COMPUTE MRR-WINDOW-START = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
         - WS-CALENDAR-WINDOW-DAYS)
    MOVE WS-CALENDAR-WINDOW-DAYS TO MRR-WINDOW-DAYS
    PERFORM SCAN-CYCLE-WINDOW
    IF MRR-FIRST-RUN-DATE > ZERO
        PERFORM REPORT-ONE-CALENDAR-DAY
            VARYING WS-WINDOW-SUB FROM 1 BY 1
            UNTIL WS-WINDOW-SUB > MRR-WINDOW-DAYS
    END-IF
    IF WS-MISSED-DAY-COUNT = ZERO
        MOVE "  EVERY WORKING DAY HAS A COMPLETED CYCLE"
            TO WS-STATUS-LINE
        PERFORM EMIT-STATUS-LINE
    END-IF
    PERFORM EMIT-STATUS-LINE
    .

REPORT-ONE-CALENDAR-DAY.
    COMPUTE MCL-CHECK-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (MRR-WINDOW-START)
         + WS-WINDOW-SUB - 1)
    IF MCL-CHECK-DATE >= MRR-FIRST-RUN-DATE
            AND NOT MRR-CYCLE-DONE (WS-WINDOW-SUB)
        PERFORM CHECK-WORKING-DAY
        IF MCL-WORKING-DAY
            ADD 1 TO WS-MISSED-DAY-COUNT
            ADD 1 TO WS-ATTENTION-COUNT
            MOVE SPACES TO WS-STATUS-LINE
            STRING "  ** WORKING DAY "    DELIMITED BY SIZE
                   MCL-CHECK-DATE         DELIMITED BY SIZE
                   " HAS NO COMPLETED CYCLE ON THE REGISTER **"
                                          DELIMITED BY SIZE
                INTO WS-STATUS-LINE
            END-STRING
            PERFORM EMIT-STATUS-LINE
        END-IF
    END-IF
    .

REPORT-ATTENTION-ITEMS.
    IF WS-ATTENTION-COUNT = ZERO
        MOVE "MORNING STATUS: CLEAN -- nothing needs working."
    .

COPY MATHRNP.

COPY MATHRPFP.

COPY MATHCLP.
