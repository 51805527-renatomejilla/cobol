*> Author:      Renato D. Mejilla
*> Description: Department screening of the validated feed. Runs as
*>              the JCL step between WS-MATH-EDIT and WS-MATH-BATCH:
*>              a feed can pass every framing and numeric edit and
*>              still be wrong -- ten times a department's usual
*>              volume, or one absurd amount -- so before anything
*>              posts, each department's share of mathvalid.dat (the
*>              records stamped with its sending system) is counted,
*>              hash-totalled, and searched for its largest single
*>              MI-INPUT1/MI-INPUT2 amount, and set against that
*>              department's entry in the threshold table
*>              (maththrs.dat, COPY MATHTHR): fewer records than the
*>              minimum, more than the maximum, a hash total beyond
*>              the maximum, or any one amount beyond the maximum
*>              single amount (both taken without their sign). A
*>              department that breaches is pulled out whole into
*>              the held file (mathheld.dat, COPY MATHHLD), marked
*>              HELD with the first threshold it breached, and every
*>              other department is left in mathvalid.dat to post as
*>              usual; a department with no threshold entry is not
*>              screened, and with no table on file nothing is held.
*>              Records a supervisor has since released with
*>              WS-MATH-RELEASE wait in the release queue
*>              (mathrlse.dat, one validated record image per line)
*>              and are added to the end of mathvalid.dat here,
*>              unscreened, so they post in this run; the queue is
*>              then emptied. One line per department screened is
*>              appended to the department history (mathdpth.dat,
*>              COPY MATHDPH) so WS-MATH-LIMITS can set the
*>              thresholds against a trailing average. mathvalid.dat
*>              is rewritten through a work file (mathvalwk.dat), so
*>              the edit's output is only replaced after the whole
*>              pass completes clean. The business date comes from
*>              the processing calendar (COPY MATHCAL). On startup
*>              the run-control register (COPY MATHRUN) is
*>              consulted: the screen refuses to run unless a clean
*>              edit completion is waiting for the batch and has not
*>              been screened already, and its own START and END are
*>              registered -- an END above 4 withdraws mathvalid.dat
*>              from the batch step until the edit is rerun. Ends
*>              with RETURN-CODE 0 when nothing was held, 4 when one
*>              or more departments were held (the rest still post),
*>              8 when the register refused the run, and 16 when a
*>              file could not be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-SCREEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-VALID-FILE ASSIGN TO "mathvalid.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALID-FILE-STATUS.

    SELECT MATH-VALID-WORK-FILE ASSIGN TO "mathvalwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-THRESHOLD-FILE ASSIGN TO "maththrs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

    SELECT MATH-HELD-FILE ASSIGN TO "mathheld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT MATH-RELEASE-QUEUE-FILE ASSIGN TO "mathrlse.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-FILE-STATUS.

    SELECT MATH-DEPT-HISTORY-FILE ASSIGN TO "mathdpth.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPTHIST-FILE-STATUS.

    SELECT MATH-RUN-CONTROL-FILE ASSIGN TO "mathruncl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-VALID-FILE.
    COPY MATHINRC.

    FD MATH-VALID-WORK-FILE.
    01 MATH-VALID-WORK-RECORD   PIC X(70).

    FD MATH-THRESHOLD-FILE.
    COPY MATHTHR.

    FD MATH-HELD-FILE.
    COPY MATHHLD.

    FD MATH-RELEASE-QUEUE-FILE.
    01 MATH-RELEASE-QUEUE-RECORD PIC X(70).

    FD MATH-DEPT-HISTORY-FILE.
    COPY MATHDPH.

    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-VALID-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-THRESHOLD-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-HELD-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-QUEUE-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-DEPTHIST-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
    01 WS-RUN-TIME              PIC 9(8) VALUE ZERO.
    01 WS-RUN-NUMBER            PIC 9(3) VALUE ZERO.

    COPY MATHRNW.
    COPY MATHCLW.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-FOUND-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-FOUND           VALUE 'Y'.

    01 WS-TABLE-FULL-SW         PIC X VALUE 'N'.
        88 WS-TABLE-FULL            VALUE 'Y'.

    01 WS-RUN-SEVERITY          PIC 9(2) VALUE ZERO.
    01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    01 WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
    01 WS-POSTED-COUNT          PIC 9(7) VALUE ZERO.
    01 WS-HELD-RECORD-COUNT     PIC 9(7) VALUE ZERO.
    01 WS-HELD-DEPT-COUNT       PIC 9(3) VALUE ZERO.
    01 WS-QUEUED-COUNT          PIC 9(7) VALUE ZERO.
    01 WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.

    01 WS-AMOUNT                PIC 9(5)V99 VALUE ZERO.
    01 WS-ABS-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
    01 WS-DEPT-SUB              PIC 9(3) VALUE ZERO.
    01 WS-THR-SUB               PIC 9(3) VALUE ZERO.

    01 WS-ED-COUNT              PIC Z(6)9.
    01 WS-ED-HASH               PIC -(11)9.99.
    01 WS-ED-AMOUNT             PIC Z(4)9.99.

*> The threshold entries, read once at startup.
    01 WS-THRESHOLD-TABLE.
        05 WS-THR-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-THR-MAX            PIC 9(3) VALUE 50.
        05 WS-THR-ENTRY OCCURS 50 TIMES.
            10 WS-THR-SYSTEM         PIC X(8).
            10 WS-THR-MIN-RECORDS    PIC 9(7).
            10 WS-THR-MAX-RECORDS    PIC 9(7).
            10 WS-THR-MAX-HASH-TOTAL PIC 9(11)V99.
            10 WS-THR-MAX-AMOUNT     PIC 9(5)V99.

*> One entry per department found on mathvalid.dat, in the order
*> each first appears.
    01 WS-DEPARTMENT-TABLE.
        05 WS-DEPT-COUNT         PIC 9(3) VALUE ZERO.
        05 WS-DEPT-MAX           PIC 9(3) VALUE 50.
        05 WS-DEPT-ENTRY OCCURS 50 TIMES.
            10 WS-DEPT-SYSTEM        PIC X(8).
            10 WS-DEPT-RECORDS       PIC 9(7).
            10 WS-DEPT-HASH-TOTAL    PIC S9(11)V99.
            10 WS-DEPT-MAX-AMOUNT    PIC 9(5)V99.
            10 WS-DEPT-BREACH        PIC X(12).
            10 WS-DEPT-HELD-SW       PIC X.
                88 WS-DEPT-HELD          VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-BUSINESS-CALENDAR
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM SCAN-RUN-REGISTER
    EVALUATE TRUE
        WHEN MRR-DAY-BALANCED
            DISPLAY "ERROR: business date " WS-RUN-DATE " has already"
                " completed and balanced end-to-end"
            DISPLAY "       -- refusing to start. Record a rerun"
                " authorization with WS-MATH-RERUN if reprocessing"
                " this date is intended."
            MOVE 8 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        WHEN NOT MRR-EDIT-READY
            DISPLAY "ERROR: the run-control register shows no clean"
                " WS-MATH-EDIT completion waiting to be screened"
                " for business date " WS-RUN-DATE
            DISPLAY "       -- refusing to screen a stale or"
                " already-processed mathvalid.dat. Run WS-MATH-EDIT"
                " first."
            MOVE 8 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        WHEN MRR-SCREEN-DONE
            DISPLAY "ERROR: mathvalid.dat for business date "
                WS-RUN-DATE " has already been screened"
            DISPLAY "       -- refusing to screen it twice. Run"
                " WS-MATH-BATCH, or rerun WS-MATH-EDIT to start the"
                " date's feed over."
            MOVE 8 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        WHEN OTHER
            MOVE "WS-MATH-SCREEN" TO MRR-STEP-NAME
            MOVE "START" TO MRR-EVENT
            MOVE ZERO TO MRR-RETURN-CODE
            PERFORM REGISTER-RUN-EVENT
            PERFORM SCREEN-VALIDATED-FEED
            MOVE "END" TO MRR-EVENT
            MOVE WS-RUN-SEVERITY TO MRR-RETURN-CODE
            PERFORM REGISTER-RUN-EVENT
    END-EVALUATE
    MOVE WS-RUN-SEVERITY TO RETURN-CODE
    STOP RUN.

RAISE-RUN-SEVERITY.
    IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
        MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
    END-IF
    .

SCREEN-VALIDATED-FEED.
    PERFORM LOAD-THRESHOLD-TABLE
    IF NOT WS-FILE-ERROR
        PERFORM TALLY-VALIDATED-FEED
    END-IF
    IF NOT WS-FILE-ERROR
        PERFORM JUDGE-ONE-DEPARTMENT
            VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        PERFORM COUNT-RELEASE-QUEUE
    END-IF
    IF NOT WS-FILE-ERROR
        IF WS-HELD-DEPT-COUNT > ZERO OR WS-QUEUED-COUNT > ZERO
            PERFORM REWRITE-VALIDATED-FEED
        END-IF
    END-IF
    IF NOT WS-FILE-ERROR
        IF WS-QUEUED-COUNT > ZERO
            PERFORM EMPTY-RELEASE-QUEUE
        END-IF
        PERFORM WRITE-DEPARTMENT-HISTORY
        PERFORM DISPLAY-SCREENING-SUMMARY
        IF WS-HELD-DEPT-COUNT > ZERO
            MOVE 4 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        END-IF
    END-IF
    IF WS-FILE-ERROR
        MOVE 16 TO WS-NEW-SEVERITY
        PERFORM RAISE-RUN-SEVERITY
    END-IF
    .

LOAD-THRESHOLD-TABLE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-THRESHOLD-FILE
    EVALUATE WS-THRESHOLD-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-THRESHOLD UNTIL WS-END-OF-FILE
            CLOSE MATH-THRESHOLD-FILE
        WHEN "35"
            DISPLAY "WARNING: no threshold table on file"
                " (maththrs.dat)"
            DISPLAY "         -- no department is screened; every"
                " record posts."
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-THRESHOLD-FILE"
                " (maththrs.dat), file status "
                WS-THRESHOLD-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

LOAD-ONE-THRESHOLD.
    READ MATH-THRESHOLD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-THR-COUNT < WS-THR-MAX
                    AND MDT-MIN-RECORDS IS NUMERIC
                    AND MDT-MAX-RECORDS IS NUMERIC
                    AND MDT-MAX-HASH-TOTAL IS NUMERIC
                    AND MDT-MAX-AMOUNT IS NUMERIC
                ADD 1 TO WS-THR-COUNT
                MOVE MDT-SENDING-SYSTEM TO WS-THR-SYSTEM (WS-THR-COUNT)
                MOVE MDT-MIN-RECORDS
                    TO WS-THR-MIN-RECORDS (WS-THR-COUNT)
                MOVE MDT-MAX-RECORDS
                    TO WS-THR-MAX-RECORDS (WS-THR-COUNT)
                MOVE MDT-MAX-HASH-TOTAL
                    TO WS-THR-MAX-HASH-TOTAL (WS-THR-COUNT)
                MOVE MDT-MAX-AMOUNT
                    TO WS-THR-MAX-AMOUNT (WS-THR-COUNT)
            ELSE
                DISPLAY "WARNING: threshold entry for "
                    MDT-SENDING-SYSTEM " skipped -- the table is"
                    " full or the entry is not numeric."
            END-IF
    END-READ
    .

TALLY-VALIDATED-FEED.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-VALID-FILE
    IF WS-VALID-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-VALID-FILE"
            " (mathvalid.dat), file status " WS-VALID-FILE-STATUS
            " -- nothing was screened."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        PERFORM TALLY-ONE-VALID-RECORD UNTIL WS-END-OF-FILE
        CLOSE MATH-VALID-FILE
    END-IF
    .

TALLY-ONE-VALID-RECORD.
    READ MATH-VALID-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-RECORD-COUNT
            PERFORM FIND-DEPARTMENT
            IF WS-ENTRY-FOUND
                ADD 1 TO WS-DEPT-RECORDS (WS-DEPT-SUB)
                ADD MI-INPUT1 MI-INPUT2
                    TO WS-DEPT-HASH-TOTAL (WS-DEPT-SUB)
                MOVE MI-INPUT1 TO WS-AMOUNT
                PERFORM KEEP-LARGEST-AMOUNT
                MOVE MI-INPUT2 TO WS-AMOUNT
                PERFORM KEEP-LARGEST-AMOUNT
            END-IF
    END-READ
    .

*> WS-AMOUNT is unsigned, so the MOVE has already dropped the sign.
KEEP-LARGEST-AMOUNT.
    IF WS-AMOUNT > WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB)
        MOVE WS-AMOUNT TO WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB)
    END-IF
    .

*> A department beyond the table's capacity cannot be screened and
*> is left to post.
FIND-DEPARTMENT.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    PERFORM FIND-ONE-DEPARTMENT
        VARYING WS-DEPT-SUB FROM 1 BY 1
        UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-ENTRY-FOUND
    IF WS-ENTRY-FOUND
        SUBTRACT 1 FROM WS-DEPT-SUB
    ELSE
        IF WS-DEPT-COUNT < WS-DEPT-MAX
            ADD 1 TO WS-DEPT-COUNT
            MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
            MOVE MI-SOURCE-SYSTEM TO WS-DEPT-SYSTEM (WS-DEPT-SUB)
            MOVE ZERO TO WS-DEPT-RECORDS (WS-DEPT-SUB)
            MOVE ZERO TO WS-DEPT-HASH-TOTAL (WS-DEPT-SUB)
            MOVE ZERO TO WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB)
            MOVE SPACES TO WS-DEPT-BREACH (WS-DEPT-SUB)
            MOVE 'N' TO WS-DEPT-HELD-SW (WS-DEPT-SUB)
            SET WS-ENTRY-FOUND TO TRUE
        ELSE
            IF NOT WS-TABLE-FULL
                DISPLAY "WARNING: more than " WS-DEPT-MAX
                    " departments on mathvalid.dat -- "
                    MI-SOURCE-SYSTEM " and any later ones post"
                    " unscreened."
                SET WS-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    .

FIND-ONE-DEPARTMENT.
    IF WS-DEPT-SYSTEM (WS-DEPT-SUB) = MI-SOURCE-SYSTEM
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    .

JUDGE-ONE-DEPARTMENT.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    PERFORM FIND-ONE-THRESHOLD
        VARYING WS-THR-SUB FROM 1 BY 1
        UNTIL WS-THR-SUB > WS-THR-COUNT OR WS-ENTRY-FOUND
    IF WS-ENTRY-FOUND
        SUBTRACT 1 FROM WS-THR-SUB
        IF WS-DEPT-HASH-TOTAL (WS-DEPT-SUB) < ZERO
            COMPUTE WS-ABS-HASH-TOTAL =
                0 - WS-DEPT-HASH-TOTAL (WS-DEPT-SUB)
        ELSE
            MOVE WS-DEPT-HASH-TOTAL (WS-DEPT-SUB)
                TO WS-ABS-HASH-TOTAL
        END-IF
        EVALUATE TRUE
            WHEN WS-THR-MIN-RECORDS (WS-THR-SUB) > ZERO
                    AND WS-DEPT-RECORDS (WS-DEPT-SUB)
                        < WS-THR-MIN-RECORDS (WS-THR-SUB)
                MOVE "MIN-RECORDS" TO WS-DEPT-BREACH (WS-DEPT-SUB)
            WHEN WS-THR-MAX-RECORDS (WS-THR-SUB) > ZERO
                    AND WS-DEPT-RECORDS (WS-DEPT-SUB)
                        > WS-THR-MAX-RECORDS (WS-THR-SUB)
                MOVE "MAX-RECORDS" TO WS-DEPT-BREACH (WS-DEPT-SUB)
            WHEN WS-THR-MAX-HASH-TOTAL (WS-THR-SUB) > ZERO
                    AND WS-ABS-HASH-TOTAL
                        > WS-THR-MAX-HASH-TOTAL (WS-THR-SUB)
                MOVE "MAX-HASH" TO WS-DEPT-BREACH (WS-DEPT-SUB)
            WHEN WS-THR-MAX-AMOUNT (WS-THR-SUB) > ZERO
                    AND WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB)
                        > WS-THR-MAX-AMOUNT (WS-THR-SUB)
                MOVE "MAX-AMOUNT" TO WS-DEPT-BREACH (WS-DEPT-SUB)
        END-EVALUATE
        IF WS-DEPT-BREACH (WS-DEPT-SUB) NOT = SPACES
            SET WS-DEPT-HELD (WS-DEPT-SUB) TO TRUE
            ADD 1 TO WS-HELD-DEPT-COUNT
            ADD WS-DEPT-RECORDS (WS-DEPT-SUB) TO WS-HELD-RECORD-COUNT
        END-IF
    END-IF
    .

FIND-ONE-THRESHOLD.
    IF WS-THR-SYSTEM (WS-THR-SUB) = WS-DEPT-SYSTEM (WS-DEPT-SUB)
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    .

COUNT-RELEASE-QUEUE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-RELEASE-QUEUE-FILE
    EVALUATE WS-QUEUE-FILE-STATUS
        WHEN "00"
            PERFORM COUNT-ONE-QUEUED-RECORD UNTIL WS-END-OF-FILE
            CLOSE MATH-RELEASE-QUEUE-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-RELEASE-QUEUE-FILE"
                " (mathrlse.dat), file status " WS-QUEUE-FILE-STATUS
                " -- nothing was screened."
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

COUNT-ONE-QUEUED-RECORD.
    READ MATH-RELEASE-QUEUE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-QUEUED-COUNT
    END-READ
    .

*> The edit's output is copied aside first; mathvalid.dat is then
*> rebuilt from the copy without the held departments, with the
*> released records on the end.
REWRITE-VALIDATED-FEED.
    PERFORM COPY-VALID-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM REBUILD-VALIDATED-FEED
    END-IF
    .

COPY-VALID-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-VALID-FILE
    IF WS-VALID-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-VALID-FILE"
            " (mathvalid.dat), file status " WS-VALID-FILE-STATUS
            " -- nothing was screened."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-VALID-WORK-FILE
        IF WS-WORK-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-VALID-WORK-FILE"
                " (mathvalwk.dat), file status " WS-WORK-FILE-STATUS
                " -- nothing was screened."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-VALID-FILE
        ELSE
            PERFORM COPY-ONE-VALID-RECORD UNTIL WS-END-OF-FILE
            CLOSE MATH-VALID-FILE
            CLOSE MATH-VALID-WORK-FILE
        END-IF
    END-IF
    .

COPY-ONE-VALID-RECORD.
    READ MATH-VALID-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-INPUT-RECORD TO MATH-VALID-WORK-RECORD
            WRITE MATH-VALID-WORK-RECORD
    END-READ
    .

REBUILD-VALIDATED-FEED.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-VALID-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-VALID-WORK-FILE"
            " (mathvalwk.dat), file status " WS-WORK-FILE-STATUS
            " -- nothing was screened."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN EXTEND MATH-HELD-FILE
        IF WS-HELD-FILE-STATUS = "35"
            OPEN OUTPUT MATH-HELD-FILE
        END-IF
        IF WS-HELD-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-HELD-FILE"
                " (mathheld.dat), file status " WS-HELD-FILE-STATUS
                " -- nothing was screened."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-VALID-WORK-FILE
        ELSE
            OPEN OUTPUT MATH-VALID-FILE
            IF WS-VALID-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to rewrite MATH-VALID-FILE"
                    " (mathvalid.dat), file status "
                    WS-VALID-FILE-STATUS
                DISPLAY "       -- the edit's full output is"
                    " preserved in mathvalwk.dat; rerun WS-MATH-EDIT"
                    " before the batch."
                SET WS-FILE-ERROR TO TRUE
            ELSE
                PERFORM SORT-ONE-VALID-RECORD UNTIL WS-END-OF-FILE
                IF NOT WS-FILE-ERROR AND WS-QUEUED-COUNT > ZERO
                    PERFORM ADD-RELEASED-RECORDS
                END-IF
                CLOSE MATH-VALID-FILE
            END-IF
            CLOSE MATH-HELD-FILE
            CLOSE MATH-VALID-WORK-FILE
        END-IF
    END-IF
    .

SORT-ONE-VALID-RECORD.
    READ MATH-VALID-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-VALID-WORK-RECORD TO MATH-INPUT-RECORD
            PERFORM FIND-DEPARTMENT
            IF WS-ENTRY-FOUND AND WS-DEPT-HELD (WS-DEPT-SUB)
                PERFORM WRITE-HELD-RECORD
            ELSE
                PERFORM WRITE-VALID-RECORD
            END-IF
    END-READ
    .

WRITE-HELD-RECORD.
    MOVE SPACES TO MATH-HELD-RECORD
    MOVE WS-RUN-DATE TO MHL-HELD-DATE
    MOVE WS-RUN-TIME TO MHL-HELD-TIME
    MOVE MI-SOURCE-SYSTEM TO MHL-SENDING-SYSTEM
    MOVE WS-DEPT-BREACH (WS-DEPT-SUB) TO MHL-BREACH
    MOVE "HELD" TO MHL-STATUS
    MOVE ZERO TO MHL-ACTION-DATE
    MOVE MATH-VALID-WORK-RECORD TO MHL-RECORD-IMAGE
    WRITE MATH-HELD-RECORD
    IF WS-HELD-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-HELD-FILE"
            " (mathheld.dat), file status " WS-HELD-FILE-STATUS
        DISPLAY "       -- the edit's full output is preserved in"
            " mathvalwk.dat; rerun WS-MATH-EDIT before the batch."
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

WRITE-VALID-RECORD.
    WRITE MATH-INPUT-RECORD
    IF WS-VALID-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-VALID-FILE"
            " (mathvalid.dat), file status " WS-VALID-FILE-STATUS
        DISPLAY "       -- the edit's full output is preserved in"
            " mathvalwk.dat; rerun WS-MATH-EDIT before the batch."
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    ELSE
        ADD 1 TO WS-POSTED-COUNT
    END-IF
    .

ADD-RELEASED-RECORDS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-RELEASE-QUEUE-FILE
    IF WS-QUEUE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-RELEASE-QUEUE-FILE"
            " (mathrlse.dat), file status " WS-QUEUE-FILE-STATUS
        DISPLAY "       -- the edit's full output is preserved in"
            " mathvalwk.dat; rerun WS-MATH-EDIT before the batch."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        PERFORM ADD-ONE-RELEASED-RECORD UNTIL WS-END-OF-FILE
        CLOSE MATH-RELEASE-QUEUE-FILE
    END-IF
    .

ADD-ONE-RELEASED-RECORD.
    READ MATH-RELEASE-QUEUE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-RELEASE-QUEUE-RECORD TO MATH-INPUT-RECORD
            WRITE MATH-INPUT-RECORD
            IF WS-VALID-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to write MATH-VALID-FILE"
                    " (mathvalid.dat), file status "
                    WS-VALID-FILE-STATUS
                DISPLAY "       -- the edit's full output is"
                    " preserved in mathvalwk.dat; rerun WS-MATH-EDIT"
                    " before the batch."
                SET WS-FILE-ERROR TO TRUE
                SET WS-END-OF-FILE TO TRUE
            ELSE
                ADD 1 TO WS-ADDED-COUNT
            END-IF
    END-READ
    .

*> Once the released records are on mathvalid.dat the queue must be
*> emptied, or the next screening run would post them a second time.
EMPTY-RELEASE-QUEUE.
    OPEN OUTPUT MATH-RELEASE-QUEUE-FILE
    IF WS-QUEUE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to empty MATH-RELEASE-QUEUE-FILE"
            " (mathrlse.dat), file status " WS-QUEUE-FILE-STATUS
        DISPLAY "       -- its records are already on mathvalid.dat;"
            " empty mathrlse.dat and rerun WS-MATH-EDIT before the"
            " batch."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        CLOSE MATH-RELEASE-QUEUE-FILE
    END-IF
    .

*> The history is for setting thresholds, not for the run itself, so
*> a failure to append it is only warned about.
WRITE-DEPARTMENT-HISTORY.
    OPEN EXTEND MATH-DEPT-HISTORY-FILE
    IF WS-DEPTHIST-FILE-STATUS = "35"
        OPEN OUTPUT MATH-DEPT-HISTORY-FILE
    END-IF
    IF WS-DEPTHIST-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: unable to open MATH-DEPT-HISTORY-FILE"
            " (mathdpth.dat), file status " WS-DEPTHIST-FILE-STATUS
        DISPLAY "         -- this run's department history was not"
            " recorded."
    ELSE
        PERFORM WRITE-ONE-DEPARTMENT-HISTORY
            VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        CLOSE MATH-DEPT-HISTORY-FILE
    END-IF
    .

WRITE-ONE-DEPARTMENT-HISTORY.
    MOVE SPACES TO MATH-DEPT-HISTORY-RECORD
    MOVE WS-RUN-DATE TO MDH-BUSINESS-DATE
    MOVE WS-RUN-TIME TO MDH-SCREEN-TIME
    MOVE WS-DEPT-SYSTEM (WS-DEPT-SUB) TO MDH-SENDING-SYSTEM
    MOVE WS-DEPT-RECORDS (WS-DEPT-SUB) TO MDH-RECORD-COUNT
    MOVE WS-DEPT-HASH-TOTAL (WS-DEPT-SUB) TO MDH-HASH-TOTAL
    MOVE WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB) TO MDH-MAX-AMOUNT
    IF WS-DEPT-HELD (WS-DEPT-SUB)
        MOVE "HELD" TO MDH-OUTCOME
    ELSE
        MOVE "POSTED" TO MDH-OUTCOME
    END-IF
    MOVE WS-DEPT-BREACH (WS-DEPT-SUB) TO MDH-BREACH
    WRITE MATH-DEPT-HISTORY-RECORD
    IF WS-DEPTHIST-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: unable to write MATH-DEPT-HISTORY-FILE"
            " (mathdpth.dat), file status " WS-DEPTHIST-FILE-STATUS
    END-IF
    .

DISPLAY-SCREENING-SUMMARY.
    DISPLAY " "
    DISPLAY "===== Department Screening ====="
    DISPLAY "Business date           : " WS-RUN-DATE
    DISPLAY "SYSTEM    RECORDS       HASH TOTAL  MAX AMOUNT  RESULT"
    PERFORM DISPLAY-ONE-DEPARTMENT
        VARYING WS-DEPT-SUB FROM 1 BY 1
        UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
    DISPLAY " "
    DISPLAY "Records screened        : " WS-RECORD-COUNT
    DISPLAY "Records held            : " WS-HELD-RECORD-COUNT
    DISPLAY "Released records added  : " WS-ADDED-COUNT
    IF WS-HELD-DEPT-COUNT = ZERO AND WS-QUEUED-COUNT = ZERO
        MOVE WS-RECORD-COUNT TO WS-POSTED-COUNT
    END-IF
    DISPLAY "Records left to post    : " WS-POSTED-COUNT
    IF WS-HELD-DEPT-COUNT > ZERO
        DISPLAY " "
        DISPLAY WS-HELD-DEPT-COUNT " department(s) held in"
            " mathheld.dat -- release or return them with"
            " WS-MATH-RELEASE."
    END-IF
    DISPLAY "================================"
    .

DISPLAY-ONE-DEPARTMENT.
    MOVE WS-DEPT-RECORDS (WS-DEPT-SUB) TO WS-ED-COUNT
    MOVE WS-DEPT-HASH-TOTAL (WS-DEPT-SUB) TO WS-ED-HASH
    MOVE WS-DEPT-MAX-AMOUNT (WS-DEPT-SUB) TO WS-ED-AMOUNT
    IF WS-DEPT-HELD (WS-DEPT-SUB)
        DISPLAY WS-DEPT-SYSTEM (WS-DEPT-SUB) "  " WS-ED-COUNT "  "
            WS-ED-HASH "    " WS-ED-AMOUNT "  HELD "
            WS-DEPT-BREACH (WS-DEPT-SUB)
    ELSE
        DISPLAY WS-DEPT-SYSTEM (WS-DEPT-SUB) "  " WS-ED-COUNT "  "
            WS-ED-HASH "    " WS-ED-AMOUNT "  POSTED"
    END-IF
    .

COPY MATHRNP.

COPY MATHCLP.
