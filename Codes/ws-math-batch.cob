*> Author:      Renato D. Mejilla
*> Description: Batch counterpart to WS-MATH. Reads one number pair
*>              per record from MATH-TRANSACTION-FILE -- the validated
*>              feed produced by the WS-MATH-EDIT and WS-MATH-SCREEN
*>              steps that run ahead of this one -- until end of file,
*>              runs it through the
*>              same ADD/SUB/MUL/DIV/TOT logic as the interactive
*>              program, and writes each result to MATH-OUTPUT-FILE
*>              instead of DISPLAY, so the job can run unattended as a
*>              produces a paginated, print-ready results report on
*>              MATH-REPORT-FILE with edited columns, a subtotal break
*>              at each change of sending system, and final totals
*>              for the morning review; once the run completes the
*>              report is filed in the report repository (COPY
*>              MATHRPO) as the RESULTS report for the business date
*>              and run number, so the next run overwriting
*>              mathrept.dat no longer loses it -- WS-MATH-REPRINT
*>              reprints it, whole or by page range, and a filing
*>              failure is only warned about. Every processed
*>              transaction is
*>              also written
*>              to the permanent indexed results master, keyed by run
*>              date plus run number plus record number, so
*>              the first. The assigned number is carried in the
*>              control-totals record, the exception file, the audit
*>              lines, and the run-history record, so every file that
*>              describes a run says which run it describes. The
*>              lineage each validated record carries (COPY
*>              MATHINRC) -- the file ID and creation date of the
*>              department's own transmission and the line it arrived
*>              on -- is carried onto the output line, the results
*>              master, and the exception file, and each audit line
*>              names its record number, so WS-MATH-TRACE can follow
*>              a department's line through every file this step
*>              writes. Every problem record is
*>              also written to the machine-readable exception file
*>              (COPY MATHEXC) so the operators work a short list,
*>              A reversal record (type 'R', COPY MATHINRC) is posted
*>              by marking the original master record reversed and
*>              writing an offsetting entry -- the original's amounts
*>              negated -- under the current run's own key, so nothing
*>              already posted is ever deleted or overwritten. The
*>              offset flows to the output line, the report (marked
*>              REV), the audit trail, and the master like any other
*>              entry, and is counted as a reversal in the control
*>              totals, the restart checkpoint, and the run history
*>              rather than as a transaction. A reversal whose
*>              original has vanished or was reversed in the meantime
*>              is written to the exception file as BADREV.
*>              The business date the run is posted under is taken
*>              from the processing calendar (COPY MATHCAL) rather
*>              than the system clock, so a run that crosses midnight
*>              stays under one business date. On startup the run-control register (COPY MATHRUN) is
*>              consulted: the run refuses to start unless a clean
*>              WS-MATH-EDIT completion is waiting to be processed for
*>              the business date and WS-MATH-SCREEN has screened it
*>              against the department thresholds (COPY MATHTHR), so
*>              a held department never posts by the screen being
*>              skipped, and a date that already balanced
*>              end-to-end is refused without a recorded rerun
*>              authorization; the run's own START and END are
*>              registered so the reconciliation step can prove this
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

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
    FD MATH-TRANSACTION-FILE.
    COPY MATHINRC.

    FD MATH-OUTPUT-FILE.
    01 MATH-OUTPUT-RECORD       PIC X(300).

    FD MATH-AUDIT-FILE.
    01 MATH-AUDIT-RECORD        PIC X(250).
    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

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
    01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-OUTPUT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-HISTORY-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-EXCEPTION-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-REPOS-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REPOSWK-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-FILED-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-RETAIN-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE               PIC 9(8).
    01 WS-RUN-TIME               PIC 9(8).
        05 WS-INPUT1-IMAGE       PIC X(8).
        05 WS-INPUT2-IMAGE       PIC X(8).

    01 WS-ORIG-KEY.
        05 WS-ORIG-RUN-DATE      PIC 9(8) VALUE ZERO.
        05 WS-ORIG-RUN-NUMBER    PIC 9(3) VALUE ZERO.
        05 WS-ORIG-RECORD-NUMBER PIC 9(9) VALUE ZERO.

    01 WS-OFFSET-KEY.
        05 WS-OFFSET-RUN-DATE    PIC 9(8) VALUE ZERO.
        05 WS-OFFSET-RUN-NUMBER  PIC 9(3) VALUE ZERO.
        05 WS-OFFSET-RECORD-NUMBER PIC 9(9) VALUE ZERO.

    01 WS-REVERSAL-VALID-SW     PIC X VALUE 'N'.
        88 WS-REVERSAL-VALID        VALUE 'Y'.

    01 WS-RESTART-ERROR-SW      PIC X VALUE 'N'.
        88 WS-RESTART-ERROR         VALUE 'Y'.

    COPY MATHSUM.
    COPY MATHPARM.
    COPY MATHRNW.
    COPY MATHCLW.
    COPY MATHRPFW.
    COPY MATHOUTL.
    COPY MATHAUDL.
    COPY MATHPRTL.
PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE "WS-MATH-BATCH" TO MA-PROGRAM-ID
    PERFORM READ-BUSINESS-CALENDAR
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM SCAN-RUN-REGISTER
    IF MRR-DAY-BALANCED
            DISPLAY "       -- refusing to run against a stale or"
                " already-processed mathvalid.dat. Run WS-MATH-EDIT"
                " first."
            IF MRR-SCREEN-SEEN AND NOT MRR-SCREEN-DONE
                    AND MRR-SCREEN-END-RC > 04
                DISPLAY "       -- the last WS-MATH-SCREEN ended with"
                    " return code " MRR-SCREEN-END-RC "; rerun"
                    " WS-MATH-EDIT and WS-MATH-SCREEN."
            END-IF
            MOVE 8 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        ELSE
            IF NOT MRR-SCREEN-DONE
                DISPLAY "ERROR: the run-control register shows"
                    " mathvalid.dat for business date " WS-RUN-DATE
                    " has not been screened"
                DISPLAY "       -- refusing to post departments that"
                    " have not been checked against their thresholds."
                    " Run WS-MATH-SCREEN first."
                MOVE 8 TO WS-NEW-SEVERITY
                PERFORM RAISE-RUN-SEVERITY
            ELSE
                MOVE WS-RUN-DATE TO MC-RESOLVE-DATE
                PERFORM READ-CONTROL-PARAMETERS
                DISPLAY "Parameter set in effect: " MC-SET-ID
                    " (effective " MC-EFFECTIVE-DATE ")"
                PERFORM READ-RESTART-POINT
                PERFORM ASSIGN-RUN-NUMBER
                IF WS-CYCLE-ERROR
                    MOVE 16 TO WS-NEW-SEVERITY
                    PERFORM RAISE-RUN-SEVERITY
                ELSE
                    MOVE "WS-MATH-BATCH" TO MRR-STEP-NAME
                    MOVE "START" TO MRR-EVENT
                    MOVE ZERO TO MRR-RETURN-CODE
                    PERFORM REGISTER-RUN-EVENT
                    PERFORM PROCESS-BATCH-RUN
                    MOVE "END" TO MRR-EVENT
                    MOVE WS-RUN-SEVERITY TO MRR-RETURN-CODE
                    PERFORM REGISTER-RUN-EVENT
                END-IF
            END-IF
        END-IF
    END-IF
                    PERFORM WRITE-RUN-HISTORY-RECORD
                    PERFORM DISPLAY-SUMMARY-REPORT
                    PERFORM DISPLAY-EXCEPTION-SUMMARY
                    PERFORM FILE-RESULTS-REPORT
                    IF WS-CONTROL-ERROR
                        MOVE 16 TO WS-NEW-SEVERITY
                        PERFORM RAISE-RUN-SEVERITY
                    MOVE MR-ADD-SUM TO MS-ADD-SUM
                    MOVE MR-TOT-SUM TO MS-TOT-SUM
                    MOVE MR-OVERFLOW-FLAG TO MS-SUM-OVERFLOW-FLAG
                    IF MR-REVERSAL-COUNT IS NUMERIC
                        MOVE MR-REVERSAL-COUNT TO MS-REVERSAL-COUNT
                        MOVE MR-REV-ADD-SUM TO MS-REV-ADD-SUM
                        MOVE MR-REV-TOT-SUM TO MS-REV-TOT-SUM
                    END-IF
                END-IF
        END-READ
        CLOSE MATH-RESTART-FILE

ASSIGN-RUN-NUMBER.
    IF WS-RUN-DATE = ZERO
        MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    END-IF
    IF WS-LAST-CHECKPOINT > ZERO
            AND WS-RESTART-RUN-NUMBER > ZERO
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-RECORD-NUMBER
            MOVE WS-RECORD-NUMBER TO MA-RECORD-NUMBER
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE MATH-INPUT-RECORD TO WS-INPUT-IMAGE
            IF MI-REVERSAL
                PERFORM POST-REVERSAL-RECORD
            ELSE
                IF MI-INPUT1 IS NOT NUMERIC
                        OR MI-INPUT2 IS NOT NUMERIC
                    PERFORM WRITE-BADINPUT-EXCEPTION
                ELSE
                    MOVE MI-INPUT1 TO MT-INPUT1
                    MOVE MI-INPUT2 TO MT-INPUT2
                    SET MT-ORDINARY-ENTRY TO TRUE
                    MOVE ZERO TO WS-ORIG-KEY
                    PERFORM CHECK-SOURCE-BREAK
                    PERFORM PERFORM-MATH-CALCULATIONS
                    PERFORM ACCUMULATE-SUMMARY-TOTALS
                    PERFORM ACCUMULATE-SOURCE-TOTALS
                    PERFORM WRITE-OUTPUT-RECORD
                    PERFORM WRITE-REPORT-LINE
                    PERFORM WRITE-AUDIT-RECORD
                    PERFORM WRITE-MASTER-RECORD
                    PERFORM WRITE-DATA-EXCEPTIONS
                END-IF
            END-IF
            PERFORM CHECKPOINT-IF-DUE
    END-READ
    .

POST-REVERSAL-RECORD.
    MOVE 'N' TO WS-REVERSAL-VALID-SW
    MOVE WS-RUN-DATE TO WS-OFFSET-RUN-DATE
    MOVE WS-RUN-NUMBER TO WS-OFFSET-RUN-NUMBER
    MOVE WS-RECORD-NUMBER TO WS-OFFSET-RECORD-NUMBER
    IF MI-REVERSAL-KEY IS NUMERIC
        MOVE MI-REVERSAL-KEY TO MM-MASTER-KEY
        READ MATH-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT MM-REVERSAL-ENTRY
                    IF NOT MM-REVERSED
                            OR MM-REVERSAL-KEY = WS-OFFSET-KEY
                        SET WS-REVERSAL-VALID TO TRUE
                    END-IF
                END-IF
        END-READ
    END-IF
    IF NOT WS-REVERSAL-VALID
        PERFORM WRITE-BADREV-EXCEPTION
    ELSE
        MOVE MM-MASTER-KEY TO WS-ORIG-KEY
        PERFORM BUILD-REVERSAL-OFFSET
        MOVE 'Y' TO MM-REVERSED-FLAG
        MOVE WS-OFFSET-KEY TO MM-REVERSAL-KEY
        REWRITE MATH-MASTER-RECORD
        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to mark master record " WS-ORIG-KEY
                " reversed, file status " WS-MASTER-FILE-STATUS
            DISPLAY "       -- the reversal in record " WS-RECORD-NUMBER
                " was not posted; rerun after the master is repaired."
            MOVE 16 TO WS-NEW-SEVERITY
            PERFORM RAISE-RUN-SEVERITY
        ELSE
            PERFORM CHECK-SOURCE-BREAK
            PERFORM ACCUMULATE-REVERSAL-TOTALS
            PERFORM ACCUMULATE-SOURCE-TOTALS
            PERFORM WRITE-OUTPUT-RECORD
            PERFORM WRITE-REPORT-LINE
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-MASTER-RECORD
        END-IF
    END-IF
    .

BUILD-REVERSAL-OFFSET.
    COMPUTE MT-INPUT1 = ZERO - MM-INPUT1
    COMPUTE MT-INPUT2 = ZERO - MM-INPUT2
    COMPUTE MT-ADD = ZERO - MM-ADD
    COMPUTE MT-SUB = ZERO - MM-SUB
    COMPUTE MT-MUL = ZERO - MM-MUL
    COMPUTE MT-DIV = ZERO - MM-DIV
    COMPUTE MT-TOT = ZERO - MM-TOT
    MOVE 'N' TO MT-DIVZERO-FLAG
    MOVE 'N' TO MT-SIZE-ERROR-FLAG
    SET MT-REVERSAL-ENTRY TO TRUE
    .

WRITE-BADINPUT-EXCEPTION.
    MOVE "BADINPUT" TO MX-CONDITION
    MOVE WS-INPUT1-IMAGE TO MX-INPUT1
    MOVE WS-INPUT2-IMAGE TO MX-INPUT2
    MOVE ZERO TO MX-REVERSAL-KEY
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE 8 TO WS-NEW-SEVERITY
    PERFORM RAISE-RUN-SEVERITY
    .

WRITE-BADREV-EXCEPTION.
    MOVE "BADREV" TO MX-CONDITION
    MOVE SPACES TO MX-INPUT1
    MOVE SPACES TO MX-INPUT2
    MOVE MI-REVERSAL-KEY TO MX-REVERSAL-KEY
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE 8 TO WS-NEW-SEVERITY
    PERFORM RAISE-RUN-SEVERITY
        MOVE "DIVZERO" TO MX-CONDITION
        MOVE WS-INPUT1-IMAGE TO MX-INPUT1
        MOVE WS-INPUT2-IMAGE TO MX-INPUT2
        MOVE ZERO TO MX-REVERSAL-KEY
        PERFORM WRITE-EXCEPTION-RECORD
        MOVE 4 TO WS-NEW-SEVERITY
        PERFORM RAISE-RUN-SEVERITY
        MOVE "SIZEERR" TO MX-CONDITION
        MOVE WS-INPUT1-IMAGE TO MX-INPUT1
        MOVE WS-INPUT2-IMAGE TO MX-INPUT2
        MOVE ZERO TO MX-REVERSAL-KEY
        PERFORM WRITE-EXCEPTION-RECORD
        MOVE 4 TO WS-NEW-SEVERITY
        PERFORM RAISE-RUN-SEVERITY
    MOVE WS-RUN-DATE TO MX-RUN-DATE
    MOVE WS-RUN-NUMBER TO MX-RUN-NUMBER
    MOVE WS-RECORD-NUMBER TO MX-RECORD-NUMBER
    MOVE MI-LINEAGE TO MX-LINEAGE
    WRITE MATH-EXCEPTION-RECORD
    ADD 1 TO WS-EXCEPTION-COUNT
    .
        MOVE MS-ADD-SUM TO MR-ADD-SUM
        MOVE MS-TOT-SUM TO MR-TOT-SUM
        MOVE MS-SUM-OVERFLOW-FLAG TO MR-OVERFLOW-FLAG
        MOVE MS-REVERSAL-COUNT TO MR-REVERSAL-COUNT
        MOVE MS-REV-ADD-SUM TO MR-REV-ADD-SUM
        MOVE MS-REV-TOT-SUM TO MR-REV-TOT-SUM
        WRITE MATH-RESTART-RECORD
        IF WS-RESTART-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to write MATH-RESTART-FILE (mathrestart.dat) "
    MOVE ZERO TO MR-ADD-SUM
    MOVE ZERO TO MR-TOT-SUM
    MOVE 'N' TO MR-OVERFLOW-FLAG
    MOVE ZERO TO MR-REVERSAL-COUNT
    MOVE ZERO TO MR-REV-ADD-SUM
    MOVE ZERO TO MR-REV-TOT-SUM
    WRITE MATH-RESTART-RECORD
    CLOSE MATH-RESTART-FILE
    .

WRITE-CONTROL-TOTALS.
    IF WS-RUN-DATE = ZERO
        MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    END-IF
    OPEN OUTPUT MATH-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        MOVE MC-TOT-SUB-WEIGHT TO MCT-TOT-SUB-WEIGHT
        MOVE MC-TOT-MUL-WEIGHT TO MCT-TOT-MUL-WEIGHT
        MOVE MC-TOT-DIV-WEIGHT TO MCT-TOT-DIV-WEIGHT
        MOVE MS-REVERSAL-COUNT TO MCT-REVERSAL-COUNT
        MOVE MS-REV-ADD-SUM TO MCT-REV-ADD-SUM
        MOVE MS-REV-TOT-SUM TO MCT-REV-TOT-SUM
        WRITE MATH-CONTROL-RECORD
        IF WS-CONTROL-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to write MATH-CONTROL-FILE"
    MOVE MC-DO-TOT TO MO-TOT-OP
    MOVE MT-DIVZERO-FLAG TO MO-DIVZERO-FLAG
    MOVE MT-SIZE-ERROR-FLAG TO MO-SIZE-ERROR-FLAG
    MOVE MT-ENTRY-TYPE TO MO-ENTRY-TYPE
    MOVE WS-ORIG-KEY TO MO-ORIG-KEY
    MOVE MI-FEED-FILE-ID TO MO-FEED-FILE-ID
    MOVE MI-FEED-CREATE-DATE TO MO-FEED-CREATE-DATE
    MOVE MI-FEED-RECORD-NUMBER TO MO-FEED-RECORD-NUMBER

    MOVE MATH-OUTPUT-LINE TO MATH-OUTPUT-RECORD
    WRITE MATH-OUTPUT-RECORD
    MOVE MT-TOT TO MM-TOT
    MOVE MT-DIVZERO-FLAG TO MM-DIVZERO-FLAG
    MOVE MT-SIZE-ERROR-FLAG TO MM-SIZE-ERROR-FLAG
    MOVE MT-ENTRY-TYPE TO MM-ENTRY-TYPE
    MOVE 'N' TO MM-REVERSED-FLAG
    MOVE WS-ORIG-KEY TO MM-REVERSAL-KEY
    MOVE MI-LINEAGE TO MM-LINEAGE
    WRITE MATH-MASTER-RECORD
        INVALID KEY
            REWRITE MATH-MASTER-RECORD
    ELSE
        MOVE SPACES TO MRD-SIZEERR
    END-IF
    IF MT-REVERSAL-ENTRY
        MOVE "REV" TO MRD-REVERSAL
    ELSE
        MOVE SPACES TO MRD-REVERSAL
    END-IF
    MOVE MATH-REPORT-DETAIL TO MATH-REPORT-RECORD
    WRITE MATH-REPORT-RECORD
    ADD 1 TO WS-REPORT-LINE-COUNT

PRINT-REPORT-HEADINGS.
    IF WS-RUN-DATE = ZERO
        MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    END-IF
    ADD 1 TO WS-REPORT-PAGE
    MOVE WS-RUN-DATE TO MRH-RUN-DATE
    MOVE MATH-REPORT-SUM-LINE TO MATH-REPORT-RECORD
    WRITE MATH-REPORT-RECORD

    MOVE "REVERSALS POSTED       : " TO MRC-LABEL
    MOVE MS-REVERSAL-COUNT TO MRC-COUNT
    MOVE MATH-REPORT-COUNT-LINE TO MATH-REPORT-RECORD
    WRITE MATH-REPORT-RECORD

    MOVE "  OF WHICH ADD OFFSETS : " TO MRS-LABEL
    MOVE MS-REV-ADD-SUM TO MRS-SUM
    MOVE MATH-REPORT-SUM-LINE TO MATH-REPORT-RECORD
    WRITE MATH-REPORT-RECORD

    MOVE "  OF WHICH TOT OFFSETS : " TO MRS-LABEL
    MOVE MS-REV-TOT-SUM TO MRS-SUM
    MOVE MATH-REPORT-SUM-LINE TO MATH-REPORT-RECORD
    WRITE MATH-REPORT-RECORD

    IF MS-SUM-OVERFLOW
        MOVE SPACES TO MATH-REPORT-RECORD
        WRITE MATH-REPORT-RECORD
    END-IF
    .

FILE-RESULTS-REPORT.
    MOVE WS-RUN-DATE TO MPF-RUN-DATE
    MOVE WS-RUN-NUMBER TO MPF-RUN-NUMBER
    MOVE "RESULTS" TO MPF-REPORT-NAME
    MOVE "WS-MATH-BATCH" TO MPF-PROGRAM-ID
    MOVE "mathrept.dat" TO MPF-SOURCE-FILE-NAME
    MOVE "WS-MATH-BATCH DAILY RESULTS REPORT" TO MPF-PAGE-MARK
    MOVE 34 TO MPF-PAGE-MARK-LENGTH
    PERFORM FILE-REPORT-TO-REPOSITORY
    .

CLOSE-FILES.
    CLOSE MATH-TRANSACTION-FILE
    CLOSE MATH-OUTPUT-FILE

COPY MATHRNP.

COPY MATHCLP.

COPY MATHCALC.

COPY MATHRPFP.
