*>              PGM=WS-MATH-BATCH tag, so interactive WS-MATH sessions
*>              and earlier same-day batch runs
*>              appended to the same audit file do not throw off the
*>              balance. Reversals (TYPE=R lines, COPY MATHOUTL and
*>              MATHAUDL) are recounted as their own category and
*>              their offset ADD and TOT amounts re-added on their own
*>              as well as into the net sums, and each is proven
*>              against the control record's reversal totals, so the
*>              net figures balance and the reversals are accounted
*>              for separately. The business date being balanced is
*>              taken from the processing calendar (COPY MATHCAL)
*>              rather than the system clock. On startup the
*>              run-control register (COPY MATHRUN) is consulted: the reconciliation refuses to
*>              run unless a clean WS-MATH-BATCH completion is waiting
*>              to be balanced for the business date, and its own
*>              START and END are registered -- a balancing END is
*>              what marks the date complete end-to-end. The
*>              balancing report is shown on the screen and written
*>              to a print file (mathrecon.dat), which is then filed
*>              in the report repository (COPY MATHRPO) as the RECON
*>              report for the run balanced, so it can be reprinted
*>              with WS-MATH-REPRINT; a print or filing failure is
*>              only warned about, since the balance itself is
*>              unaffected. Ends with
*>              RETURN-CODE 0 only when everything
*>              balances, 8 when anything is out of balance (or the
*>              control totals themselves overflowed and can no longer
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT MATH-RECON-REPORT-FILE ASSIGN TO "mathrecon.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-FILE-STATUS.

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
    FD MATH-CONTROL-FILE.
    COPY MATHCTL.

    FD MATH-OUTPUT-FILE.
    01 MATH-OUTPUT-RECORD       PIC X(300).

    FD MATH-AUDIT-FILE.
    01 MATH-AUDIT-RECORD        PIC X(250).
    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

    FD MATH-RECON-REPORT-FILE.
    01 MATH-RECON-REPORT-RECORD PIC X(132).

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
    01 WS-CONTROL-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-OUTPUT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-AUDIT-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-RECON-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REPOS-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REPOSWK-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-FILED-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-RETAIN-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).
    01 WS-RUN-NUMBER            PIC 9(3) VALUE ZERO.

    COPY MATHRNW.
    COPY MATHCLW.
    COPY MATHRPFW.

    01 WS-OPEN-ERROR-SW         PIC X VALUE 'N'.
        88 WS-OPEN-ERROR            VALUE 'Y'.
    01 WS-RECON-OVERFLOW-SW     PIC X VALUE 'N'.
        88 WS-RECON-OVERFLOW        VALUE 'Y'.

    01 WS-RECON-PRINT-SW        PIC X VALUE 'N'.
        88 WS-RECON-PRINTING        VALUE 'Y'.

    01 WS-RECON-LINE            PIC X(132) VALUE SPACES.

    01 WS-RECON-COUNT-ROW.
        05 WS-RCR-LABEL          PIC X(25).
        05 WS-RCR-CONTROL        PIC 9(7).
        05 FILLER                PIC X(5) VALUE SPACES.
        05 WS-RCR-OUTPUT         PIC 9(7).
        05 FILLER                PIC X(5) VALUE SPACES.
        05 WS-RCR-AUDIT          PIC 9(7).

    01 WS-RECON-SUM-ROW.
        05 WS-RSR-LABEL          PIC X(25).
        05 WS-RSR-CONTROL        PIC S9(15)V99 SIGN LEADING SEPARATE.
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-RSR-OUTPUT         PIC S9(15)V99 SIGN LEADING SEPARATE.
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-RSR-AUDIT          PIC S9(15)V99 SIGN LEADING SEPARATE.

    COPY MATHOUTL.
    COPY MATHAUDL.

        05 WS-CTL-TOT-SUM        PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-CTL-OVERFLOW-FLAG  PIC X VALUE 'N'.
        05 WS-CTL-REV-COUNT      PIC 9(7) VALUE ZERO.
        05 WS-CTL-REV-ADD-SUM    PIC S9(11)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-CTL-REV-TOT-SUM    PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.

    01 WS-OUTPUT-TOTALS.
        05 WS-OUT-TRAN-COUNT     PIC 9(7) VALUE ZERO.
        05 WS-OUT-TOT-SUM        PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-OUT-BAD-COUNT      PIC 9(7) VALUE ZERO.
        05 WS-OUT-REV-COUNT      PIC 9(7) VALUE ZERO.
        05 WS-OUT-REV-ADD-SUM    PIC S9(11)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-OUT-REV-TOT-SUM    PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.

    01 WS-AUDIT-TOTALS.
        05 WS-AUD-TRAN-COUNT     PIC 9(7) VALUE ZERO.
        05 WS-AUD-TOT-SUM        PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-AUD-BAD-COUNT      PIC 9(7) VALUE ZERO.
        05 WS-AUD-REV-COUNT      PIC 9(7) VALUE ZERO.
        05 WS-AUD-REV-ADD-SUM    PIC S9(11)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.
        05 WS-AUD-REV-TOT-SUM    PIC S9(15)V99 SIGN LEADING SEPARATE
                                     VALUE ZERO.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-BUSINESS-CALENDAR
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM SCAN-RUN-REGISTER
    IF NOT MRR-BATCH-READY
                MOVE MCT-ADD-SUM TO WS-CTL-ADD-SUM
                MOVE MCT-TOT-SUM TO WS-CTL-TOT-SUM
                MOVE MCT-OVERFLOW-FLAG TO WS-CTL-OVERFLOW-FLAG
                IF MCT-REVERSAL-COUNT IS NUMERIC
                    MOVE MCT-REVERSAL-COUNT TO WS-CTL-REV-COUNT
                    MOVE MCT-REV-ADD-SUM TO WS-CTL-REV-ADD-SUM
                    MOVE MCT-REV-TOT-SUM TO WS-CTL-REV-TOT-SUM
                END-IF
        END-READ
        CLOSE MATH-CONTROL-FILE
    END-IF
            IF MO-REC-TAG = "REC="
                    AND MO-ADD IS NUMERIC
                    AND MO-TOT IS NUMERIC
                IF MO-ENTRY-TYPE = 'R'
                    ADD 1 TO WS-OUT-REV-COUNT
                    ADD MO-ADD TO WS-OUT-REV-ADD-SUM
                        ON SIZE ERROR
                            SET WS-RECON-OVERFLOW TO TRUE
                    END-ADD
                    ADD MO-TOT TO WS-OUT-REV-TOT-SUM
                        ON SIZE ERROR
                            SET WS-RECON-OVERFLOW TO TRUE
                    END-ADD
                ELSE
                    ADD 1 TO WS-OUT-TRAN-COUNT
                    IF MO-DIVZERO-FLAG = 'Y'
                        ADD 1 TO WS-OUT-DIVZERO-COUNT
                    END-IF
                END-IF
                ADD MO-ADD TO WS-OUT-ADD-SUM
                    ON SIZE ERROR
                    AND MA-RUN-NUMBER IS NUMERIC
                    AND MA-RUN-NUMBER = WS-CTL-RUN-NUMBER
                IF MA-ADD IS NUMERIC AND MA-TOT IS NUMERIC
                    IF MA-ENTRY-TYPE = 'R'
                        ADD 1 TO WS-AUD-REV-COUNT
                        ADD MA-ADD TO WS-AUD-REV-ADD-SUM
                            ON SIZE ERROR
                                SET WS-RECON-OVERFLOW TO TRUE
                        END-ADD
                        ADD MA-TOT TO WS-AUD-REV-TOT-SUM
                            ON SIZE ERROR
                                SET WS-RECON-OVERFLOW TO TRUE
                        END-ADD
                    ELSE
                        ADD 1 TO WS-AUD-TRAN-COUNT
                        IF MA-DIVZERO-FLAG = 'Y'
                            ADD 1 TO WS-AUD-DIVZERO-COUNT
                        END-IF
                    END-IF
                    ADD MA-ADD TO WS-AUD-ADD-SUM
                        ON SIZE ERROR
            OR WS-OUT-DIVZERO-COUNT NOT = WS-CTL-DIVZERO-COUNT
            OR WS-OUT-ADD-SUM NOT = WS-CTL-ADD-SUM
            OR WS-OUT-TOT-SUM NOT = WS-CTL-TOT-SUM
            OR WS-OUT-REV-COUNT NOT = WS-CTL-REV-COUNT
            OR WS-OUT-REV-ADD-SUM NOT = WS-CTL-REV-ADD-SUM
            OR WS-OUT-REV-TOT-SUM NOT = WS-CTL-REV-TOT-SUM
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    IF WS-AUD-TRAN-COUNT NOT = WS-CTL-TRAN-COUNT
            OR WS-AUD-DIVZERO-COUNT NOT = WS-CTL-DIVZERO-COUNT
            OR WS-AUD-ADD-SUM NOT = WS-CTL-ADD-SUM
            OR WS-AUD-TOT-SUM NOT = WS-CTL-TOT-SUM
            OR WS-AUD-REV-COUNT NOT = WS-CTL-REV-COUNT
            OR WS-AUD-REV-ADD-SUM NOT = WS-CTL-REV-ADD-SUM
            OR WS-AUD-REV-TOT-SUM NOT = WS-CTL-REV-TOT-SUM
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    .

DISPLAY-RECON-REPORT.
    OPEN OUTPUT MATH-RECON-REPORT-FILE
    IF WS-RECON-FILE-STATUS = "00"
        SET WS-RECON-PRINTING TO TRUE
    ELSE
        DISPLAY "WARNING: unable to open MATH-RECON-REPORT-FILE"
            " (mathrecon.dat), file status " WS-RECON-FILE-STATUS
        DISPLAY "         -- the balancing report is shown on the"
            " screen only and will not be filed."
    END-IF
    DISPLAY " "
    MOVE "===== WS-MATH-RECON Balancing Report =====" TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    STRING "Run date balanced      : " DELIMITED BY SIZE
           WS-CTL-RUN-DATE             DELIMITED BY SIZE
        INTO WS-RECON-LINE
    END-STRING
    PERFORM EMIT-RECON-LINE
    STRING "Run number balanced    : " DELIMITED BY SIZE
           WS-CTL-RUN-NUMBER           DELIMITED BY SIZE
        INTO WS-RECON-LINE
    END-STRING
    PERFORM EMIT-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "                         CONTROL     OUTPUT      AUDIT"
        TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "Transactions           : " TO WS-RCR-LABEL
    MOVE WS-CTL-TRAN-COUNT TO WS-RCR-CONTROL
    MOVE WS-OUT-TRAN-COUNT TO WS-RCR-OUTPUT
    MOVE WS-AUD-TRAN-COUNT TO WS-RCR-AUDIT
    MOVE WS-RECON-COUNT-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "Divide-by-zero errors  : " TO WS-RCR-LABEL
    MOVE WS-CTL-DIVZERO-COUNT TO WS-RCR-CONTROL
    MOVE WS-OUT-DIVZERO-COUNT TO WS-RCR-OUTPUT
    MOVE WS-AUD-DIVZERO-COUNT TO WS-RCR-AUDIT
    MOVE WS-RECON-COUNT-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "Sum of ADD results     : " TO WS-RSR-LABEL
    MOVE WS-CTL-ADD-SUM TO WS-RSR-CONTROL
    MOVE WS-OUT-ADD-SUM TO WS-RSR-OUTPUT
    MOVE WS-AUD-ADD-SUM TO WS-RSR-AUDIT
    MOVE WS-RECON-SUM-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "Sum of TOT results     : " TO WS-RSR-LABEL
    MOVE WS-CTL-TOT-SUM TO WS-RSR-CONTROL
    MOVE WS-OUT-TOT-SUM TO WS-RSR-OUTPUT
    MOVE WS-AUD-TOT-SUM TO WS-RSR-AUDIT
    MOVE WS-RECON-SUM-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "Reversals              : " TO WS-RCR-LABEL
    MOVE WS-CTL-REV-COUNT TO WS-RCR-CONTROL
    MOVE WS-OUT-REV-COUNT TO WS-RCR-OUTPUT
    MOVE WS-AUD-REV-COUNT TO WS-RCR-AUDIT
    MOVE WS-RECON-COUNT-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "  of which ADD offsets : " TO WS-RSR-LABEL
    MOVE WS-CTL-REV-ADD-SUM TO WS-RSR-CONTROL
    MOVE WS-OUT-REV-ADD-SUM TO WS-RSR-OUTPUT
    MOVE WS-AUD-REV-ADD-SUM TO WS-RSR-AUDIT
    MOVE WS-RECON-SUM-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    MOVE "  of which TOT offsets : " TO WS-RSR-LABEL
    MOVE WS-CTL-REV-TOT-SUM TO WS-RSR-CONTROL
    MOVE WS-OUT-REV-TOT-SUM TO WS-RSR-OUTPUT
    MOVE WS-AUD-REV-TOT-SUM TO WS-RSR-AUDIT
    MOVE WS-RECON-SUM-ROW TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    IF WS-OUT-BAD-COUNT > ZERO
        STRING "Unparseable output rec : " DELIMITED BY SIZE
               WS-OUT-BAD-COUNT            DELIMITED BY SIZE
            INTO WS-RECON-LINE
        END-STRING
        PERFORM EMIT-RECON-LINE
    END-IF
    IF WS-AUD-BAD-COUNT > ZERO
        STRING "Unparseable audit rec  : " DELIMITED BY SIZE
               WS-AUD-BAD-COUNT            DELIMITED BY SIZE
            INTO WS-RECON-LINE
        END-STRING
        PERFORM EMIT-RECON-LINE
    END-IF
    PERFORM EMIT-RECON-LINE
    IF WS-CTL-OVERFLOW-FLAG = 'Y'
        MOVE "CANNOT BALANCE: the batch run reported that its own"
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
        MOVE "         control totals overflowed and wrapped --"
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
        MOVE "         nothing can be proven against them."
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
    END-IF
    IF WS-RECON-OVERFLOW
        MOVE "CANNOT BALANCE: a reconciliation sum overflowed"
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
        MOVE "         while re-adding the files." TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
    END-IF
    IF WS-IN-BALANCE
        MOVE "RESULT: IN BALANCE -- the output file, audit trail,"
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
        MOVE "        and summary totals all agree." TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
    ELSE
        MOVE "RESULT: OUT OF BALANCE -- do not release this run's"
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
        MOVE "        output. Investigate before rerunning."
            TO WS-RECON-LINE
        PERFORM EMIT-RECON-LINE
    END-IF
    MOVE "==========================================" TO WS-RECON-LINE
    PERFORM EMIT-RECON-LINE
    IF WS-RECON-PRINTING
        CLOSE MATH-RECON-REPORT-FILE
        PERFORM FILE-RECON-REPORT
    END-IF
    .

EMIT-RECON-LINE.
    DISPLAY WS-RECON-LINE
    IF WS-RECON-PRINTING
        MOVE WS-RECON-LINE TO MATH-RECON-REPORT-RECORD
        WRITE MATH-RECON-REPORT-RECORD
    END-IF
    MOVE SPACES TO WS-RECON-LINE
    .

FILE-RECON-REPORT.
    MOVE WS-CTL-RUN-DATE TO MPF-RUN-DATE
    MOVE WS-CTL-RUN-NUMBER TO MPF-RUN-NUMBER
    MOVE "RECON" TO MPF-REPORT-NAME
    MOVE "WS-MATH-RECON" TO MPF-PROGRAM-ID
    MOVE "mathrecon.dat" TO MPF-SOURCE-FILE-NAME
    MOVE "===== WS-MATH-RECON" TO MPF-PAGE-MARK
    MOVE 19 TO MPF-PAGE-MARK-LENGTH
    PERFORM FILE-REPORT-TO-REPOSITORY
    .

COPY MATHRNP.

COPY MATHCLP.

COPY MATHRPFP.
