*>              followed by month totals compared side by side with
*>              the prior month -- the numbers management asks for
*>              every month, taken from a file instead of a
*>              hand-maintained spreadsheet. Every working day on the
*>              processing calendar (COPY MATHCAL) that has already
*>              passed -- up to the current business date, and not
*>              before the first date on the run-control register
*>              (COPY MATHRUN) -- but has no completed, balanced
*>              cycle on the register is listed flagged NO CYCLE,
*>              whether or not a batch posted that day, and the
*>              number of such days is compared with the prior
*>              month. The report is written to mathtrnd.dat. Ends
*>              with RETURN-CODE 0 on success, 4 when a working day
*>              of the month was flagged NO CYCLE, and 16 when a
*>              file could not be opened.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-TREND.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT MATH-RUN-CONTROL-FILE ASSIGN TO "mathruncl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-HISTORY-FILE.
    FD MATH-TREND-REPORT-FILE.
    01 MATH-TREND-REPORT-RECORD PIC X(132).

    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
    01 WS-RUN-TIME              PIC 9(8) VALUE ZERO.
    01 WS-RUN-NUMBER            PIC 9(3) VALUE ZERO.

    COPY MATHTRNP.
    COPY MATHRNW.
    COPY MATHCLW.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.
            10 WS-DAY-RUNS       PIC 9(5).
            10 WS-DAY-TRANS      PIC 9(9).
            10 WS-DAY-DIVZERO    PIC 9(9).
            10 WS-DAY-MISSED-SW  PIC X.
                88 WS-DAY-MISSED     VALUE 'Y'.

    01 WS-THIS-MONTH-TOTALS.
        05 WS-THIS-RUNS          PIC 9(9) VALUE ZERO.
    01 WS-PRIOR-RATE            PIC 9(5)V99 VALUE ZERO.
    01 WS-DAY-SUB               PIC 9(2) VALUE ZERO.

    01 WS-NEXT-MONTH            PIC 9(6) VALUE ZERO.
    01 WS-WINDOW-MONTH          PIC 9(6) VALUE ZERO.
    01 WS-MISSED-COUNT          PIC 9(3) VALUE ZERO.
    01 WS-THIS-MISSED           PIC 9(3) VALUE ZERO.
    01 WS-PRIOR-MISSED          PIC 9(3) VALUE ZERO.
    01 WS-MARK-DAYS-SW          PIC X VALUE 'N'.
        88 WS-MARK-DAYS             VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
    INITIALIZE WS-DAY-TABLE
    PERFORM SCAN-HISTORY-FILE
    IF NOT WS-FILE-ERROR
        PERFORM READ-BUSINESS-CALENDAR
        PERFORM FIND-MISSED-CYCLES
        PERFORM PRINT-TREND-REPORT
    END-IF
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
    ELSE
        IF WS-THIS-MISSED > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        DISPLAY " "
        DISPLAY "The trend report for " WS-REPORT-MONTH
            " is in mathtrnd.dat."
    END-IF
    .

*> The prior month is counted first, then the report month with
*> each missed day marked in the day table for the detail lines.
FIND-MISSED-CYCLES.
    MOVE WS-PRIOR-MONTH TO WS-WINDOW-MONTH
    MOVE 'N' TO WS-MARK-DAYS-SW
    PERFORM COUNT-MISSED-CYCLES
    MOVE WS-MISSED-COUNT TO WS-PRIOR-MISSED
    MOVE WS-REPORT-MONTH TO WS-WINDOW-MONTH
    SET WS-MARK-DAYS TO TRUE
    PERFORM COUNT-MISSED-CYCLES
    MOVE WS-MISSED-COUNT TO WS-THIS-MISSED
    .

COUNT-MISSED-CYCLES.
    MOVE ZERO TO WS-MISSED-COUNT
    IF FUNCTION MOD(WS-WINDOW-MONTH, 100) = 12
        COMPUTE WS-NEXT-MONTH = WS-WINDOW-MONTH + 89
    ELSE
        COMPUTE WS-NEXT-MONTH = WS-WINDOW-MONTH + 1
    END-IF
    COMPUTE MRR-WINDOW-START = WS-WINDOW-MONTH * 100 + 1
    IF FUNCTION TEST-DATE-YYYYMMDD (MRR-WINDOW-START) = ZERO
        COMPUTE MRR-WINDOW-DAYS =
            FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH * 100 + 1)
            - FUNCTION INTEGER-OF-DATE (MRR-WINDOW-START)
        PERFORM SCAN-CYCLE-WINDOW
        IF MRR-FIRST-RUN-DATE > ZERO
            PERFORM CHECK-ONE-MONTH-DAY
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > MRR-WINDOW-DAYS
        END-IF
    END-IF
    .

CHECK-ONE-MONTH-DAY.
    COMPUTE MCL-CHECK-DATE = MRR-WINDOW-START + WS-DAY-SUB - 1
    IF MCL-CHECK-DATE >= MRR-FIRST-RUN-DATE
            AND MCL-CHECK-DATE < MCL-BUSINESS-DATE
            AND NOT MRR-CYCLE-DONE (WS-DAY-SUB)
        PERFORM CHECK-WORKING-DAY
        IF MCL-WORKING-DAY
            ADD 1 TO WS-MISSED-COUNT
            IF WS-MARK-DAYS
                SET WS-DAY-MISSED (WS-DAY-SUB) TO TRUE
            END-IF
        END-IF
    END-IF
    .

SCAN-HISTORY-FILE.
    OPEN INPUT MATH-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > 31
            IF WS-DAY-RUNS(WS-DAY-SUB) > ZERO
                    OR WS-DAY-MISSED(WS-DAY-SUB)
                PERFORM PRINT-TREND-DETAIL-LINE
            END-IF
        END-PERFORM
        MOVE ZERO TO WS-DAY-RATE
    END-IF
    MOVE WS-DAY-RATE TO MTR-RATE
    IF WS-DAY-MISSED(WS-DAY-SUB)
        MOVE "NO CYCLE" TO MTR-CYCLE-FLAG
    ELSE
        MOVE SPACES TO MTR-CYCLE-FLAG
    END-IF
    MOVE MTR-REPORT-DETAIL TO MATH-TREND-REPORT-RECORD
    WRITE MATH-TREND-REPORT-RECORD
    .
    MOVE MTR-COMPARE-COUNT-LINE TO MATH-TREND-REPORT-RECORD
    WRITE MATH-TREND-REPORT-RECORD

    MOVE "WORKING DAYS NO CYCLE  : " TO MTC-LABEL
    MOVE WS-THIS-MISSED TO MTC-THIS-COUNT
    MOVE WS-PRIOR-MISSED TO MTC-PRIOR-COUNT
    MOVE MTR-COMPARE-COUNT-LINE TO MATH-TREND-REPORT-RECORD
    WRITE MATH-TREND-REPORT-RECORD

    MOVE "ERROR RATE PCT         : " TO MTX-LABEL
    MOVE WS-THIS-RATE TO MTX-THIS-RATE
    MOVE WS-PRIOR-RATE TO MTX-PRIOR-RATE
    MOVE MTR-COMPARE-SUM-LINE TO MATH-TREND-REPORT-RECORD
    WRITE MATH-TREND-REPORT-RECORD
    .

COPY MATHRNP.

COPY MATHCLP.
