*> Author:      Renato D. Mejilla
*> Description: Department chargeback. Finance charges each sending
*>              system for its use of the service at the rates on the
*>              effective-dated rate table (mathrate.dat, COPY
*>              MATHRAT, maintained by WS-MATH-RATES): a charge per
*>              processed transaction, a lower charge per rejected
*>              record, and a surcharge per DIVZERO or SIZEERR
*>              exception. The reject file and the exception file are
*>              rewritten every run, so capture mode runs in the
*>              nightly stream after WS-MATH-RECON: it takes the run
*>              named in the control totals (mathctl.dat, COPY
*>              MATHCTL), counts each department's records on the
*>              reject file (mathrejct.dat, COPY MATHREJ) from the
*>              edit that fed the run and its DIVZERO and SIZEERR
*>              records on the exception file (mathexcp.dat, COPY
*>              MATHEXC) -- an exception carries no sending system,
*>              so its department is read from its posting on the
*>              results master (COPY MATHMST), and one whose posting
*>              cannot be found is counted under UNKNOWN -- and
*>              writes them to the chargeback activity log
*>              (mathchga.dat, COPY MATHCHA) with a run line marking
*>              the run captured. Capturing a run again replaces its
*>              lines, and the log is rewritten through a work file
*>              (mathchgawk.dat) like every other register rewrite.
*>              Month-end mode takes a charge month and totals each
*>              department's activity for the business dates in it:
*>              processed transactions from the results master, every
*>              posting counting once, reversal offsets included, and
*>              rejects and exceptions from the activity log. Each
*>              business date's activity is priced at the department's
*>              rates in effect that day, so a rate change within the
*>              month prices each side of it correctly. It writes the
*>              fixed-format general-ledger interface (mathglchg.dat,
*>              COPY MATHGLI) -- a header, one line per department
*>              and cost code, and a trailer with the line count and
*>              the control total of the charges -- and prints a
*>              one-page invoice per department (mathinvc.dat, COPY
*>              MATHINVP) listing the volume, rate, and amount behind
*>              every charge, with a total per cost code that agrees
*>              with the ledger line. Activity with no rate in effect
*>              is shown on the invoice but not charged, and a run on
*>              the master that was never captured is warned about,
*>              since its rejects and exceptions are missing from the
*>              month; postings already archived off the master are
*>              not counted, so the month is charged before it is
*>              archived. A month not yet over is charged through the
*>              current business date, with a warning. Ends with
*>              RETURN-CODE 0 on success, 4 when the capture found
*>              exceptions it could not place or the month was
*>              charged with unrated activity, uncaptured runs, or
*>              before it was over, 8 when there is no run to capture
*>              or the charge month is not valid, and 16 when a file
*>              could not be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-CHARGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-CONTROL-FILE ASSIGN TO "mathctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT MATH-REJECT-FILE ASSIGN TO "mathrejct.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.

    SELECT MATH-EXCEPTION-FILE ASSIGN TO "mathexcp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

    SELECT MATH-MASTER-FILE ASSIGN TO "mathmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MM-MASTER-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT MATH-CHARGE-ACTIVITY-FILE ASSIGN TO "mathchga.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

    SELECT MATH-ACTIVITY-WORK-FILE ASSIGN TO "mathchgawk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-RATE-FILE ASSIGN TO "mathrate.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT MATH-GL-INTERFACE-FILE ASSIGN TO "mathglchg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT MATH-INVOICE-FILE ASSIGN TO "mathinvc.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-CONTROL-FILE.
    COPY MATHCTL.

    FD MATH-REJECT-FILE.
    01 MATH-REJECT-RECORD       PIC X(200).

    FD MATH-EXCEPTION-FILE.
    COPY MATHEXC.

    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-CHARGE-ACTIVITY-FILE.
    COPY MATHCHA.

    FD MATH-ACTIVITY-WORK-FILE.
    01 MATH-ACTIVITY-WORK-RECORD PIC X(56).

    FD MATH-RATE-FILE.
    COPY MATHRAT.

    FD MATH-GL-INTERFACE-FILE.
    COPY MATHGLI.

    FD MATH-INVOICE-FILE.
    01 MATH-INVOICE-RECORD      PIC X(132).

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-CONTROL-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-EXCEPTION-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-ACTIVITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-RATE-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-GL-FILE-STATUS        PIC XX VALUE SPACES.
    01 WS-INVOICE-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    COPY MATHREJ.
    COPY MATHINVP.
    COPY MATHRTW.
    COPY MATHCLW.

    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
    01 WS-NOW-TIME              PIC 9(8) VALUE ZERO.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-NO-RUN-SW             PIC X VALUE 'N'.
        88 WS-NO-RUN                VALUE 'Y'.

    01 WS-MASTER-STATE          PIC X VALUE SPACE.
        88 WS-MASTER-OPEN           VALUE 'O'.
        88 WS-MASTER-EMPTY          VALUE 'E'.

    01 WS-DEP-FOUND-SW          PIC X VALUE 'N'.
        88 WS-DEP-FOUND             VALUE 'Y'.

    01 WS-CHG-FOUND-SW          PIC X VALUE 'N'.
        88 WS-CHG-FOUND             VALUE 'Y'.

    01 WS-CAP-FOUND-SW          PIC X VALUE 'N'.
        88 WS-CAP-FOUND             VALUE 'Y'.

    01 WS-TABLE-FULL-SW         PIC X VALUE 'N'.
        88 WS-TABLE-FULL            VALUE 'Y'.

    01 WS-CHG-FULL-SW           PIC X VALUE 'N'.
        88 WS-CHG-FULL              VALUE 'Y'.

    01 WS-SWAPPED-SW            PIC X VALUE 'N'.
        88 WS-SWAPPED               VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-CAPTURE-MODE          VALUE 'C'.
        88 WS-MONTH-END-MODE        VALUE 'M'.

*> Capture mode: the run being captured and what was found for it.
    01 WS-CTL-RUN-DATE          PIC 9(8) VALUE ZERO.
    01 WS-CTL-RUN-NUMBER        PIC 9(3) VALUE ZERO.
    01 WS-REJECT-TOTAL          PIC 9(7) VALUE ZERO.
    01 WS-DIVZERO-TOTAL         PIC 9(7) VALUE ZERO.
    01 WS-SIZEERR-TOTAL         PIC 9(7) VALUE ZERO.
    01 WS-UNPLACED-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-OTHER-RUN-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-KEPT-COUNT            PIC 9(7) VALUE ZERO.
    01 WS-REPLACED-COUNT        PIC 9(7) VALUE ZERO.

*> Month-end mode: the charge window and the month's totals.
    01 WS-CHARGE-MONTH          PIC 9(6) VALUE ZERO.
    01 WS-NEXT-MONTH            PIC 9(6) VALUE ZERO.
    01 WS-MONTH-START           PIC 9(8) VALUE ZERO.
    01 WS-MONTH-END             PIC 9(8) VALUE ZERO.
    01 WS-MONTH-DAYS            PIC 9(3) VALUE ZERO.
    01 WS-THROUGH-DATE          PIC 9(8) VALUE ZERO.
    01 WS-LAST-RUN-DATE         PIC 9(8) VALUE ZERO.
    01 WS-LAST-RUN-NUMBER       PIC 9(3) VALUE ZERO.
    01 WS-POSTING-COUNT         PIC 9(9) VALUE ZERO.
    01 WS-RUN-COUNT             PIC 9(5) VALUE ZERO.
    01 WS-UNCAPTURED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-UNRATED-COUNT         PIC 9(9) VALUE ZERO.
    01 WS-GL-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-CONTROL-TOTAL         PIC 9(11)V99 VALUE ZERO.
    01 WS-REPORT-PAGE           PIC 9(4) VALUE ZERO.

*> The activity being added to the tables.
    01 WS-ACT-SYSTEM            PIC X(8) VALUE SPACES.
    01 WS-ACT-DATE              PIC 9(8) VALUE ZERO.
    01 WS-ACT-PROCESSED         PIC 9(7) VALUE ZERO.
    01 WS-ACT-REJECTS           PIC 9(7) VALUE ZERO.
    01 WS-ACT-DIVZERO           PIC 9(7) VALUE ZERO.
    01 WS-ACT-SIZEERR           PIC 9(7) VALUE ZERO.

*> One cost-code group of a department's charges, and the amounts
*> of the entry being priced.
    01 WS-GROUP-COST-CODE       PIC X(8) VALUE SPACES.
    01 WS-GROUP-TOTALS.
        05 WS-GRP-PROCESSED      PIC 9(7).
        05 WS-GRP-REJECTS        PIC 9(7).
        05 WS-GRP-EXCEPTIONS     PIC 9(7).
        05 WS-GRP-PROCESSED-AMT  PIC 9(9)V99.
        05 WS-GRP-REJECT-AMT     PIC 9(9)V99.
        05 WS-GRP-SURCHARGE-AMT  PIC 9(9)V99.
        05 WS-GRP-CHARGE-AMT     PIC 9(9)V99.
    01 WS-ENT-PROCESSED-AMT     PIC 9(9)V99 VALUE ZERO.
    01 WS-ENT-REJECT-AMT        PIC 9(9)V99 VALUE ZERO.
    01 WS-ENT-DIVZERO-AMT       PIC 9(9)V99 VALUE ZERO.
    01 WS-ENT-SIZEERR-AMT       PIC 9(9)V99 VALUE ZERO.
    01 WS-DEPT-CHARGE-AMT       PIC 9(9)V99 VALUE ZERO.
    01 WS-DEPT-UNRATED-SW       PIC X VALUE 'N'.
        88 WS-DEPT-UNRATED          VALUE 'Y'.

    01 WS-ED-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-ED-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.

    01 WS-DEP-SUB               PIC 9(3) VALUE ZERO.
    01 WS-SORT-SUB              PIC 9(3) VALUE ZERO.
    01 WS-CHG-SUB               PIC 9(3) VALUE ZERO.
    01 WS-GRP-SUB               PIC 9(3) VALUE ZERO.
    01 WS-CAP-SUB               PIC 9(3) VALUE ZERO.

*> One entry per department: its capture counts in capture mode,
*> and only its name, for the invoice order, at month end.
    01 WS-DEPARTMENT-TABLE.
        05 WS-DEP-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-DEP-MAX            PIC 9(3) VALUE 50.
        05 WS-DEP-ENTRY OCCURS 50 TIMES.
            10 WS-DEP-SYSTEM         PIC X(8).
            10 WS-DEP-REJECTS        PIC 9(7).
            10 WS-DEP-DIVZERO        PIC 9(7).
            10 WS-DEP-SIZEERR        PIC 9(7).
    01 WS-DEP-SWAP-ENTRY.
        05 WS-SWAP-SYSTEM        PIC X(8).
        05 WS-SWAP-REJECTS       PIC 9(7).
        05 WS-SWAP-DIVZERO       PIC 9(7).
        05 WS-SWAP-SIZEERR       PIC 9(7).

*> One entry per department and rate-table entry that priced any of
*> its activity in the month; rate entry zero is activity with no
*> rate in effect.
    01 WS-CHARGE-TABLE.
        05 WS-CHG-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-CHG-MAX            PIC 9(3) VALUE 300.
        05 WS-CHG-ENTRY OCCURS 300 TIMES.
            10 WS-CHG-SYSTEM         PIC X(8).
            10 WS-CHG-RATE-SUB       PIC 9(3).
            10 WS-CHG-PROCESSED      PIC 9(7).
            10 WS-CHG-REJECTS        PIC 9(7).
            10 WS-CHG-DIVZERO        PIC 9(7).
            10 WS-CHG-SIZEERR        PIC 9(7).
            10 WS-CHG-PRINTED-SW     PIC X.
                88 WS-CHG-PRINTED        VALUE 'Y'.

*> The runs captured in the activity log for the charge month.
    01 WS-CAPTURED-RUN-TABLE.
        05 WS-CAP-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-CAP-MAX            PIC 9(3) VALUE 500.
        05 WS-CAP-ENTRY OCCURS 500 TIMES.
            10 WS-CAP-RUN-DATE       PIC 9(8).
            10 WS-CAP-RUN-NUMBER     PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    PERFORM GET-RUN-MODE
    IF WS-CAPTURE-MODE
        PERFORM CAPTURE-RUN-ACTIVITY
    ELSE
        PERFORM READ-BUSINESS-CALENDAR
        PERFORM PRODUCE-MONTH-CHARGES
    END-IF
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
    .

PROMPT-RUN-MODE.
    DISPLAY "Capture the latest run's rejects and exceptions, or"
    DISPLAY "charge a month? (C = capture, M = month-end): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "cm" TO "CM"
    IF WS-CAPTURE-MODE OR WS-MONTH-END-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer C or M."
    END-IF
    .

*>-----------------------------------------------------------------
*> Capture mode
*>-----------------------------------------------------------------
CAPTURE-RUN-ACTIVITY.
    PERFORM READ-RUN-CONTROL
    IF NOT WS-FILE-ERROR AND NOT WS-NO-RUN
        PERFORM OPEN-MASTER-FILE
    END-IF
    IF NOT WS-FILE-ERROR AND NOT WS-NO-RUN
        PERFORM TALLY-RUN-REJECTS
        IF NOT WS-FILE-ERROR
            PERFORM TALLY-RUN-EXCEPTIONS
        END-IF
        IF WS-MASTER-OPEN
            CLOSE MATH-MASTER-FILE
        END-IF
    END-IF
    IF NOT WS-FILE-ERROR AND NOT WS-NO-RUN
        PERFORM COPY-ACTIVITY-TO-WORK
        IF NOT WS-FILE-ERROR
            PERFORM REBUILD-ACTIVITY-LOG
        END-IF
    END-IF
    IF NOT WS-FILE-ERROR AND NOT WS-NO-RUN
        PERFORM DISPLAY-CAPTURE-SUMMARY
    END-IF
    .

READ-RUN-CONTROL.
    OPEN INPUT MATH-CONTROL-FILE
    EVALUATE WS-CONTROL-FILE-STATUS
        WHEN "00"
            READ MATH-CONTROL-FILE
                AT END
                    DISPLAY "ERROR: MATH-CONTROL-FILE (mathctl.dat) is"
                        " empty -- there is no batch run to capture."
                    SET WS-NO-RUN TO TRUE
                NOT AT END
                    MOVE MCT-RUN-DATE TO WS-CTL-RUN-DATE
                    MOVE MCT-RUN-NUMBER TO WS-CTL-RUN-NUMBER
            END-READ
            CLOSE MATH-CONTROL-FILE
        WHEN "35"
            DISPLAY "ERROR: no control totals on file (mathctl.dat)"
                " -- there is no batch run to capture."
            SET WS-NO-RUN TO TRUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-CONTROL-FILE"
                " (mathctl.dat), file status " WS-CONTROL-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    IF WS-NO-RUN
        MOVE 8 TO RETURN-CODE
    END-IF
    .

OPEN-MASTER-FILE.
    OPEN INPUT MATH-MASTER-FILE
    EVALUATE WS-MASTER-FILE-STATUS
        WHEN "00"
            SET WS-MASTER-OPEN TO TRUE
        WHEN "35"
            SET WS-MASTER-EMPTY TO TRUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-MASTER-FILE"
                " (mathmast.dat), file status " WS-MASTER-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

TALLY-RUN-REJECTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-REJECT-FILE
    EVALUATE WS-REJECT-FILE-STATUS
        WHEN "00"
            PERFORM TALLY-ONE-REJECT UNTIL WS-END-OF-FILE
            CLOSE MATH-REJECT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-REJECT-FILE"
                " (mathrejct.dat), file status " WS-REJECT-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

TALLY-ONE-REJECT.
    READ MATH-REJECT-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-REJECT-RECORD TO MATH-REJECT-LINE
            IF MRJ-REC-TAG = "REC="
                IF MRJ-SOURCE = SPACES
                    MOVE "UNKNOWN" TO WS-ACT-SYSTEM
                ELSE
                    MOVE MRJ-SOURCE TO WS-ACT-SYSTEM
                END-IF
                PERFORM FIND-DEPARTMENT
                IF WS-DEP-FOUND
                    ADD 1 TO WS-DEP-REJECTS (WS-DEP-SUB)
                    ADD 1 TO WS-REJECT-TOTAL
                END-IF
            END-IF
    END-READ
    .

TALLY-RUN-EXCEPTIONS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-EXCEPTION-FILE
    EVALUATE WS-EXCEPTION-FILE-STATUS
        WHEN "00"
            PERFORM TALLY-ONE-EXCEPTION UNTIL WS-END-OF-FILE
            CLOSE MATH-EXCEPTION-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-EXCEPTION-FILE"
                " (mathexcp.dat), file status "
                WS-EXCEPTION-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

TALLY-ONE-EXCEPTION.
    READ MATH-EXCEPTION-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MX-CONDITION = "DIVZERO" OR MX-CONDITION = "SIZEERR"
                IF MX-RUN-DATE = WS-CTL-RUN-DATE
                        AND MX-RUN-NUMBER = WS-CTL-RUN-NUMBER
                    PERFORM PLACE-EXCEPTION
                ELSE
                    ADD 1 TO WS-OTHER-RUN-COUNT
                END-IF
            END-IF
    END-READ
    .

*> The exception's department is the sending system of the posting
*> it was raised on.
PLACE-EXCEPTION.
    MOVE "UNKNOWN" TO WS-ACT-SYSTEM
    IF WS-MASTER-OPEN
        MOVE MX-RUN-DATE TO MM-RUN-DATE
        MOVE MX-RUN-NUMBER TO MM-RUN-NUMBER
        MOVE MX-RECORD-NUMBER TO MM-RECORD-NUMBER
        READ MATH-MASTER-FILE
            INVALID KEY
                ADD 1 TO WS-UNPLACED-COUNT
            NOT INVALID KEY
                MOVE MM-SOURCE-SYSTEM TO WS-ACT-SYSTEM
        END-READ
    ELSE
        ADD 1 TO WS-UNPLACED-COUNT
    END-IF
    PERFORM FIND-DEPARTMENT
    IF WS-DEP-FOUND
        IF MX-CONDITION = "DIVZERO"
            ADD 1 TO WS-DEP-DIVZERO (WS-DEP-SUB)
            ADD 1 TO WS-DIVZERO-TOTAL
        ELSE
            ADD 1 TO WS-DEP-SIZEERR (WS-DEP-SUB)
            ADD 1 TO WS-SIZEERR-TOTAL
        END-IF
    END-IF
    .

*> Finds WS-ACT-SYSTEM in the department table, adding it when
*> there is room.
FIND-DEPARTMENT.
    MOVE 'N' TO WS-DEP-FOUND-SW
    PERFORM FIND-ONE-DEPARTMENT
        VARYING WS-DEP-SUB FROM 1 BY 1
        UNTIL WS-DEP-SUB > WS-DEP-COUNT OR WS-DEP-FOUND
    IF WS-DEP-FOUND
        SUBTRACT 1 FROM WS-DEP-SUB
    ELSE
        IF WS-DEP-COUNT < WS-DEP-MAX
            ADD 1 TO WS-DEP-COUNT
            MOVE WS-DEP-COUNT TO WS-DEP-SUB
            MOVE WS-ACT-SYSTEM TO WS-DEP-SYSTEM (WS-DEP-SUB)
            MOVE ZERO TO WS-DEP-REJECTS (WS-DEP-SUB)
            MOVE ZERO TO WS-DEP-DIVZERO (WS-DEP-SUB)
            MOVE ZERO TO WS-DEP-SIZEERR (WS-DEP-SUB)
            SET WS-DEP-FOUND TO TRUE
        ELSE
            IF NOT WS-TABLE-FULL
                DISPLAY "WARNING: more than " WS-DEP-MAX
                    " departments -- " WS-ACT-SYSTEM
                    " and any later ones are not counted."
                SET WS-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    .

FIND-ONE-DEPARTMENT.
    IF WS-DEP-SYSTEM (WS-DEP-SUB) = WS-ACT-SYSTEM
        SET WS-DEP-FOUND TO TRUE
    END-IF
    .

*> Every line of the log except the ones for the run being captured
*> goes to the work file, followed by the run's new lines.
COPY-ACTIVITY-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN OUTPUT MATH-ACTIVITY-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-ACTIVITY-WORK-FILE"
            " (mathchgawk.dat), file status " WS-WORK-FILE-STATUS
            " -- the activity log was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN INPUT MATH-CHARGE-ACTIVITY-FILE
        EVALUATE WS-ACTIVITY-FILE-STATUS
            WHEN "00"
                PERFORM COPY-ONE-ACTIVITY-LINE UNTIL WS-END-OF-FILE
                CLOSE MATH-CHARGE-ACTIVITY-FILE
            WHEN "35"
                CONTINUE
            WHEN OTHER
                DISPLAY "ERROR: unable to open"
                    " MATH-CHARGE-ACTIVITY-FILE (mathchga.dat), file"
                    " status " WS-ACTIVITY-FILE-STATUS
                    " -- the activity log was not touched."
                SET WS-FILE-ERROR TO TRUE
        END-EVALUATE
        IF NOT WS-FILE-ERROR
            PERFORM BUILD-RUN-LINE
            MOVE MATH-CHARGE-ACTIVITY-RECORD
                TO MATH-ACTIVITY-WORK-RECORD
            WRITE MATH-ACTIVITY-WORK-RECORD
            PERFORM WRITE-DEPARTMENT-WORK-LINE
                VARYING WS-DEP-SUB FROM 1 BY 1
                UNTIL WS-DEP-SUB > WS-DEP-COUNT
        END-IF
        CLOSE MATH-ACTIVITY-WORK-FILE
    END-IF
    .

COPY-ONE-ACTIVITY-LINE.
    READ MATH-CHARGE-ACTIVITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MCG-BUSINESS-DATE = WS-CTL-RUN-DATE
                    AND MCG-RUN-NUMBER = WS-CTL-RUN-NUMBER
                ADD 1 TO WS-REPLACED-COUNT
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                MOVE MATH-CHARGE-ACTIVITY-RECORD
                    TO MATH-ACTIVITY-WORK-RECORD
                WRITE MATH-ACTIVITY-WORK-RECORD
            END-IF
    END-READ
    .

BUILD-RUN-LINE.
    MOVE WS-CTL-RUN-DATE TO MCG-BUSINESS-DATE
    MOVE WS-CTL-RUN-NUMBER TO MCG-RUN-NUMBER
    MOVE SPACES TO MCG-SENDING-SYSTEM
    MOVE ZERO TO MCG-REJECT-COUNT
    MOVE ZERO TO MCG-DIVZERO-COUNT
    MOVE ZERO TO MCG-SIZEERR-COUNT
    MOVE WS-TODAY-DATE TO MCG-CAPTURED-DATE
    MOVE WS-NOW-TIME TO MCG-CAPTURED-TIME
    .

WRITE-DEPARTMENT-WORK-LINE.
    PERFORM BUILD-RUN-LINE
    MOVE WS-DEP-SYSTEM (WS-DEP-SUB) TO MCG-SENDING-SYSTEM
    MOVE WS-DEP-REJECTS (WS-DEP-SUB) TO MCG-REJECT-COUNT
    MOVE WS-DEP-DIVZERO (WS-DEP-SUB) TO MCG-DIVZERO-COUNT
    MOVE WS-DEP-SIZEERR (WS-DEP-SUB) TO MCG-SIZEERR-COUNT
    MOVE MATH-CHARGE-ACTIVITY-RECORD TO MATH-ACTIVITY-WORK-RECORD
    WRITE MATH-ACTIVITY-WORK-RECORD
    .

REBUILD-ACTIVITY-LOG.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-ACTIVITY-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-ACTIVITY-WORK-FILE"
            " (mathchgawk.dat), file status " WS-WORK-FILE-STATUS
            " -- the activity log was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-CHARGE-ACTIVITY-FILE
        IF WS-ACTIVITY-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite"
                " MATH-CHARGE-ACTIVITY-FILE (mathchga.dat), file"
                " status " WS-ACTIVITY-FILE-STATUS
            DISPLAY "       -- the full activity log is preserved in"
                " mathchgawk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-ACTIVITY-WORK-FILE
        ELSE
            PERFORM REBUILD-ONE-ACTIVITY-LINE UNTIL WS-END-OF-FILE
            CLOSE MATH-ACTIVITY-WORK-FILE
            CLOSE MATH-CHARGE-ACTIVITY-FILE
        END-IF
    END-IF
    .

REBUILD-ONE-ACTIVITY-LINE.
    READ MATH-ACTIVITY-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-ACTIVITY-WORK-RECORD
                TO MATH-CHARGE-ACTIVITY-RECORD
            WRITE MATH-CHARGE-ACTIVITY-RECORD
            IF WS-ACTIVITY-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to write"
                    " MATH-CHARGE-ACTIVITY-FILE (mathchga.dat), file"
                    " status " WS-ACTIVITY-FILE-STATUS
                DISPLAY "       -- the full activity log is preserved"
                    " in mathchgawk.dat; restore it before rerunning."
                SET WS-FILE-ERROR TO TRUE
                SET WS-END-OF-FILE TO TRUE
            END-IF
    END-READ
    .

DISPLAY-CAPTURE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== Chargeback Activity Captured ====="
    DISPLAY "Business date " WS-CTL-RUN-DATE " run " WS-CTL-RUN-NUMBER
    DISPLAY "SYSTEM     REJECTS  DIVZERO  SIZEERR"
    PERFORM DISPLAY-ONE-CAPTURED-DEPARTMENT
        VARYING WS-DEP-SUB FROM 1 BY 1
        UNTIL WS-DEP-SUB > WS-DEP-COUNT
    IF WS-DEP-COUNT = ZERO
        DISPLAY "(no rejects or exceptions -- the run is recorded as"
            " captured)"
    END-IF
    DISPLAY "TOTAL     " WS-REJECT-TOTAL "  " WS-DIVZERO-TOTAL "  "
        WS-SIZEERR-TOTAL
    IF WS-REPLACED-COUNT > ZERO
        DISPLAY "This run had been captured before -- its earlier"
            " lines were replaced."
    END-IF
    DISPLAY "========================================"
    IF WS-OTHER-RUN-COUNT > ZERO
        DISPLAY "WARNING: " WS-OTHER-RUN-COUNT " DIVZERO/SIZEERR"
            " exception(s) on mathexcp.dat belong to another run"
        DISPLAY "         -- they were not captured."
    END-IF
    IF WS-UNPLACED-COUNT > ZERO
        DISPLAY "WARNING: " WS-UNPLACED-COUNT " exception(s) have no"
            " posting on the results master"
        DISPLAY "         -- they were captured under UNKNOWN."
        MOVE 4 TO RETURN-CODE
    END-IF
    .

DISPLAY-ONE-CAPTURED-DEPARTMENT.
    DISPLAY WS-DEP-SYSTEM (WS-DEP-SUB) "  "
        WS-DEP-REJECTS (WS-DEP-SUB) "  "
        WS-DEP-DIVZERO (WS-DEP-SUB) "  "
        WS-DEP-SIZEERR (WS-DEP-SUB)
    .

*>-----------------------------------------------------------------
*> Month-end mode
*>-----------------------------------------------------------------
PRODUCE-MONTH-CHARGES.
    DISPLAY "Charge month (YYYYMM): " WITH NO ADVANCING
    ACCEPT WS-CHARGE-MONTH
    COMPUTE WS-MONTH-START = WS-CHARGE-MONTH * 100 + 1
    EVALUATE TRUE
        WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-MONTH-START) NOT = ZERO
            DISPLAY "ERROR: " WS-CHARGE-MONTH " is not a valid charge"
                " month -- key it as YYYYMM."
            MOVE 8 TO RETURN-CODE
        WHEN WS-MONTH-START > MCL-BUSINESS-DATE
            DISPLAY "ERROR: " WS-CHARGE-MONTH " has not started --"
                " the business date is " MCL-BUSINESS-DATE "."
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            PERFORM SET-CHARGE-WINDOW
            PERFORM CHARGE-MONTH-ACTIVITY
    END-EVALUATE
    .

SET-CHARGE-WINDOW.
    IF FUNCTION MOD(WS-CHARGE-MONTH, 100) = 12
        COMPUTE WS-NEXT-MONTH = WS-CHARGE-MONTH + 89
    ELSE
        COMPUTE WS-NEXT-MONTH = WS-CHARGE-MONTH + 1
    END-IF
    COMPUTE WS-MONTH-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH * 100 + 1)
        - FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
    COMPUTE WS-MONTH-END = WS-MONTH-START + WS-MONTH-DAYS - 1
    IF MCL-BUSINESS-DATE > WS-MONTH-END
        MOVE WS-MONTH-END TO WS-THROUGH-DATE
    ELSE
        MOVE MCL-BUSINESS-DATE TO WS-THROUGH-DATE
    END-IF
    .

CHARGE-MONTH-ACTIVITY.
    PERFORM LOAD-RATE-TABLE
    IF MRW-RATE-FILE-ERROR
        SET WS-FILE-ERROR TO TRUE
    END-IF
    IF NOT WS-FILE-ERROR
        IF MRW-RATE-COUNT = ZERO
            DISPLAY "WARNING: no chargeback rates on file"
                " (mathrate.dat)"
            DISPLAY "         -- no department's activity can be"
                " charged."
        END-IF
        PERFORM LOAD-CAPTURED-ACTIVITY
    END-IF
    IF NOT WS-FILE-ERROR
        PERFORM TALLY-MASTER-POSTINGS
    END-IF
    IF NOT WS-FILE-ERROR
        PERFORM SORT-DEPARTMENT-TABLE
        PERFORM WRITE-CHARGEBACK-FILES
    END-IF
    IF NOT WS-FILE-ERROR
        PERFORM DISPLAY-CHARGE-SUMMARY
    END-IF
    .

LOAD-CAPTURED-ACTIVITY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CHARGE-ACTIVITY-FILE
    EVALUATE WS-ACTIVITY-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-ACTIVITY-LINE UNTIL WS-END-OF-FILE
            CLOSE MATH-CHARGE-ACTIVITY-FILE
        WHEN "35"
            DISPLAY "WARNING: no chargeback activity captured"
                " (mathchga.dat)"
            DISPLAY "         -- no rejects or exceptions can be"
                " charged."
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-CHARGE-ACTIVITY-FILE"
                " (mathchga.dat), file status "
                WS-ACTIVITY-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

LOAD-ONE-ACTIVITY-LINE.
    READ MATH-CHARGE-ACTIVITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MCG-BUSINESS-DATE >= WS-MONTH-START
                    AND MCG-BUSINESS-DATE <= WS-MONTH-END
                IF MCG-RUN-LINE
                    PERFORM KEEP-CAPTURED-RUN
                ELSE
                    MOVE MCG-SENDING-SYSTEM TO WS-ACT-SYSTEM
                    MOVE MCG-BUSINESS-DATE TO WS-ACT-DATE
                    MOVE ZERO TO WS-ACT-PROCESSED
                    MOVE MCG-REJECT-COUNT TO WS-ACT-REJECTS
                    MOVE MCG-DIVZERO-COUNT TO WS-ACT-DIVZERO
                    MOVE MCG-SIZEERR-COUNT TO WS-ACT-SIZEERR
                    PERFORM ADD-ACTIVITY
                END-IF
            END-IF
    END-READ
    .

KEEP-CAPTURED-RUN.
    IF WS-CAP-COUNT < WS-CAP-MAX
        ADD 1 TO WS-CAP-COUNT
        MOVE MCG-BUSINESS-DATE TO WS-CAP-RUN-DATE (WS-CAP-COUNT)
        MOVE MCG-RUN-NUMBER TO WS-CAP-RUN-NUMBER (WS-CAP-COUNT)
    END-IF
    .

*> Postings are read in key order, so each run's postings arrive
*> together and the run is checked against the log once.
TALLY-MASTER-POSTINGS.
    MOVE 'N' TO WS-EOF-SW
    PERFORM OPEN-MASTER-FILE
    IF WS-MASTER-EMPTY
        DISPLAY "WARNING: no results master on file (mathmast.dat)"
            " -- no processed transactions can be charged."
    END-IF
    IF WS-MASTER-OPEN
        MOVE WS-MONTH-START TO MM-RUN-DATE
        MOVE ZERO TO MM-RUN-NUMBER
        MOVE ZERO TO MM-RECORD-NUMBER
        START MATH-MASTER-FILE KEY >= MM-MASTER-KEY
            INVALID KEY
                SET WS-END-OF-FILE TO TRUE
        END-START
        PERFORM TALLY-ONE-POSTING UNTIL WS-END-OF-FILE
        CLOSE MATH-MASTER-FILE
    END-IF
    .

TALLY-ONE-POSTING.
    READ MATH-MASTER-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MM-RUN-DATE > WS-MONTH-END
                SET WS-END-OF-FILE TO TRUE
            ELSE
                IF MM-RUN-DATE NOT = WS-LAST-RUN-DATE
                        OR MM-RUN-NUMBER NOT = WS-LAST-RUN-NUMBER
                    PERFORM CHECK-RUN-CAPTURED
                END-IF
                ADD 1 TO WS-POSTING-COUNT
                MOVE MM-SOURCE-SYSTEM TO WS-ACT-SYSTEM
                MOVE MM-RUN-DATE TO WS-ACT-DATE
                MOVE 1 TO WS-ACT-PROCESSED
                MOVE ZERO TO WS-ACT-REJECTS
                MOVE ZERO TO WS-ACT-DIVZERO
                MOVE ZERO TO WS-ACT-SIZEERR
                PERFORM ADD-ACTIVITY
            END-IF
    END-READ
    .

CHECK-RUN-CAPTURED.
    MOVE MM-RUN-DATE TO WS-LAST-RUN-DATE
    MOVE MM-RUN-NUMBER TO WS-LAST-RUN-NUMBER
    ADD 1 TO WS-RUN-COUNT
    MOVE 'N' TO WS-CAP-FOUND-SW
    PERFORM CHECK-ONE-CAPTURED-RUN
        VARYING WS-CAP-SUB FROM 1 BY 1
        UNTIL WS-CAP-SUB > WS-CAP-COUNT OR WS-CAP-FOUND
    IF NOT WS-CAP-FOUND
        ADD 1 TO WS-UNCAPTURED-COUNT
        DISPLAY "WARNING: run " WS-LAST-RUN-NUMBER " of business"
            " date " WS-LAST-RUN-DATE " was never captured"
        DISPLAY "         -- its rejects and exceptions are not"
            " charged."
    END-IF
    .

CHECK-ONE-CAPTURED-RUN.
    IF WS-CAP-RUN-DATE (WS-CAP-SUB) = WS-LAST-RUN-DATE
            AND WS-CAP-RUN-NUMBER (WS-CAP-SUB) = WS-LAST-RUN-NUMBER
        SET WS-CAP-FOUND TO TRUE
    END-IF
    .

*> Adds the WS-ACT-* volumes to the department's entry for the rates
*> in effect on WS-ACT-DATE.
ADD-ACTIVITY.
    PERFORM FIND-DEPARTMENT
    IF WS-DEP-FOUND
        PERFORM ADD-DEPARTMENT-ACTIVITY
    END-IF
    .

ADD-DEPARTMENT-ACTIVITY.
    MOVE WS-ACT-SYSTEM TO MRW-LOOKUP-SYSTEM
    MOVE WS-ACT-DATE TO MRW-LOOKUP-DATE
    PERFORM RESOLVE-RATE
    MOVE 'N' TO WS-CHG-FOUND-SW
    PERFORM FIND-ONE-CHARGE-ENTRY
        VARYING WS-CHG-SUB FROM 1 BY 1
        UNTIL WS-CHG-SUB > WS-CHG-COUNT OR WS-CHG-FOUND
    IF WS-CHG-FOUND
        SUBTRACT 1 FROM WS-CHG-SUB
    ELSE
        IF WS-CHG-COUNT < WS-CHG-MAX
            ADD 1 TO WS-CHG-COUNT
            MOVE WS-CHG-COUNT TO WS-CHG-SUB
            MOVE WS-ACT-SYSTEM TO WS-CHG-SYSTEM (WS-CHG-SUB)
            MOVE MRW-FOUND-SUB TO WS-CHG-RATE-SUB (WS-CHG-SUB)
            MOVE ZERO TO WS-CHG-PROCESSED (WS-CHG-SUB)
            MOVE ZERO TO WS-CHG-REJECTS (WS-CHG-SUB)
            MOVE ZERO TO WS-CHG-DIVZERO (WS-CHG-SUB)
            MOVE ZERO TO WS-CHG-SIZEERR (WS-CHG-SUB)
            MOVE 'N' TO WS-CHG-PRINTED-SW (WS-CHG-SUB)
            SET WS-CHG-FOUND TO TRUE
        ELSE
            IF NOT WS-CHG-FULL
                DISPLAY "WARNING: more than " WS-CHG-MAX
                    " department rate periods -- " WS-ACT-SYSTEM
                    " and any later ones are not charged."
                SET WS-CHG-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-CHG-FOUND
        ADD WS-ACT-PROCESSED TO WS-CHG-PROCESSED (WS-CHG-SUB)
        ADD WS-ACT-REJECTS TO WS-CHG-REJECTS (WS-CHG-SUB)
        ADD WS-ACT-DIVZERO TO WS-CHG-DIVZERO (WS-CHG-SUB)
        ADD WS-ACT-SIZEERR TO WS-CHG-SIZEERR (WS-CHG-SUB)
        IF MRW-FOUND-SUB = ZERO
            COMPUTE WS-UNRATED-COUNT = WS-UNRATED-COUNT
                + WS-ACT-PROCESSED + WS-ACT-REJECTS
                + WS-ACT-DIVZERO + WS-ACT-SIZEERR
        END-IF
    END-IF
    .

FIND-ONE-CHARGE-ENTRY.
    IF WS-CHG-SYSTEM (WS-CHG-SUB) = WS-ACT-SYSTEM
            AND WS-CHG-RATE-SUB (WS-CHG-SUB) = MRW-FOUND-SUB
        SET WS-CHG-FOUND TO TRUE
    END-IF
    .

*> The invoices and the ledger lines go out in department order.
SORT-DEPARTMENT-TABLE.
    SET WS-SWAPPED TO TRUE
    PERFORM SORT-ONE-PASS UNTIL NOT WS-SWAPPED
    .

SORT-ONE-PASS.
    MOVE 'N' TO WS-SWAPPED-SW
    PERFORM SORT-ONE-PAIR
        VARYING WS-SORT-SUB FROM 1 BY 1
        UNTIL WS-SORT-SUB >= WS-DEP-COUNT
    .

SORT-ONE-PAIR.
    COMPUTE WS-DEP-SUB = WS-SORT-SUB + 1
    IF WS-DEP-SYSTEM (WS-SORT-SUB) > WS-DEP-SYSTEM (WS-DEP-SUB)
        MOVE WS-DEP-ENTRY (WS-SORT-SUB) TO WS-DEP-SWAP-ENTRY
        MOVE WS-DEP-ENTRY (WS-DEP-SUB) TO WS-DEP-ENTRY (WS-SORT-SUB)
        MOVE WS-DEP-SWAP-ENTRY TO WS-DEP-ENTRY (WS-DEP-SUB)
        SET WS-SWAPPED TO TRUE
    END-IF
    .

WRITE-CHARGEBACK-FILES.
    OPEN OUTPUT MATH-GL-INTERFACE-FILE
    IF WS-GL-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-GL-INTERFACE-FILE"
            " (mathglchg.dat), file status " WS-GL-FILE-STATUS
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-INVOICE-FILE
        IF WS-INVOICE-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-INVOICE-FILE"
                " (mathinvc.dat), file status "
                WS-INVOICE-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
        ELSE
            PERFORM WRITE-GL-HEADER
            PERFORM CHARGE-ONE-DEPARTMENT
                VARYING WS-DEP-SUB FROM 1 BY 1
                UNTIL WS-DEP-SUB > WS-DEP-COUNT OR WS-FILE-ERROR
            IF NOT WS-FILE-ERROR
                PERFORM WRITE-GL-TRAILER
            END-IF
            CLOSE MATH-INVOICE-FILE
        END-IF
        CLOSE MATH-GL-INTERFACE-FILE
    END-IF
    .

WRITE-GL-HEADER.
    MOVE SPACES TO MATH-GL-HEADER-RECORD
    MOVE 'H' TO MGH-RECORD-TYPE
    MOVE "WSMATHCB" TO MGH-INTERFACE-ID
    MOVE WS-CHARGE-MONTH TO MGH-CHARGE-MONTH
    MOVE WS-MONTH-START TO MGH-PERIOD-START
    MOVE WS-THROUGH-DATE TO MGH-PERIOD-END
    MOVE WS-TODAY-DATE TO MGH-CREATED-DATE
    MOVE WS-NOW-TIME TO MGH-CREATED-TIME
    WRITE MATH-GL-HEADER-RECORD
    PERFORM CHECK-GL-WRITE
    .

WRITE-GL-TRAILER.
    MOVE SPACES TO MATH-GL-TRAILER-RECORD
    MOVE 'T' TO MGT-RECORD-TYPE
    MOVE WS-CHARGE-MONTH TO MGT-CHARGE-MONTH
    MOVE WS-GL-DETAIL-COUNT TO MGT-DETAIL-COUNT
    MOVE WS-CONTROL-TOTAL TO MGT-CONTROL-TOTAL
    WRITE MATH-GL-TRAILER-RECORD
    PERFORM CHECK-GL-WRITE
    .

CHECK-GL-WRITE.
    IF WS-GL-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-GL-INTERFACE-FILE"
            " (mathglchg.dat), file status " WS-GL-FILE-STATUS
            " -- the interface is incomplete; do not send it."
        SET WS-FILE-ERROR TO TRUE
    END-IF
    .

*> One invoice page per department: each of its cost codes in turn,
*> with every rate period booked to it, then any unrated activity.
CHARGE-ONE-DEPARTMENT.
    PERFORM PRINT-INVOICE-HEADINGS
    MOVE ZERO TO WS-DEPT-CHARGE-AMT
    MOVE 'N' TO WS-DEPT-UNRATED-SW
    PERFORM CHARGE-ONE-COST-CODE
        VARYING WS-CHG-SUB FROM 1 BY 1
        UNTIL WS-CHG-SUB > WS-CHG-COUNT
    PERFORM PRINT-UNRATED-ACTIVITY
        VARYING WS-CHG-SUB FROM 1 BY 1
        UNTIL WS-CHG-SUB > WS-CHG-COUNT
    MOVE SPACES TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE SPACES TO MIT-LABEL
    STRING "TOTAL CHARGES FOR "        DELIMITED BY SIZE
           WS-DEP-SYSTEM (WS-DEP-SUB)  DELIMITED BY SIZE
        INTO MIT-LABEL
    END-STRING
    MOVE WS-DEPT-CHARGE-AMT TO MIT-AMOUNT
    MOVE MIV-TOTAL-LINE TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    IF WS-DEPT-UNRATED
        MOVE SPACES TO MATH-INVOICE-RECORD
        WRITE MATH-INVOICE-RECORD
        MOVE "Activity shown with no rate in effect is not charged."
            TO MIN-NOTE
        MOVE MIV-NOTE-LINE TO MATH-INVOICE-RECORD
        WRITE MATH-INVOICE-RECORD
    END-IF
    .

PRINT-INVOICE-HEADINGS.
    ADD 1 TO WS-REPORT-PAGE
    MOVE WS-CHARGE-MONTH TO MIH-MONTH
    MOVE WS-REPORT-PAGE TO MIH-PAGE
    MOVE WS-DEP-SYSTEM (WS-DEP-SUB) TO MIH-SENDING-SYSTEM
    MOVE WS-MONTH-START TO MIH-PERIOD-START
    MOVE WS-THROUGH-DATE TO MIH-PERIOD-END
    MOVE MIV-HEADING1 TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE SPACES TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE MIV-HEADING2 TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE SPACES TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE MIV-HEADING3 TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    MOVE SPACES TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    .

*> The first rated entry of the department not yet printed opens a
*> cost-code group that takes in every other entry booked to the
*> same cost code; the group is one ledger line.
CHARGE-ONE-COST-CODE.
    IF WS-CHG-SYSTEM (WS-CHG-SUB) = WS-DEP-SYSTEM (WS-DEP-SUB)
            AND WS-CHG-RATE-SUB (WS-CHG-SUB) NOT = ZERO
            AND NOT WS-CHG-PRINTED (WS-CHG-SUB)
        MOVE WS-CHG-RATE-SUB (WS-CHG-SUB) TO MRW-RATE-SUB
        MOVE MRW-COST-CODE (MRW-RATE-SUB) TO WS-GROUP-COST-CODE
        INITIALIZE WS-GROUP-TOTALS
        PERFORM PRICE-ONE-GROUP-ENTRY
            VARYING WS-GRP-SUB FROM WS-CHG-SUB BY 1
            UNTIL WS-GRP-SUB > WS-CHG-COUNT
        COMPUTE WS-GRP-CHARGE-AMT = WS-GRP-PROCESSED-AMT
            + WS-GRP-REJECT-AMT + WS-GRP-SURCHARGE-AMT
        MOVE SPACES TO MIT-LABEL
        STRING "TOTAL FOR COST CODE "    DELIMITED BY SIZE
               WS-GROUP-COST-CODE         DELIMITED BY SIZE
            INTO MIT-LABEL
        END-STRING
        MOVE WS-GRP-CHARGE-AMT TO MIT-AMOUNT
        MOVE MIV-TOTAL-LINE TO MATH-INVOICE-RECORD
        WRITE MATH-INVOICE-RECORD
        MOVE SPACES TO MATH-INVOICE-RECORD
        WRITE MATH-INVOICE-RECORD
        ADD WS-GRP-CHARGE-AMT TO WS-DEPT-CHARGE-AMT
        PERFORM WRITE-GL-DETAIL
    END-IF
    .

PRICE-ONE-GROUP-ENTRY.
    IF WS-CHG-SYSTEM (WS-GRP-SUB) = WS-DEP-SYSTEM (WS-DEP-SUB)
            AND WS-CHG-RATE-SUB (WS-GRP-SUB) NOT = ZERO
            AND NOT WS-CHG-PRINTED (WS-GRP-SUB)
        MOVE WS-CHG-RATE-SUB (WS-GRP-SUB) TO MRW-RATE-SUB
        IF MRW-COST-CODE (MRW-RATE-SUB) = WS-GROUP-COST-CODE
            PERFORM PRICE-CHARGE-ENTRY
            SET WS-CHG-PRINTED (WS-GRP-SUB) TO TRUE
        END-IF
    END-IF
    .

*> Each charge is rounded to the cent on its own, so the invoice
*> lines add up to the ledger line exactly.
PRICE-CHARGE-ENTRY.
    COMPUTE WS-ENT-PROCESSED-AMT ROUNDED =
        WS-CHG-PROCESSED (WS-GRP-SUB)
        * MRW-PROCESSED-RATE (MRW-RATE-SUB)
    COMPUTE WS-ENT-REJECT-AMT ROUNDED =
        WS-CHG-REJECTS (WS-GRP-SUB) * MRW-REJECT-RATE (MRW-RATE-SUB)
    COMPUTE WS-ENT-DIVZERO-AMT ROUNDED =
        WS-CHG-DIVZERO (WS-GRP-SUB)
        * MRW-EXCEPTION-RATE (MRW-RATE-SUB)
    COMPUTE WS-ENT-SIZEERR-AMT ROUNDED =
        WS-CHG-SIZEERR (WS-GRP-SUB)
        * MRW-EXCEPTION-RATE (MRW-RATE-SUB)
    MOVE MRW-COST-CODE (MRW-RATE-SUB) TO MID-COST-CODE
    MOVE MRW-EFFECTIVE-DATE (MRW-RATE-SUB) TO MID-RATES-FROM
    MOVE "PROCESSED TRANSACTIONS" TO MID-CHARGE-TEXT
    MOVE WS-CHG-PROCESSED (WS-GRP-SUB) TO MID-VOLUME
    MOVE MRW-PROCESSED-RATE (MRW-RATE-SUB) TO MID-RATE
    MOVE WS-ENT-PROCESSED-AMT TO MID-AMOUNT
    PERFORM WRITE-INVOICE-DETAIL
    MOVE SPACES TO MID-COST-CODE
    MOVE SPACES TO MID-RATES-FROM
    MOVE "REJECTED RECORDS" TO MID-CHARGE-TEXT
    MOVE WS-CHG-REJECTS (WS-GRP-SUB) TO MID-VOLUME
    MOVE MRW-REJECT-RATE (MRW-RATE-SUB) TO MID-RATE
    MOVE WS-ENT-REJECT-AMT TO MID-AMOUNT
    PERFORM WRITE-INVOICE-DETAIL
    MOVE "DIVZERO EXCEPTION SURCHARGE" TO MID-CHARGE-TEXT
    MOVE WS-CHG-DIVZERO (WS-GRP-SUB) TO MID-VOLUME
    MOVE MRW-EXCEPTION-RATE (MRW-RATE-SUB) TO MID-RATE
    MOVE WS-ENT-DIVZERO-AMT TO MID-AMOUNT
    PERFORM WRITE-INVOICE-DETAIL
    MOVE "SIZEERR EXCEPTION SURCHARGE" TO MID-CHARGE-TEXT
    MOVE WS-CHG-SIZEERR (WS-GRP-SUB) TO MID-VOLUME
    MOVE MRW-EXCEPTION-RATE (MRW-RATE-SUB) TO MID-RATE
    MOVE WS-ENT-SIZEERR-AMT TO MID-AMOUNT
    PERFORM WRITE-INVOICE-DETAIL
    ADD WS-CHG-PROCESSED (WS-GRP-SUB) TO WS-GRP-PROCESSED
    ADD WS-CHG-REJECTS (WS-GRP-SUB) TO WS-GRP-REJECTS
    ADD WS-CHG-DIVZERO (WS-GRP-SUB) TO WS-GRP-EXCEPTIONS
    ADD WS-CHG-SIZEERR (WS-GRP-SUB) TO WS-GRP-EXCEPTIONS
    ADD WS-ENT-PROCESSED-AMT TO WS-GRP-PROCESSED-AMT
    ADD WS-ENT-REJECT-AMT TO WS-GRP-REJECT-AMT
    ADD WS-ENT-DIVZERO-AMT TO WS-GRP-SURCHARGE-AMT
    ADD WS-ENT-SIZEERR-AMT TO WS-GRP-SURCHARGE-AMT
    .

WRITE-INVOICE-DETAIL.
    MOVE MIV-DETAIL TO MATH-INVOICE-RECORD
    WRITE MATH-INVOICE-RECORD
    .

WRITE-GL-DETAIL.
    MOVE SPACES TO MATH-GL-DETAIL-RECORD
    MOVE 'D' TO MGD-RECORD-TYPE
    MOVE WS-CHARGE-MONTH TO MGD-CHARGE-MONTH
    MOVE WS-DEP-SYSTEM (WS-DEP-SUB) TO MGD-SENDING-SYSTEM
    MOVE WS-GROUP-COST-CODE TO MGD-COST-CODE
    MOVE WS-GRP-PROCESSED TO MGD-PROCESSED-COUNT
    MOVE WS-GRP-REJECTS TO MGD-REJECT-COUNT
    MOVE WS-GRP-EXCEPTIONS TO MGD-EXCEPTION-COUNT
    MOVE WS-GRP-PROCESSED-AMT TO MGD-PROCESSED-AMOUNT
    MOVE WS-GRP-REJECT-AMT TO MGD-REJECT-AMOUNT
    MOVE WS-GRP-SURCHARGE-AMT TO MGD-SURCHARGE-AMOUNT
    MOVE WS-GRP-CHARGE-AMT TO MGD-CHARGE-AMOUNT
    WRITE MATH-GL-DETAIL-RECORD
    PERFORM CHECK-GL-WRITE
    ADD 1 TO WS-GL-DETAIL-COUNT
    ADD WS-GRP-CHARGE-AMT TO WS-CONTROL-TOTAL
    .

PRINT-UNRATED-ACTIVITY.
    IF WS-CHG-SYSTEM (WS-CHG-SUB) = WS-DEP-SYSTEM (WS-DEP-SUB)
            AND WS-CHG-RATE-SUB (WS-CHG-SUB) = ZERO
        SET WS-DEPT-UNRATED TO TRUE
        MOVE SPACES TO MID-COST-CODE
        MOVE "NO RATE" TO MID-RATES-FROM
        MOVE ZERO TO MID-RATE
        MOVE ZERO TO MID-AMOUNT
        MOVE "PROCESSED TRANSACTIONS" TO MID-CHARGE-TEXT
        MOVE WS-CHG-PROCESSED (WS-CHG-SUB) TO MID-VOLUME
        PERFORM WRITE-INVOICE-DETAIL
        MOVE SPACES TO MID-RATES-FROM
        MOVE "REJECTED RECORDS" TO MID-CHARGE-TEXT
        MOVE WS-CHG-REJECTS (WS-CHG-SUB) TO MID-VOLUME
        PERFORM WRITE-INVOICE-DETAIL
        MOVE "DIVZERO EXCEPTION SURCHARGE" TO MID-CHARGE-TEXT
        MOVE WS-CHG-DIVZERO (WS-CHG-SUB) TO MID-VOLUME
        PERFORM WRITE-INVOICE-DETAIL
        MOVE "SIZEERR EXCEPTION SURCHARGE" TO MID-CHARGE-TEXT
        MOVE WS-CHG-SIZEERR (WS-CHG-SUB) TO MID-VOLUME
        PERFORM WRITE-INVOICE-DETAIL
    END-IF
    .

DISPLAY-CHARGE-SUMMARY.
    MOVE WS-CONTROL-TOTAL TO WS-ED-TOTAL
    DISPLAY " "
    DISPLAY "===== Monthly Chargeback ====="
    DISPLAY "Charge month " WS-CHARGE-MONTH ", business dates "
        WS-MONTH-START " through " WS-THROUGH-DATE
    DISPLAY "Postings counted     : " WS-POSTING-COUNT " in "
        WS-RUN-COUNT " run(s)"
    DISPLAY "Departments invoiced : " WS-DEP-COUNT
    DISPLAY "Ledger detail lines  : " WS-GL-DETAIL-COUNT
    DISPLAY "Control total        : " WS-ED-TOTAL
    DISPLAY "=============================="
    IF WS-UNRATED-COUNT > ZERO
        DISPLAY "WARNING: " WS-UNRATED-COUNT " unit(s) of activity"
            " had no rate in effect and were not charged"
        DISPLAY "         -- key the missing rates with WS-MATH-RATES"
            " and charge the month again."
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-UNCAPTURED-COUNT > ZERO
        DISPLAY "WARNING: " WS-UNCAPTURED-COUNT " run(s) were never"
            " captured -- their rejects and exceptions"
        DISPLAY "         are not charged."
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-THROUGH-DATE < WS-MONTH-END
        DISPLAY "WARNING: " WS-CHARGE-MONTH " is not over -- it was"
            " charged through business date " WS-THROUGH-DATE "."
        MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "The ledger interface for " WS-CHARGE-MONTH
        " is in mathglchg.dat, the invoices in mathinvc.dat."
    .

COPY MATHRTP.
COPY MATHCLP.
