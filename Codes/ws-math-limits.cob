*> Author:      Renato D. Mejilla
*> Description: Maintenance of the department threshold table
*>              (maththrs.dat, COPY MATHTHR) that WS-MATH-SCREEN
*>              checks each department's share of the validated feed
*>              against before anything posts. List mode takes how
*>              many runs to average over and shows every department
*>              with its thresholds -- minimum and maximum records
*>              per run, maximum hash total, and maximum single
*>              MI-INPUT1/MI-INPUT2 amount -- beside its trailing
*>              average over that many of its latest posted runs from
*>              the department history WS-MATH-SCREEN keeps
*>              (mathdpth.dat, COPY MATHDPH): average records,
*>              average hash total without its sign, and average
*>              largest single amount, so a threshold can be set
*>              from what the department actually sends. A
*>              department with history but no threshold entry is
*>              shown too, so it can be given one. Held runs are left
*>              out of the average, since they are the outliers the
*>              thresholds exist to catch. Add/change and delete
*>              modes change the table and need the THRESHLD
*>              function (COPY MATHSEC) after sign-on; add/change
*>              shows the department's average over its latest ten
*>              posted runs before the new limits are keyed, a zero
*>              limit is not checked, every change is written to the
*>              security log (COPY MATHSLG), and the table is
*>              rewritten through a work file (maththrswk.dat), like
*>              every other register rewrite, so it is only replaced
*>              after the whole pass completes clean. Ends with
*>              RETURN-CODE 0 on success, 12 when the sign-on failed
*>              or the operator is not authorized, and 16 when a file
*>              could not be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-LIMITS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-THRESHOLD-FILE ASSIGN TO "maththrs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

    SELECT MATH-THRESHOLD-WORK-FILE ASSIGN TO "maththrswk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-DEPT-HISTORY-FILE ASSIGN TO "mathdpth.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPTHIST-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-THRESHOLD-FILE.
    COPY MATHTHR.

    FD MATH-THRESHOLD-WORK-FILE.
    01 MATH-THRESHOLD-WORK-RECORD PIC X(58).

    FD MATH-DEPT-HISTORY-FILE.
    COPY MATHDPH.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-THRESHOLD-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-DEPTHIST-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

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

    01 WS-DEP-FOUND-SW          PIC X VALUE 'N'.
        88 WS-DEP-FOUND             VALUE 'Y'.

    01 WS-TABLE-FULL-SW         PIC X VALUE 'N'.
        88 WS-TABLE-FULL            VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-CHANGE-MODE           VALUE 'A'.
        88 WS-DELETE-MODE           VALUE 'D'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-TARGET-SYSTEM         PIC X(8) VALUE SPACES.
    01 WS-LOOKUP-SYSTEM         PIC X(8) VALUE SPACES.
    01 WS-RUNS-ENTRY            PIC X(2) VALUE SPACES.
    01 WS-RECORDS-ENTRY         PIC X(7) VALUE SPACES.
    01 WS-HASH-ENTRY            PIC X(13) VALUE SPACES.
    01 WS-AMOUNT-ENTRY          PIC X(7) VALUE SPACES.

    01 WS-OLD-THRESHOLD-ENTRY.
        05 WS-OLD-MIN-RECORDS    PIC 9(7) VALUE ZERO.
        05 WS-OLD-MAX-RECORDS    PIC 9(7) VALUE ZERO.
        05 WS-OLD-MAX-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
        05 WS-OLD-MAX-AMOUNT     PIC 9(5)V99 VALUE ZERO.

    01 WS-NEW-THRESHOLD-ENTRY.
        05 WS-NEW-MIN-RECORDS    PIC 9(7) VALUE ZERO.
        05 WS-NEW-MAX-RECORDS    PIC 9(7) VALUE ZERO.
        05 WS-NEW-MAX-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
        05 WS-NEW-MAX-AMOUNT     PIC 9(5)V99 VALUE ZERO.

    01 WS-AVERAGE-RUNS          PIC 9(2) VALUE 10.
    01 WS-DEP-SUB               PIC 9(3) VALUE ZERO.
    01 WS-RUN-SUB               PIC 9(2) VALUE ZERO.
    01 WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
    01 WS-MATCHED-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-KEPT-COUNT            PIC 9(5) VALUE ZERO.

    01 WS-ABS-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
    01 WS-SUM-RECORDS           PIC 9(9) VALUE ZERO.
    01 WS-SUM-HASH-TOTAL        PIC 9(13)V99 VALUE ZERO.
    01 WS-SUM-MAX-AMOUNT        PIC 9(7)V99 VALUE ZERO.
    01 WS-AVG-RECORDS           PIC 9(7) VALUE ZERO.
    01 WS-AVG-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
    01 WS-AVG-MAX-AMOUNT        PIC 9(5)V99 VALUE ZERO.

    01 WS-ED-RECORDS            PIC Z(6)9.
    01 WS-ED-MIN-RECORDS        PIC Z(6)9.
    01 WS-ED-HASH               PIC Z(10)9.99.
    01 WS-ED-AMOUNT             PIC Z(4)9.99.
    01 WS-ED-RUNS               PIC Z9.

*> One entry per department on the threshold table or in the
*> history, each with the latest posted runs kept round-robin.
    01 WS-DEPARTMENT-TABLE.
        05 WS-DEP-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-DEP-MAX            PIC 9(3) VALUE 50.
        05 WS-DEP-ENTRY OCCURS 50 TIMES.
            10 WS-DEP-SYSTEM         PIC X(8).
            10 WS-DEP-THRESHOLD-SW   PIC X.
                88 WS-DEP-HAS-THRESHOLD  VALUE 'Y'.
            10 WS-DEP-MIN-RECORDS    PIC 9(7).
            10 WS-DEP-MAX-RECORDS    PIC 9(7).
            10 WS-DEP-MAX-HASH-TOTAL PIC 9(11)V99.
            10 WS-DEP-MAX-AMOUNT     PIC 9(5)V99.
            10 WS-DEP-CHANGED-DATE   PIC 9(8).
            10 WS-DEP-CHANGED-BY     PIC X(8).
            10 WS-DEP-RUNS           PIC 9(2).
            10 WS-DEP-NEXT-RUN       PIC 9(2).
            10 WS-DEP-RUN OCCURS 20 TIMES.
                15 WS-DEP-RUN-RECORDS    PIC 9(7).
                15 WS-DEP-RUN-HASH-TOTAL PIC 9(11)V99.
                15 WS-DEP-RUN-MAX-AMOUNT PIC 9(5)V99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-LIMITS" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    IF WS-LIST-MODE
        PERFORM LIST-DEPARTMENT-THRESHOLDS
    ELSE
        PERFORM SIGN-ON-OPERATOR
        IF NOT MSG-SIGNED-ON
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "THRESHLD" TO MSG-FUNCTION-NAME
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM MAINTAIN-THRESHOLDS
            END-IF
        END-IF
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
    DISPLAY "List the department thresholds, add or change a"
    DISPLAY "department's thresholds, or delete them?"
    DISPLAY "(L = list, A = add/change, D = delete): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "lad" TO "LAD"
    IF WS-LIST-MODE OR WS-CHANGE-MODE OR WS-DELETE-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L, A, or D."
    END-IF
    .

LIST-DEPARTMENT-THRESHOLDS.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-AVERAGE-RUNS UNTIL WS-ENTRY-VALID
    PERFORM LOAD-THRESHOLD-TABLE
    IF NOT WS-FILE-ERROR
        PERFORM LOAD-DEPARTMENT-HISTORY
    END-IF
    IF NOT WS-FILE-ERROR
        MOVE WS-AVERAGE-RUNS TO WS-ED-RUNS
        DISPLAY " "
        DISPLAY "===== Department Thresholds ====="
        DISPLAY "SYSTEM    MIN REC  MAX REC        MAX HASH  MAX AMOUNT"
            "  CHANGED   BY"
        DISPLAY "          average of the latest " WS-ED-RUNS
            " posted runs"
        PERFORM LIST-ONE-DEPARTMENT
            VARYING WS-DEP-SUB FROM 1 BY 1
            UNTIL WS-DEP-SUB > WS-DEP-COUNT
        DISPLAY " "
        DISPLAY WS-LISTED-COUNT " department(s) with thresholds."
        DISPLAY "A zero limit is not checked."
        DISPLAY "================================="
    END-IF
    .

PROMPT-AVERAGE-RUNS.
    DISPLAY "Posted runs to average over (1-20, Enter for 10): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-RUNS-ENTRY
    ACCEPT WS-RUNS-ENTRY
    EVALUATE TRUE
        WHEN WS-RUNS-ENTRY = SPACES
            MOVE 10 TO WS-AVERAGE-RUNS
            SET WS-ENTRY-VALID TO TRUE
        WHEN WS-RUNS-ENTRY (2:1) = SPACE
                AND WS-RUNS-ENTRY (1:1) IS NUMERIC
                AND WS-RUNS-ENTRY (1:1) NOT = "0"
            MOVE WS-RUNS-ENTRY (1:1) TO WS-AVERAGE-RUNS
            SET WS-ENTRY-VALID TO TRUE
        WHEN WS-RUNS-ENTRY IS NUMERIC
                AND WS-RUNS-ENTRY NOT = "00"
                AND WS-RUNS-ENTRY <= "20"
            MOVE WS-RUNS-ENTRY TO WS-AVERAGE-RUNS
            SET WS-ENTRY-VALID TO TRUE
        WHEN OTHER
            DISPLAY "  Invalid entry -- please key a number of runs"
                " from 1 to 20."
    END-EVALUATE
    .

LIST-ONE-DEPARTMENT.
    IF WS-DEP-HAS-THRESHOLD (WS-DEP-SUB)
        MOVE WS-DEP-MAX-HASH-TOTAL (WS-DEP-SUB) TO WS-ED-HASH
        MOVE WS-DEP-MAX-AMOUNT (WS-DEP-SUB) TO WS-ED-AMOUNT
        DISPLAY WS-DEP-SYSTEM (WS-DEP-SUB) "  "
            WS-DEP-MIN-RECORDS (WS-DEP-SUB) "  "
            WS-DEP-MAX-RECORDS (WS-DEP-SUB) "  " WS-ED-HASH "    "
            WS-ED-AMOUNT "  " WS-DEP-CHANGED-DATE (WS-DEP-SUB) "  "
            WS-DEP-CHANGED-BY (WS-DEP-SUB)
        ADD 1 TO WS-LISTED-COUNT
    ELSE
        DISPLAY WS-DEP-SYSTEM (WS-DEP-SUB) "  (no thresholds --"
            " not screened)"
    END-IF
    PERFORM DISPLAY-TRAILING-AVERAGE
    .

DISPLAY-TRAILING-AVERAGE.
    IF WS-DEP-RUNS (WS-DEP-SUB) = ZERO
        DISPLAY "          (no posted runs in the history)"
    ELSE
        PERFORM COMPUTE-TRAILING-AVERAGE
        MOVE WS-AVG-RECORDS TO WS-ED-RECORDS
        MOVE WS-AVG-HASH-TOTAL TO WS-ED-HASH
        MOVE WS-AVG-MAX-AMOUNT TO WS-ED-AMOUNT
        MOVE WS-DEP-RUNS (WS-DEP-SUB) TO WS-ED-RUNS
        DISPLAY "          " WS-ED-RECORDS "           " WS-ED-HASH
            "    " WS-ED-AMOUNT "  over " WS-ED-RUNS " run(s)"
    END-IF
    .

COMPUTE-TRAILING-AVERAGE.
    MOVE ZERO TO WS-SUM-RECORDS
    MOVE ZERO TO WS-SUM-HASH-TOTAL
    MOVE ZERO TO WS-SUM-MAX-AMOUNT
    PERFORM ADD-ONE-HISTORY-RUN
        VARYING WS-RUN-SUB FROM 1 BY 1
        UNTIL WS-RUN-SUB > WS-DEP-RUNS (WS-DEP-SUB)
    COMPUTE WS-AVG-RECORDS ROUNDED =
        WS-SUM-RECORDS / WS-DEP-RUNS (WS-DEP-SUB)
    COMPUTE WS-AVG-HASH-TOTAL ROUNDED =
        WS-SUM-HASH-TOTAL / WS-DEP-RUNS (WS-DEP-SUB)
    COMPUTE WS-AVG-MAX-AMOUNT ROUNDED =
        WS-SUM-MAX-AMOUNT / WS-DEP-RUNS (WS-DEP-SUB)
    .

ADD-ONE-HISTORY-RUN.
    ADD WS-DEP-RUN-RECORDS (WS-DEP-SUB, WS-RUN-SUB)
        TO WS-SUM-RECORDS
    ADD WS-DEP-RUN-HASH-TOTAL (WS-DEP-SUB, WS-RUN-SUB)
        TO WS-SUM-HASH-TOTAL
    ADD WS-DEP-RUN-MAX-AMOUNT (WS-DEP-SUB, WS-RUN-SUB)
        TO WS-SUM-MAX-AMOUNT
    .

LOAD-THRESHOLD-TABLE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-THRESHOLD-FILE
    EVALUATE WS-THRESHOLD-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-THRESHOLD UNTIL WS-END-OF-FILE
            CLOSE MATH-THRESHOLD-FILE
        WHEN "35"
            CONTINUE
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
            MOVE MDT-SENDING-SYSTEM TO WS-LOOKUP-SYSTEM
            PERFORM FIND-DEPARTMENT
            IF WS-DEP-FOUND
                MOVE 'Y' TO WS-DEP-THRESHOLD-SW (WS-DEP-SUB)
                MOVE MDT-MIN-RECORDS
                    TO WS-DEP-MIN-RECORDS (WS-DEP-SUB)
                MOVE MDT-MAX-RECORDS
                    TO WS-DEP-MAX-RECORDS (WS-DEP-SUB)
                MOVE MDT-MAX-HASH-TOTAL
                    TO WS-DEP-MAX-HASH-TOTAL (WS-DEP-SUB)
                MOVE MDT-MAX-AMOUNT
                    TO WS-DEP-MAX-AMOUNT (WS-DEP-SUB)
                MOVE MDT-CHANGED-DATE
                    TO WS-DEP-CHANGED-DATE (WS-DEP-SUB)
                MOVE MDT-CHANGED-BY
                    TO WS-DEP-CHANGED-BY (WS-DEP-SUB)
            END-IF
    END-READ
    .

*> The history is in run order, so the runs a department keeps once
*> it has more than the window holds are its latest ones.
LOAD-DEPARTMENT-HISTORY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-DEPT-HISTORY-FILE
    EVALUATE WS-DEPTHIST-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-HISTORY-LINE UNTIL WS-END-OF-FILE
            CLOSE MATH-DEPT-HISTORY-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-DEPT-HISTORY-FILE"
                " (mathdpth.dat), file status "
                WS-DEPTHIST-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

LOAD-ONE-HISTORY-LINE.
    READ MATH-DEPT-HISTORY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MDH-POSTED
                MOVE MDH-SENDING-SYSTEM TO WS-LOOKUP-SYSTEM
                PERFORM FIND-DEPARTMENT
                IF WS-DEP-FOUND
                    PERFORM KEEP-HISTORY-RUN
                END-IF
            END-IF
    END-READ
    .

KEEP-HISTORY-RUN.
    ADD 1 TO WS-DEP-NEXT-RUN (WS-DEP-SUB)
    IF WS-DEP-NEXT-RUN (WS-DEP-SUB) > WS-AVERAGE-RUNS
        MOVE 1 TO WS-DEP-NEXT-RUN (WS-DEP-SUB)
    END-IF
    IF WS-DEP-RUNS (WS-DEP-SUB) < WS-AVERAGE-RUNS
        ADD 1 TO WS-DEP-RUNS (WS-DEP-SUB)
    END-IF
    MOVE WS-DEP-NEXT-RUN (WS-DEP-SUB) TO WS-RUN-SUB
    IF MDH-HASH-TOTAL < ZERO
        COMPUTE WS-ABS-HASH-TOTAL = 0 - MDH-HASH-TOTAL
    ELSE
        MOVE MDH-HASH-TOTAL TO WS-ABS-HASH-TOTAL
    END-IF
    MOVE MDH-RECORD-COUNT
        TO WS-DEP-RUN-RECORDS (WS-DEP-SUB, WS-RUN-SUB)
    MOVE WS-ABS-HASH-TOTAL
        TO WS-DEP-RUN-HASH-TOTAL (WS-DEP-SUB, WS-RUN-SUB)
    MOVE MDH-MAX-AMOUNT
        TO WS-DEP-RUN-MAX-AMOUNT (WS-DEP-SUB, WS-RUN-SUB)
    .

*> Finds WS-LOOKUP-SYSTEM in the department table, adding it when
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
            MOVE WS-LOOKUP-SYSTEM TO WS-DEP-SYSTEM (WS-DEP-SUB)
            MOVE 'N' TO WS-DEP-THRESHOLD-SW (WS-DEP-SUB)
            MOVE ZERO TO WS-DEP-RUNS (WS-DEP-SUB)
            MOVE ZERO TO WS-DEP-NEXT-RUN (WS-DEP-SUB)
            SET WS-DEP-FOUND TO TRUE
        ELSE
            IF NOT WS-TABLE-FULL
                DISPLAY "WARNING: more than " WS-DEP-MAX
                    " departments -- " WS-LOOKUP-SYSTEM
                    " and any later ones are not shown."
                SET WS-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    .

FIND-ONE-DEPARTMENT.
    IF WS-DEP-SYSTEM (WS-DEP-SUB) = WS-LOOKUP-SYSTEM
        SET WS-DEP-FOUND TO TRUE
    END-IF
    .

MAINTAIN-THRESHOLDS.
    PERFORM GET-TARGET-SYSTEM
    IF WS-ENTRY-VALID
        PERFORM FIND-THRESHOLD-ENTRY
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        IF WS-CHANGE-MODE
            PERFORM GET-THRESHOLD-DETAILS
        ELSE
            IF NOT WS-ENTRY-FOUND
                DISPLAY "  " WS-TARGET-SYSTEM " has no thresholds"
                    " on the table."
                MOVE 'N' TO WS-ENTRY-VALID-SW
            END-IF
        END-IF
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
        IF WS-CONFIRM-ENTRY = 'Y'
            PERFORM REWRITE-THRESHOLD-TABLE
            IF NOT WS-FILE-ERROR
                PERFORM LOG-THRESHOLD-CHANGE
            END-IF
        ELSE
            DISPLAY "Thresholds unchanged -- maththrs.dat was not"
                " rewritten."
        END-IF
    ELSE
        IF NOT WS-FILE-ERROR
            DISPLAY "Thresholds unchanged -- maththrs.dat was not"
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

FIND-THRESHOLD-ENTRY.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    OPEN INPUT MATH-THRESHOLD-FILE
    EVALUATE WS-THRESHOLD-FILE-STATUS
        WHEN "00"
            PERFORM FIND-ONE-THRESHOLD-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-THRESHOLD-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-THRESHOLD-FILE"
                " (maththrs.dat), file status "
                WS-THRESHOLD-FILE-STATUS
                " -- the thresholds were not touched."
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

FIND-ONE-THRESHOLD-ENTRY.
    READ MATH-THRESHOLD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MDT-SENDING-SYSTEM = WS-TARGET-SYSTEM
                SET WS-ENTRY-FOUND TO TRUE
                MOVE MDT-MIN-RECORDS TO WS-OLD-MIN-RECORDS
                MOVE MDT-MAX-RECORDS TO WS-OLD-MAX-RECORDS
                MOVE MDT-MAX-HASH-TOTAL TO WS-OLD-MAX-HASH-TOTAL
                MOVE MDT-MAX-AMOUNT TO WS-OLD-MAX-AMOUNT
            END-IF
    END-READ
    .

GET-THRESHOLD-DETAILS.
    DISPLAY " "
    IF WS-ENTRY-FOUND
        MOVE WS-OLD-MAX-HASH-TOTAL TO WS-ED-HASH
        MOVE WS-OLD-MAX-AMOUNT TO WS-ED-AMOUNT
        DISPLAY WS-TARGET-SYSTEM " now has minimum records "
            WS-OLD-MIN-RECORDS ", maximum records "
            WS-OLD-MAX-RECORDS ","
        DISPLAY "  maximum hash total " WS-ED-HASH
            ", maximum single amount " WS-ED-AMOUNT
    ELSE
        DISPLAY WS-TARGET-SYSTEM " has no thresholds yet -- they"
            " will be added."
    END-IF
    PERFORM SHOW-TARGET-AVERAGE
    IF NOT WS-FILE-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-MIN-RECORDS UNTIL WS-ENTRY-VALID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-MAX-RECORDS UNTIL WS-ENTRY-VALID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-MAX-HASH-TOTAL UNTIL WS-ENTRY-VALID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-MAX-AMOUNT UNTIL WS-ENTRY-VALID
        IF WS-ENTRY-FOUND
                AND WS-NEW-THRESHOLD-ENTRY = WS-OLD-THRESHOLD-ENTRY
            DISPLAY "  The thresholds are unchanged."
            MOVE 'N' TO WS-ENTRY-VALID-SW
        END-IF
    END-IF
    .

*> The department's own trailing average over the default window,
*> shown before the new limits are keyed.
SHOW-TARGET-AVERAGE.
    MOVE 10 TO WS-AVERAGE-RUNS
    PERFORM LOAD-DEPARTMENT-HISTORY
    IF NOT WS-FILE-ERROR
        MOVE WS-TARGET-SYSTEM TO WS-LOOKUP-SYSTEM
        PERFORM FIND-DEPARTMENT
        IF WS-DEP-FOUND
            IF WS-DEP-RUNS (WS-DEP-SUB) = ZERO
                DISPLAY "  No posted runs in the history yet."
            ELSE
                PERFORM COMPUTE-TRAILING-AVERAGE
                MOVE WS-AVG-RECORDS TO WS-ED-RECORDS
                MOVE WS-AVG-HASH-TOTAL TO WS-ED-HASH
                MOVE WS-AVG-MAX-AMOUNT TO WS-ED-AMOUNT
                MOVE WS-DEP-RUNS (WS-DEP-SUB) TO WS-ED-RUNS
                DISPLAY "  Average of its latest " WS-ED-RUNS
                    " posted run(s): records " WS-ED-RECORDS ","
                DISPLAY "  hash total " WS-ED-HASH
                    ", largest single amount " WS-ED-AMOUNT
            END-IF
        END-IF
    END-IF
    .

PROMPT-MIN-RECORDS.
    DISPLAY "Minimum records per run, 7 digits (0000000 = not"
        " checked): " WITH NO ADVANCING
    MOVE SPACES TO WS-RECORDS-ENTRY
    ACCEPT WS-RECORDS-ENTRY
    IF WS-RECORDS-ENTRY IS NUMERIC
        MOVE WS-RECORDS-ENTRY TO WS-NEW-MIN-RECORDS
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please key seven digits."
    END-IF
    .

PROMPT-MAX-RECORDS.
    DISPLAY "Maximum records per run, 7 digits (0000000 = not"
        " checked): " WITH NO ADVANCING
    MOVE SPACES TO WS-RECORDS-ENTRY
    ACCEPT WS-RECORDS-ENTRY
    IF WS-RECORDS-ENTRY IS NUMERIC
        MOVE WS-RECORDS-ENTRY TO WS-NEW-MAX-RECORDS
        IF WS-NEW-MAX-RECORDS > ZERO
                AND WS-NEW-MAX-RECORDS < WS-NEW-MIN-RECORDS
            MOVE WS-NEW-MIN-RECORDS TO WS-ED-MIN-RECORDS
            DISPLAY "  Invalid entry -- the maximum is below the"
                " minimum of" WS-ED-MIN-RECORDS "."
        ELSE
            SET WS-ENTRY-VALID TO TRUE
        END-IF
    ELSE
        DISPLAY "  Invalid entry -- please key seven digits."
    END-IF
    .

PROMPT-MAX-HASH-TOTAL.
    DISPLAY "Maximum hash total without sign, 13 digits with two"
    DISPLAY "implied decimal places (0 throughout = not checked): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-HASH-ENTRY
    ACCEPT WS-HASH-ENTRY
    IF WS-HASH-ENTRY IS NUMERIC
        MOVE WS-HASH-ENTRY TO WS-NEW-MAX-HASH-TOTAL (1:13)
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please key thirteen digits."
    END-IF
    .

PROMPT-MAX-AMOUNT.
    DISPLAY "Maximum single amount without sign, 7 digits with two"
    DISPLAY "implied decimal places (0000000 = not checked): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-AMOUNT-ENTRY
    ACCEPT WS-AMOUNT-ENTRY
    IF WS-AMOUNT-ENTRY IS NUMERIC
        MOVE WS-AMOUNT-ENTRY TO WS-NEW-MAX-AMOUNT (1:7)
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please key seven digits."
    END-IF
    .

PROMPT-CONFIRM-ENTRY.
    IF WS-CHANGE-MODE
        MOVE WS-NEW-MAX-HASH-TOTAL TO WS-ED-HASH
        MOVE WS-NEW-MAX-AMOUNT TO WS-ED-AMOUNT
        DISPLAY "Set " WS-TARGET-SYSTEM " to records "
            WS-NEW-MIN-RECORDS "-" WS-NEW-MAX-RECORDS ", hash "
            WS-ED-HASH ", amount " WS-ED-AMOUNT "? (Y/N): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Delete the thresholds for " WS-TARGET-SYSTEM
            "? (Y/N): " WITH NO ADVANCING
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
REWRITE-THRESHOLD-TABLE.
    PERFORM COPY-THRESHOLDS-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM REBUILD-THRESHOLD-TABLE
    END-IF
    .

COPY-THRESHOLDS-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN OUTPUT MATH-THRESHOLD-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-THRESHOLD-WORK-FILE"
            " (maththrswk.dat), file status " WS-WORK-FILE-STATUS
            " -- the thresholds were not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN INPUT MATH-THRESHOLD-FILE
        EVALUATE WS-THRESHOLD-FILE-STATUS
            WHEN "00"
                PERFORM COPY-ONE-THRESHOLD UNTIL WS-END-OF-FILE
                CLOSE MATH-THRESHOLD-FILE
            WHEN "35"
                CONTINUE
            WHEN OTHER
                DISPLAY "ERROR: unable to open MATH-THRESHOLD-FILE"
                    " (maththrs.dat), file status "
                    WS-THRESHOLD-FILE-STATUS
                    " -- the thresholds were not touched."
                SET WS-FILE-ERROR TO TRUE
        END-EVALUATE
        CLOSE MATH-THRESHOLD-WORK-FILE
    END-IF
    .

COPY-ONE-THRESHOLD.
    READ MATH-THRESHOLD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-THRESHOLD-RECORD TO MATH-THRESHOLD-WORK-RECORD
            WRITE MATH-THRESHOLD-WORK-RECORD
    END-READ
    .

REBUILD-THRESHOLD-TABLE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-THRESHOLD-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-THRESHOLD-WORK-FILE"
            " (maththrswk.dat), file status " WS-WORK-FILE-STATUS
            " -- the thresholds were not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-THRESHOLD-FILE
        IF WS-THRESHOLD-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite MATH-THRESHOLD-FILE"
                " (maththrs.dat), file status "
                WS-THRESHOLD-FILE-STATUS
            DISPLAY "       -- the full threshold table is preserved"
                " in maththrswk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-THRESHOLD-WORK-FILE
        ELSE
            PERFORM REBUILD-ONE-THRESHOLD UNTIL WS-END-OF-FILE
            IF WS-CHANGE-MODE AND WS-MATCHED-COUNT = ZERO
                    AND NOT WS-FILE-ERROR
                PERFORM BUILD-NEW-THRESHOLD
                PERFORM WRITE-THRESHOLD
            END-IF
            CLOSE MATH-THRESHOLD-WORK-FILE
            CLOSE MATH-THRESHOLD-FILE
        END-IF
    END-IF
    .

REBUILD-ONE-THRESHOLD.
    READ MATH-THRESHOLD-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-THRESHOLD-WORK-RECORD TO MATH-THRESHOLD-RECORD
            IF MDT-SENDING-SYSTEM = WS-TARGET-SYSTEM
                ADD 1 TO WS-MATCHED-COUNT
                IF WS-CHANGE-MODE AND WS-MATCHED-COUNT = 1
                    PERFORM BUILD-NEW-THRESHOLD
                    PERFORM WRITE-THRESHOLD
                END-IF
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                PERFORM WRITE-THRESHOLD
            END-IF
    END-READ
    .

BUILD-NEW-THRESHOLD.
    MOVE SPACES TO MATH-THRESHOLD-RECORD
    MOVE WS-TARGET-SYSTEM TO MDT-SENDING-SYSTEM
    MOVE WS-NEW-MIN-RECORDS TO MDT-MIN-RECORDS
    MOVE WS-NEW-MAX-RECORDS TO MDT-MAX-RECORDS
    MOVE WS-NEW-MAX-HASH-TOTAL TO MDT-MAX-HASH-TOTAL
    MOVE WS-NEW-MAX-AMOUNT TO MDT-MAX-AMOUNT
    MOVE WS-TODAY-DATE TO MDT-CHANGED-DATE
    MOVE MSG-OPERATOR-ID TO MDT-CHANGED-BY
    .

WRITE-THRESHOLD.
    WRITE MATH-THRESHOLD-RECORD
    IF WS-THRESHOLD-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-THRESHOLD-FILE"
            " (maththrs.dat), file status " WS-THRESHOLD-FILE-STATUS
        DISPLAY "       -- the full threshold table is preserved in"
            " maththrswk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

LOG-THRESHOLD-CHANGE.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    IF WS-DELETE-MODE
        STRING "removed "                DELIMITED BY SIZE
               WS-TARGET-SYSTEM           DELIMITED BY SIZE
               " from the thresholds"     DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
        DISPLAY WS-TARGET-SYSTEM " no longer has thresholds -- it"
            " will not be screened."
    ELSE
        STRING "set "                    DELIMITED BY SIZE
               WS-TARGET-SYSTEM           DELIMITED BY SIZE
               " limits "                 DELIMITED BY SIZE
               WS-NEW-MIN-RECORDS         DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-NEW-MAX-RECORDS         DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-NEW-MAX-HASH-TOTAL      DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-NEW-MAX-AMOUNT          DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
        DISPLAY "The thresholds for " WS-TARGET-SYSTEM " are set."
    END-IF
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

COPY MATHSGP.
