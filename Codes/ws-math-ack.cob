*> Author:      Renato D. Mejilla
*> Description: Acknowledgement tracking for the outbound results
*>              feed. Every cut WS-MATH-EXTRACT makes of mathrslt.dat
*>              is recorded on the result-cut register (mathcuts.dat,
*>              COPY MATHCUT) under its business date, run number,
*>              and sending system, OUTSTANDING until the department
*>              tells us it arrived. Departments send back an
*>              acknowledgement file (mathack.dat, COPY MATHACK)
*>              quoting the header identity of the cut, the record
*>              count and hash total they counted on their side, and
*>              an accept or reject code. In match mode each
*>              acknowledgement is matched to its cut by file ID and
*>              creation date (and by sending system, when the cut
*>              was made for one system only) and the cut is marked
*>              ACKNOWLEDGED when the department accepted it and
*>              quoted our own count and hash, or DISPUTED when it
*>              rejected the cut or its count or hash differs from
*>              the trailer we sent -- a cut that carried every
*>              system stays DISPUTED once any department disputes
*>              it, until that same department acknowledges it
*>              clean. The register is rewritten through a work file
*>              (mathcutwk.dat), like every other register rewrite,
*>              so it is only replaced after the whole pass completes
*>              clean. An acknowledgement that is malformed or names
*>              no cut on the register is reported and left for the
*>              operator to chase. Chase mode is the daily follow-up:
*>              it lists every cut still OUTSTANDING more than an
*>              agreed number of days after it was cut (3 unless the
*>              operator keys another figure), and every DISPUTED cut
*>              whatever its age, to the screen and to mathchase.dat,
*>              so the department is called before it escalates. List
*>              mode shows the whole register with each cut's status.
*>              Ends with RETURN-CODE 0 when every acknowledgement
*>              matched clean or nothing needs chasing, 4 when an
*>              acknowledgement disputed a cut, was malformed, or
*>              matched no cut, or when the chase report lists
*>              anything, and 16 when a file could not be opened or
*>              written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-ACK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-CUT-REGISTER-FILE ASSIGN TO "mathcuts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUTREG-FILE-STATUS.

    SELECT MATH-CUT-WORK-FILE ASSIGN TO "mathcutwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-ACK-FILE ASSIGN TO "mathack.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.

    SELECT MATH-CHASE-REPORT-FILE ASSIGN TO "mathchase.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHASE-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-CUT-REGISTER-FILE.
    COPY MATHCUT.

    FD MATH-CUT-WORK-FILE.
    01 MATH-CUT-WORK-RECORD     PIC X(143).

    FD MATH-ACK-FILE.
    COPY MATHACK.

    FD MATH-CHASE-REPORT-FILE.
    01 MATH-CHASE-REPORT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CUTREG-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-ACK-FILE-STATUS       PIC XX VALUE SPACES.
    01 WS-CHASE-FILE-STATUS     PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-CHASE-PRINT-SW        PIC X VALUE 'N'.
        88 WS-CHASE-PRINTING        VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-MATCH-MODE            VALUE 'M'.
        88 WS-CHASE-MODE            VALUE 'C'.
        88 WS-LIST-MODE             VALUE 'L'.

    01 WS-ACK-TABLE.
        05 WS-ACK-LOADED         PIC 9(3) VALUE ZERO.
        05 WS-ACK-ENTRY OCCURS 200 TIMES.
            10 WS-ACK-FILE-ID        PIC X(8).
            10 WS-ACK-CREATE-DATE    PIC 9(8).
            10 WS-ACK-SYSTEM         PIC X(8).
            10 WS-ACK-COUNT          PIC 9(9).
            10 WS-ACK-HASH-TOTAL     PIC S9(11)V99 SIGN LEADING
                                         SEPARATE.
            10 WS-ACK-CODE           PIC X.
                88 WS-ACK-ACCEPTED       VALUE 'A'.
            10 WS-ACK-MATCHED-SW     PIC X.
                88 WS-ACK-MATCHED        VALUE 'Y'.
    01 WS-ACK-MAX               PIC 9(3) VALUE 200.
    01 WS-ACK-SUB               PIC 9(3) VALUE ZERO.

    01 WS-ACK-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-ACK-BAD-COUNT         PIC 9(7) VALUE ZERO.
    01 WS-ACK-SKIPPED-COUNT     PIC 9(7) VALUE ZERO.
    01 WS-ACK-UNMATCHED-COUNT   PIC 9(7) VALUE ZERO.
    01 WS-ACKNOWLEDGED-COUNT    PIC 9(7) VALUE ZERO.
    01 WS-DISPUTED-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-CUT-COUNT             PIC 9(7) VALUE ZERO.
    01 WS-OUTSTANDING-COUNT     PIC 9(7) VALUE ZERO.
    01 WS-OVERDUE-COUNT         PIC 9(7) VALUE ZERO.

    01 WS-NEW-ACK-STATUS        PIC X(12) VALUE SPACES.
    01 WS-NEW-ACK-REASON        PIC X(8) VALUE SPACES.

    01 WS-CHASE-DAYS            PIC 9(3) VALUE ZERO.
    01 WS-DEFAULT-CHASE-DAYS    PIC 9(3) VALUE 3.
    01 WS-CUT-AGE               PIC S9(7) VALUE ZERO.

    01 WS-CHASE-LINE            PIC X(132) VALUE SPACES.

    01 WS-CHASE-DETAIL-ROW.
        05 WS-CHD-CUT-FILE-ID    PIC X(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-CUT-DATE       PIC 9(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-RUN-DATE       PIC 9(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-RUN-NUMBER     PIC 9(3).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-SYSTEM         PIC X(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-RECORD-COUNT   PIC Z(8)9.
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-DAYS           PIC Z(4)9.
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-ACK-BY         PIC X(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-ACK-REASON     PIC X(8).
        05 FILLER                PIC X(2) VALUE SPACES.
        05 WS-CHD-ACK-COUNT      PIC Z(8)9.

    01 WS-ED-HASH               PIC -(11)9.99.
    01 WS-ED-ACK-HASH           PIC -(11)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM GET-RUN-MODE
    EVALUATE TRUE
        WHEN WS-MATCH-MODE
            PERFORM MATCH-ACKNOWLEDGEMENTS
        WHEN WS-CHASE-MODE
            PERFORM PRODUCE-CHASE-REPORT
        WHEN OTHER
            PERFORM LIST-CUT-REGISTER
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
    DISPLAY "Match acknowledgements from mathack.dat, print the"
    DISPLAY "chase report, or list the result-cut register?"
    DISPLAY "(M = match, C = chase, L = list): " WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "mcl" TO "MCL"
    IF WS-MATCH-MODE OR WS-CHASE-MODE OR WS-LIST-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer M, C, or L."
    END-IF
    .

MATCH-ACKNOWLEDGEMENTS.
    PERFORM LOAD-ACKNOWLEDGEMENTS
    IF NOT WS-FILE-ERROR AND WS-ACK-LOADED > ZERO
        PERFORM COPY-REGISTER-TO-WORK
        IF NOT WS-FILE-ERROR
            PERFORM APPLY-ACKNOWLEDGEMENTS
        END-IF
    END-IF
    IF NOT WS-FILE-ERROR
        PERFORM REPORT-UNMATCHED-ACK
            VARYING WS-ACK-SUB FROM 1 BY 1
            UNTIL WS-ACK-SUB > WS-ACK-LOADED
        PERFORM DISPLAY-MATCH-SUMMARY
        IF WS-DISPUTED-COUNT > ZERO OR WS-ACK-BAD-COUNT > ZERO
                OR WS-ACK-UNMATCHED-COUNT > ZERO
                OR WS-ACK-SKIPPED-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    .

LOAD-ACKNOWLEDGEMENTS.
    OPEN INPUT MATH-ACK-FILE
    EVALUATE WS-ACK-FILE-STATUS
        WHEN "00"
            PERFORM LOAD-ONE-ACK UNTIL WS-END-OF-FILE
            CLOSE MATH-ACK-FILE
        WHEN "35"
            DISPLAY "No acknowledgement file (mathack.dat) has"
                " arrived -- the register is unchanged."
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-ACK-FILE"
                " (mathack.dat), file status " WS-ACK-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

LOAD-ONE-ACK.
    READ MATH-ACK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ACK-READ-COUNT
            IF NOT MAK-ACK-RECORD
                    OR MAK-FILE-ID = SPACES
                    OR MAK-CREATE-DATE IS NOT NUMERIC
                    OR MAK-RECORD-COUNT IS NOT NUMERIC
                    OR MAK-HASH-TOTAL IS NOT NUMERIC
                    OR NOT (MAK-ACCEPTED OR MAK-REJECTED)
                ADD 1 TO WS-ACK-BAD-COUNT
                DISPLAY "WARNING: acknowledgement " WS-ACK-READ-COUNT
                    " in mathack.dat is malformed and was ignored:"
                DISPLAY "         -- " MATH-ACK-RECORD
            ELSE
                IF WS-ACK-LOADED < WS-ACK-MAX
                    ADD 1 TO WS-ACK-LOADED
                    MOVE MAK-FILE-ID TO WS-ACK-FILE-ID (WS-ACK-LOADED)
                    MOVE MAK-CREATE-DATE
                        TO WS-ACK-CREATE-DATE (WS-ACK-LOADED)
                    MOVE MAK-SENDING-SYSTEM
                        TO WS-ACK-SYSTEM (WS-ACK-LOADED)
                    MOVE MAK-RECORD-COUNT
                        TO WS-ACK-COUNT (WS-ACK-LOADED)
                    MOVE MAK-HASH-TOTAL
                        TO WS-ACK-HASH-TOTAL (WS-ACK-LOADED)
                    MOVE MAK-ACK-CODE TO WS-ACK-CODE (WS-ACK-LOADED)
                    MOVE 'N' TO WS-ACK-MATCHED-SW (WS-ACK-LOADED)
                ELSE
                    ADD 1 TO WS-ACK-SKIPPED-COUNT
                END-IF
            END-IF
    END-READ
    .

COPY-REGISTER-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CUT-REGISTER-FILE
    IF WS-CUTREG-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-CUT-REGISTER-FILE"
            " (mathcuts.dat), file status " WS-CUTREG-FILE-STATUS
            " -- no register to match against."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-CUT-WORK-FILE
        IF WS-WORK-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-CUT-WORK-FILE"
                " (mathcutwk.dat), file status "
                WS-WORK-FILE-STATUS
                " -- the register was not touched."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-CUT-REGISTER-FILE
        ELSE
            PERFORM COPY-ONE-CUT-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-CUT-REGISTER-FILE
            CLOSE MATH-CUT-WORK-FILE
        END-IF
    END-IF
    .

COPY-ONE-CUT-ENTRY.
    READ MATH-CUT-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-RESULT-CUT-RECORD TO MATH-CUT-WORK-RECORD
            WRITE MATH-CUT-WORK-RECORD
    END-READ
    .

APPLY-ACKNOWLEDGEMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CUT-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-CUT-WORK-FILE"
            " (mathcutwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the register was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-CUT-REGISTER-FILE
        IF WS-CUTREG-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite"
                " MATH-CUT-REGISTER-FILE (mathcuts.dat),"
                " file status " WS-CUTREG-FILE-STATUS
            DISPLAY "       -- the full register is preserved in"
                " mathcutwk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-CUT-WORK-FILE
        ELSE
            DISPLAY " "
            PERFORM MATCH-ONE-CUT-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-CUT-WORK-FILE
            CLOSE MATH-CUT-REGISTER-FILE
        END-IF
    END-IF
    .

MATCH-ONE-CUT-ENTRY.
    READ MATH-CUT-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-CUT-WORK-RECORD TO MATH-RESULT-CUT-RECORD
            PERFORM APPLY-ONE-ACK
                VARYING WS-ACK-SUB FROM 1 BY 1
                UNTIL WS-ACK-SUB > WS-ACK-LOADED
            WRITE MATH-RESULT-CUT-RECORD
            IF WS-CUTREG-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to write"
                    " MATH-CUT-REGISTER-FILE (mathcuts.dat),"
                    " file status " WS-CUTREG-FILE-STATUS
                DISPLAY "       -- the full register is preserved"
                    " in mathcutwk.dat; restore it before"
                    " rerunning."
                SET WS-FILE-ERROR TO TRUE
                SET WS-END-OF-FILE TO TRUE
            END-IF
    END-READ
    .

*> Acknowledgements are applied in the order they arrived, so a
*> department's later acknowledgement of the same cut replaces its
*> earlier one. On a cut that carried every system, one department's
*> clean acknowledgement does not clear another department's dispute.
APPLY-ONE-ACK.
    IF WS-ACK-FILE-ID (WS-ACK-SUB) = MCU-CUT-FILE-ID
            AND WS-ACK-CREATE-DATE (WS-ACK-SUB) = MCU-CUT-DATE
            AND (MCU-SENDING-SYSTEM = SPACES
                OR MCU-SENDING-SYSTEM = WS-ACK-SYSTEM (WS-ACK-SUB))
        SET WS-ACK-MATCHED (WS-ACK-SUB) TO TRUE
        EVALUATE TRUE
            WHEN NOT WS-ACK-ACCEPTED (WS-ACK-SUB)
                MOVE "DISPUTED" TO WS-NEW-ACK-STATUS
                MOVE "REJECTED" TO WS-NEW-ACK-REASON
            WHEN WS-ACK-COUNT (WS-ACK-SUB) NOT = MCU-RECORD-COUNT
                MOVE "DISPUTED" TO WS-NEW-ACK-STATUS
                MOVE "COUNT" TO WS-NEW-ACK-REASON
            WHEN WS-ACK-HASH-TOTAL (WS-ACK-SUB) NOT = MCU-HASH-TOTAL
                MOVE "DISPUTED" TO WS-NEW-ACK-STATUS
                MOVE "HASH" TO WS-NEW-ACK-REASON
            WHEN OTHER
                MOVE "ACKNOWLEDGED" TO WS-NEW-ACK-STATUS
                MOVE SPACES TO WS-NEW-ACK-REASON
        END-EVALUATE
        IF MCU-ACK-DISPUTED
                AND WS-NEW-ACK-STATUS = "ACKNOWLEDGED"
                AND MCU-ACK-BY NOT = WS-ACK-SYSTEM (WS-ACK-SUB)
            DISPLAY "Cut " MCU-CUT-FILE-ID " " MCU-CUT-DATE
                " acknowledged clean by " WS-ACK-SYSTEM (WS-ACK-SUB)
                " -- stays DISPUTED by " MCU-ACK-BY
            ADD 1 TO WS-ACKNOWLEDGED-COUNT
        ELSE
            PERFORM RECORD-ACK-ON-CUT
        END-IF
    END-IF
    .

RECORD-ACK-ON-CUT.
    MOVE WS-NEW-ACK-STATUS TO MCU-ACK-STATUS
    MOVE WS-NEW-ACK-REASON TO MCU-ACK-REASON
    MOVE WS-RUN-DATE TO MCU-ACK-DATE
    MOVE WS-RUN-TIME TO MCU-ACK-TIME
    MOVE WS-ACK-SYSTEM (WS-ACK-SUB) TO MCU-ACK-BY
    MOVE WS-ACK-CODE (WS-ACK-SUB) TO MCU-ACK-CODE
    MOVE WS-ACK-COUNT (WS-ACK-SUB) TO MCU-ACK-COUNT
    MOVE WS-ACK-HASH-TOTAL (WS-ACK-SUB) TO MCU-ACK-HASH-TOTAL
    IF MCU-ACKNOWLEDGED
        ADD 1 TO WS-ACKNOWLEDGED-COUNT
        DISPLAY "Cut " MCU-CUT-FILE-ID " " MCU-CUT-DATE
            " ACKNOWLEDGED by " MCU-ACK-BY
    ELSE
        ADD 1 TO WS-DISPUTED-COUNT
        DISPLAY "Cut " MCU-CUT-FILE-ID " " MCU-CUT-DATE
            " DISPUTED by " MCU-ACK-BY " (" MCU-ACK-REASON ")"
        IF MCU-ACK-REASON = "COUNT" OR MCU-ACK-REASON = "HASH"
            MOVE MCU-HASH-TOTAL TO WS-ED-HASH
            MOVE MCU-ACK-HASH-TOTAL TO WS-ED-ACK-HASH
            DISPLAY "  -- we sent     " MCU-RECORD-COUNT
                " record(s), hash " WS-ED-HASH
            DISPLAY "  -- they counted " MCU-ACK-COUNT
                " record(s), hash " WS-ED-ACK-HASH
        END-IF
    END-IF
    .

REPORT-UNMATCHED-ACK.
    IF NOT WS-ACK-MATCHED (WS-ACK-SUB)
        ADD 1 TO WS-ACK-UNMATCHED-COUNT
        DISPLAY "WARNING: acknowledgement from "
            WS-ACK-SYSTEM (WS-ACK-SUB) " for cut "
            WS-ACK-FILE-ID (WS-ACK-SUB) " "
            WS-ACK-CREATE-DATE (WS-ACK-SUB)
        DISPLAY "         -- no such cut for that system is on the"
            " result-cut register."
    END-IF
    .

DISPLAY-MATCH-SUMMARY.
    DISPLAY " "
    DISPLAY "===== WS-MATH-ACK Run Summary ====="
    DISPLAY "Acknowledgements read  : " WS-ACK-READ-COUNT
    DISPLAY "  malformed (ignored)  : " WS-ACK-BAD-COUNT
    DISPLAY "Cuts acknowledged      : " WS-ACKNOWLEDGED-COUNT
    DISPLAY "Cuts disputed          : " WS-DISPUTED-COUNT
    DISPLAY "Unmatched              : " WS-ACK-UNMATCHED-COUNT
    IF WS-ACK-SKIPPED-COUNT > ZERO
        DISPLAY "Not processed          : " WS-ACK-SKIPPED-COUNT
        DISPLAY "  -- more than " WS-ACK-MAX " acknowledgements in"
            " one file; run the match again for the rest."
    END-IF
    DISPLAY "==================================="
    .

PRODUCE-CHASE-REPORT.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-CHASE-DAYS UNTIL WS-ENTRY-VALID
    OPEN OUTPUT MATH-CHASE-REPORT-FILE
    IF WS-CHASE-FILE-STATUS = "00"
        SET WS-CHASE-PRINTING TO TRUE
    ELSE
        DISPLAY "WARNING: unable to open MATH-CHASE-REPORT-FILE"
            " (mathchase.dat), file status " WS-CHASE-FILE-STATUS
        DISPLAY "         -- the chase report is shown on the"
            " screen only."
    END-IF
    DISPLAY " "
    STRING "===== WS-MATH-ACK Results Feed Chase Report "
                                            DELIMITED BY SIZE
           WS-RUN-DATE                      DELIMITED BY SIZE
           " ====="                         DELIMITED BY SIZE
        INTO WS-CHASE-LINE
    END-STRING
    PERFORM EMIT-CHASE-LINE
    PERFORM EMIT-CHASE-LINE
    STRING "Cuts OUTSTANDING more than "    DELIMITED BY SIZE
           WS-CHASE-DAYS                    DELIMITED BY SIZE
           " day(s) after they were cut:"   DELIMITED BY SIZE
        INTO WS-CHASE-LINE
    END-STRING
    PERFORM EMIT-CHASE-LINE
    MOVE "CUT ID    CUT DATE  RUN DATE  RUN  SYSTEM      RECORDS"
        TO WS-CHASE-LINE
    MOVE "   DAYS" TO WS-CHASE-LINE (55:7)
    PERFORM EMIT-CHASE-LINE
    PERFORM SCAN-REGISTER-FOR-CHASE
    IF NOT WS-FILE-ERROR
        IF WS-OVERDUE-COUNT = ZERO
            MOVE "  None." TO WS-CHASE-LINE
            PERFORM EMIT-CHASE-LINE
        END-IF
        PERFORM EMIT-CHASE-LINE
        MOVE "Cuts DISPUTED by the department:" TO WS-CHASE-LINE
        PERFORM EMIT-CHASE-LINE
        MOVE "CUT ID    CUT DATE  RUN DATE  RUN  SYSTEM      RECORDS"
            TO WS-CHASE-LINE
        MOVE "   DAYS  ACK BY    REASON      COUNTED"
            TO WS-CHASE-LINE (55:38)
        PERFORM EMIT-CHASE-LINE
        MOVE 'D' TO WS-RUN-MODE
        PERFORM SCAN-REGISTER-FOR-CHASE
        MOVE 'C' TO WS-RUN-MODE
        IF WS-DISPUTED-COUNT = ZERO
            MOVE "  None." TO WS-CHASE-LINE
            PERFORM EMIT-CHASE-LINE
        END-IF
        PERFORM EMIT-CHASE-LINE
        STRING "Cuts on the register    : " DELIMITED BY SIZE
               WS-CUT-COUNT                 DELIMITED BY SIZE
            INTO WS-CHASE-LINE
        END-STRING
        PERFORM EMIT-CHASE-LINE
        STRING "  still outstanding     : " DELIMITED BY SIZE
               WS-OUTSTANDING-COUNT         DELIMITED BY SIZE
            INTO WS-CHASE-LINE
        END-STRING
        PERFORM EMIT-CHASE-LINE
        STRING "  overdue for chasing   : " DELIMITED BY SIZE
               WS-OVERDUE-COUNT             DELIMITED BY SIZE
            INTO WS-CHASE-LINE
        END-STRING
        PERFORM EMIT-CHASE-LINE
        STRING "  disputed              : " DELIMITED BY SIZE
               WS-DISPUTED-COUNT            DELIMITED BY SIZE
            INTO WS-CHASE-LINE
        END-STRING
        PERFORM EMIT-CHASE-LINE
        MOVE "=================================================="
            TO WS-CHASE-LINE
        PERFORM EMIT-CHASE-LINE
        IF WS-OVERDUE-COUNT > ZERO OR WS-DISPUTED-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-CHASE-PRINTING
        CLOSE MATH-CHASE-REPORT-FILE
    END-IF
    .

PROMPT-CHASE-DAYS.
    DISPLAY "Chase cuts unacknowledged for more than how many days?"
    DISPLAY "(press Enter for " WS-DEFAULT-CHASE-DAYS "): "
        WITH NO ADVANCING
    MOVE ZERO TO WS-CHASE-DAYS
    ACCEPT WS-CHASE-DAYS
    IF WS-CHASE-DAYS IS NOT NUMERIC
        DISPLAY "  Invalid entry -- please key a number of days."
    ELSE
        IF WS-CHASE-DAYS = ZERO
            MOVE WS-DEFAULT-CHASE-DAYS TO WS-CHASE-DAYS
        END-IF
        SET WS-ENTRY-VALID TO TRUE
    END-IF
    .

*> The first pass (chase mode) counts the register and lists the
*> overdue outstanding cuts; the second pass (WS-RUN-MODE 'D') lists
*> the disputed ones.
SCAN-REGISTER-FOR-CHASE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-CUT-REGISTER-FILE
    EVALUATE WS-CUTREG-FILE-STATUS
        WHEN "00"
            PERFORM CHASE-ONE-CUT-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-CUT-REGISTER-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-CUT-REGISTER-FILE"
                " (mathcuts.dat), file status " WS-CUTREG-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

CHASE-ONE-CUT-ENTRY.
    READ MATH-CUT-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE ZERO TO WS-CUT-AGE
            IF MCU-CUT-DATE IS NUMERIC AND MCU-CUT-DATE > ZERO
                COMPUTE WS-CUT-AGE =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE (MCU-CUT-DATE)
            END-IF
            IF WS-CHASE-MODE
                ADD 1 TO WS-CUT-COUNT
                IF MCU-ACK-OUTSTANDING
                    ADD 1 TO WS-OUTSTANDING-COUNT
                    IF WS-CUT-AGE > WS-CHASE-DAYS
                        ADD 1 TO WS-OVERDUE-COUNT
                        PERFORM EMIT-CHASE-DETAIL
                    END-IF
                END-IF
            ELSE
                IF MCU-ACK-DISPUTED
                    ADD 1 TO WS-DISPUTED-COUNT
                    PERFORM EMIT-CHASE-DETAIL
                END-IF
            END-IF
    END-READ
    .

EMIT-CHASE-DETAIL.
    MOVE MCU-CUT-FILE-ID TO WS-CHD-CUT-FILE-ID
    MOVE MCU-CUT-DATE TO WS-CHD-CUT-DATE
    MOVE MCU-RUN-DATE TO WS-CHD-RUN-DATE
    MOVE MCU-RUN-NUMBER TO WS-CHD-RUN-NUMBER
    IF MCU-SENDING-SYSTEM = SPACES
        MOVE "(ALL)" TO WS-CHD-SYSTEM
    ELSE
        MOVE MCU-SENDING-SYSTEM TO WS-CHD-SYSTEM
    END-IF
    MOVE MCU-RECORD-COUNT TO WS-CHD-RECORD-COUNT
    MOVE WS-CUT-AGE TO WS-CHD-DAYS
    IF MCU-ACK-DISPUTED
        MOVE MCU-ACK-BY TO WS-CHD-ACK-BY
        MOVE MCU-ACK-REASON TO WS-CHD-ACK-REASON
        MOVE MCU-ACK-COUNT TO WS-CHD-ACK-COUNT
        MOVE WS-CHASE-DETAIL-ROW TO WS-CHASE-LINE
    ELSE
        MOVE WS-CHASE-DETAIL-ROW (1:61) TO WS-CHASE-LINE
    END-IF
    PERFORM EMIT-CHASE-LINE
    .

EMIT-CHASE-LINE.
    DISPLAY WS-CHASE-LINE
    IF WS-CHASE-PRINTING
        MOVE WS-CHASE-LINE TO MATH-CHASE-REPORT-RECORD
        WRITE MATH-CHASE-REPORT-RECORD
    END-IF
    MOVE SPACES TO WS-CHASE-LINE
    .

LIST-CUT-REGISTER.
    OPEN INPUT MATH-CUT-REGISTER-FILE
    IF WS-CUTREG-FILE-STATUS NOT = "00"
        DISPLAY "The result-cut register (mathcuts.dat) does not"
            " exist yet -- no results feed has been cut."
    ELSE
        DISPLAY " "
        DISPLAY "===== Result-Cut Register ====="
        DISPLAY "CUT ID    CUT DATE  RUN DATE  RUN  SYSTEM      RECORDS"
            "  STATUS        BY        ON        REASON"
        PERFORM LIST-ONE-CUT-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-CUT-REGISTER-FILE
        DISPLAY " "
        DISPLAY WS-CUT-COUNT " cut(s) on the register, "
            WS-OUTSTANDING-COUNT " outstanding."
        DISPLAY "==============================="
    END-IF
    .

LIST-ONE-CUT-ENTRY.
    READ MATH-CUT-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-CUT-COUNT
            MOVE MCU-CUT-FILE-ID TO WS-CHD-CUT-FILE-ID
            MOVE MCU-CUT-DATE TO WS-CHD-CUT-DATE
            MOVE MCU-RUN-DATE TO WS-CHD-RUN-DATE
            MOVE MCU-RUN-NUMBER TO WS-CHD-RUN-NUMBER
            IF MCU-SENDING-SYSTEM = SPACES
                MOVE "(ALL)" TO WS-CHD-SYSTEM
            ELSE
                MOVE MCU-SENDING-SYSTEM TO WS-CHD-SYSTEM
            END-IF
            MOVE MCU-RECORD-COUNT TO WS-CHD-RECORD-COUNT
            IF MCU-ACK-OUTSTANDING
                ADD 1 TO WS-OUTSTANDING-COUNT
                DISPLAY WS-CHASE-DETAIL-ROW (1:54) "  OUTSTANDING"
            ELSE
                DISPLAY WS-CHASE-DETAIL-ROW (1:54) "  "
                    MCU-ACK-STATUS "  " MCU-ACK-BY "  "
                    MCU-ACK-DATE "  " MCU-ACK-REASON
            END-IF
    END-READ
    .
