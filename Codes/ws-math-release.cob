*> Author:      Renato D. Mejilla
*> Description: Supervisor release of the departments WS-MATH-SCREEN
*>              held back from posting (mathheld.dat, COPY MATHHLD).
*>              List mode shows every held batch -- one line per
*>              department and screening run, with the threshold it
*>              breached, its record count, and what has been done
*>              with it. Release and return modes take a sending
*>              system and the business date it was held on and act
*>              on every record of that department still marked
*>              HELD from that date: release appends the validated
*>              record images to the release queue (mathrlse.dat),
*>              which the next WS-MATH-SCREEN run adds to
*>              mathvalid.dat unscreened so they post in the next
*>              batch run, and marks them RELEASED; return marks
*>              them RETURNED and leaves them out of processing for
*>              good, for the sender to correct and send again,
*>              as WS-MATH-CORRECT does with a reject. Both need the
*>              RELEASE function (COPY MATHSEC) after sign-on, every
*>              release and return is written to the security log
*>              (COPY MATHSLG) under the signed-on operator, and the
*>              held file is rewritten through a work file
*>              (mathheldwk.dat), like every other register rewrite,
*>              so it is only replaced after the whole pass
*>              completes clean. Ends with RETURN-CODE 0 on success,
*>              4 when list mode finds departments still held, 12
*>              when the sign-on failed or the operator is not
*>              authorized, and 16 when a file could not be opened
*>              or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-RELEASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-HELD-FILE ASSIGN TO "mathheld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT MATH-HELD-WORK-FILE ASSIGN TO "mathheldwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-RELEASE-QUEUE-FILE ASSIGN TO "mathrlse.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-HELD-FILE.
    COPY MATHHLD.

    FD MATH-HELD-WORK-FILE.
    01 MATH-HELD-WORK-RECORD    PIC X(130).

    FD MATH-RELEASE-QUEUE-FILE.
    01 MATH-RELEASE-QUEUE-RECORD PIC X(70).

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-HELD-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-QUEUE-FILE-STATUS     PIC XX VALUE SPACES.
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

    01 WS-TABLE-FULL-SW         PIC X VALUE 'N'.
        88 WS-TABLE-FULL            VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-RELEASE-MODE          VALUE 'R'.
        88 WS-RETURN-MODE           VALUE 'T'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-TARGET-SYSTEM         PIC X(8) VALUE SPACES.
    01 WS-DATE-ENTRY            PIC X(8) VALUE SPACES.
    01 WS-TARGET-DATE           PIC 9(8) VALUE ZERO.
    01 WS-TARGET-BREACH         PIC X(12) VALUE SPACES.
    01 WS-NEW-STATUS            PIC X(8) VALUE SPACES.

    01 WS-MATCHED-COUNT         PIC 9(7) VALUE ZERO.
    01 WS-ACTED-COUNT           PIC 9(7) VALUE ZERO.
    01 WS-STILL-HELD-COUNT      PIC 9(3) VALUE ZERO.
    01 WS-BAT-SUB               PIC 9(3) VALUE ZERO.

    01 WS-ED-COUNT              PIC Z(6)9.

*> One entry per department per screening run found on the held
*> file, in the order each first appears.
    01 WS-HELD-BATCH-TABLE.
        05 WS-BAT-COUNT          PIC 9(3) VALUE ZERO.
        05 WS-BAT-MAX            PIC 9(3) VALUE 100.
        05 WS-BAT-ENTRY OCCURS 100 TIMES.
            10 WS-BAT-HELD-DATE      PIC 9(8).
            10 WS-BAT-HELD-TIME      PIC 9(8).
            10 WS-BAT-SYSTEM         PIC X(8).
            10 WS-BAT-BREACH         PIC X(12).
            10 WS-BAT-STATUS         PIC X(8).
            10 WS-BAT-RECORDS        PIC 9(7).
            10 WS-BAT-ACTION-DATE    PIC 9(8).
            10 WS-BAT-ACTION-BY      PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-RELEASE" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    IF WS-LIST-MODE
        PERFORM LIST-HELD-DEPARTMENTS
        IF WS-STILL-HELD-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM SIGN-ON-OPERATOR
        IF NOT MSG-SIGNED-ON
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "RELEASE" TO MSG-FUNCTION-NAME
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM DISPOSE-HELD-DEPARTMENT
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
    DISPLAY "List the held departments, release a held department"
    DISPLAY "into the next batch run, or return it to the sender?"
    DISPLAY "(L = list, R = release, T = return to sender): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "lrt" TO "LRT"
    IF WS-LIST-MODE OR WS-RELEASE-MODE OR WS-RETURN-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L, R, or T."
    END-IF
    .

LIST-HELD-DEPARTMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-HELD-FILE
    EVALUATE WS-HELD-FILE-STATUS
        WHEN "00"
            PERFORM TALLY-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
            CLOSE MATH-HELD-FILE
            DISPLAY " "
            DISPLAY "===== Held Departments ====="
            DISPLAY "HELD ON   TIME      SYSTEM    BREACH        STATUS"
                "    RECORDS  ACTIONED  BY"
            PERFORM LIST-ONE-HELD-BATCH
                VARYING WS-BAT-SUB FROM 1 BY 1
                UNTIL WS-BAT-SUB > WS-BAT-COUNT
            DISPLAY " "
            DISPLAY WS-STILL-HELD-COUNT " department batch(es) still"
                " held."
            DISPLAY "============================"
        WHEN "35"
            DISPLAY "The held file (mathheld.dat) does not exist yet"
                " -- no department has been held."
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-HELD-FILE"
                " (mathheld.dat), file status " WS-HELD-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

TALLY-ONE-HELD-RECORD.
    READ MATH-HELD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            PERFORM FIND-HELD-BATCH
            IF WS-ENTRY-FOUND
                ADD 1 TO WS-BAT-RECORDS (WS-BAT-SUB)
            END-IF
    END-READ
    .

*> Records of one department held in one screening run and since
*> given one disposition make up one batch.
FIND-HELD-BATCH.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    PERFORM FIND-ONE-HELD-BATCH
        VARYING WS-BAT-SUB FROM 1 BY 1
        UNTIL WS-BAT-SUB > WS-BAT-COUNT OR WS-ENTRY-FOUND
    IF WS-ENTRY-FOUND
        SUBTRACT 1 FROM WS-BAT-SUB
    ELSE
        IF WS-BAT-COUNT < WS-BAT-MAX
            ADD 1 TO WS-BAT-COUNT
            MOVE WS-BAT-COUNT TO WS-BAT-SUB
            MOVE MHL-HELD-DATE TO WS-BAT-HELD-DATE (WS-BAT-SUB)
            MOVE MHL-HELD-TIME TO WS-BAT-HELD-TIME (WS-BAT-SUB)
            MOVE MHL-SENDING-SYSTEM TO WS-BAT-SYSTEM (WS-BAT-SUB)
            MOVE MHL-BREACH TO WS-BAT-BREACH (WS-BAT-SUB)
            MOVE MHL-STATUS TO WS-BAT-STATUS (WS-BAT-SUB)
            MOVE ZERO TO WS-BAT-RECORDS (WS-BAT-SUB)
            MOVE MHL-ACTION-DATE TO WS-BAT-ACTION-DATE (WS-BAT-SUB)
            MOVE MHL-ACTION-BY TO WS-BAT-ACTION-BY (WS-BAT-SUB)
            IF MHL-HELD
                ADD 1 TO WS-STILL-HELD-COUNT
            END-IF
            SET WS-ENTRY-FOUND TO TRUE
        ELSE
            IF NOT WS-TABLE-FULL
                DISPLAY "WARNING: more than " WS-BAT-MAX
                    " held batches -- the later ones are not listed."
                SET WS-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    .

FIND-ONE-HELD-BATCH.
    IF WS-BAT-HELD-DATE (WS-BAT-SUB) = MHL-HELD-DATE
            AND WS-BAT-HELD-TIME (WS-BAT-SUB) = MHL-HELD-TIME
            AND WS-BAT-SYSTEM (WS-BAT-SUB) = MHL-SENDING-SYSTEM
            AND WS-BAT-STATUS (WS-BAT-SUB) = MHL-STATUS
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    .

LIST-ONE-HELD-BATCH.
    MOVE WS-BAT-RECORDS (WS-BAT-SUB) TO WS-ED-COUNT
    IF WS-BAT-STATUS (WS-BAT-SUB) = "HELD"
        DISPLAY WS-BAT-HELD-DATE (WS-BAT-SUB) "  "
            WS-BAT-HELD-TIME (WS-BAT-SUB) "  "
            WS-BAT-SYSTEM (WS-BAT-SUB) "  "
            WS-BAT-BREACH (WS-BAT-SUB) "  "
            WS-BAT-STATUS (WS-BAT-SUB) "  " WS-ED-COUNT
    ELSE
        DISPLAY WS-BAT-HELD-DATE (WS-BAT-SUB) "  "
            WS-BAT-HELD-TIME (WS-BAT-SUB) "  "
            WS-BAT-SYSTEM (WS-BAT-SUB) "  "
            WS-BAT-BREACH (WS-BAT-SUB) "  "
            WS-BAT-STATUS (WS-BAT-SUB) "  " WS-ED-COUNT "  "
            WS-BAT-ACTION-DATE (WS-BAT-SUB) "  "
            WS-BAT-ACTION-BY (WS-BAT-SUB)
    END-IF
    .

DISPOSE-HELD-DEPARTMENT.
    PERFORM GET-TARGET-SYSTEM
    IF WS-ENTRY-VALID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-HELD-DATE UNTIL WS-ENTRY-VALID
        PERFORM COUNT-HELD-RECORDS
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        IF WS-MATCHED-COUNT = ZERO
            DISPLAY "  No records of " WS-TARGET-SYSTEM " held on "
                WS-TARGET-DATE " are still waiting for a decision."
            MOVE 'N' TO WS-ENTRY-VALID-SW
        ELSE
            MOVE WS-MATCHED-COUNT TO WS-ED-COUNT
            DISPLAY " "
            DISPLAY WS-ED-COUNT " record(s) of " WS-TARGET-SYSTEM
                " held on " WS-TARGET-DATE " for " WS-TARGET-BREACH
        END-IF
    END-IF
    IF WS-ENTRY-VALID AND NOT WS-FILE-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
        IF WS-CONFIRM-ENTRY = 'Y'
            PERFORM REWRITE-HELD-FILE
            IF NOT WS-FILE-ERROR
                PERFORM LOG-HELD-DISPOSITION
            END-IF
        ELSE
            DISPLAY "Nothing released or returned -- mathheld.dat"
                " was not rewritten."
        END-IF
    ELSE
        IF NOT WS-FILE-ERROR
            DISPLAY "Nothing released or returned -- mathheld.dat"
                " was not rewritten."
        END-IF
    END-IF
    .

*> Each GET- paragraph leaves WS-ENTRY-VALID on only when there is
*> something to act on.
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

PROMPT-HELD-DATE.
    DISPLAY "Business date it was held on (YYYYMMDD): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-DATE-ENTRY
    ACCEPT WS-DATE-ENTRY
    IF WS-DATE-ENTRY IS NUMERIC
        MOVE WS-DATE-ENTRY TO WS-TARGET-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-TARGET-DATE) = ZERO
            SET WS-ENTRY-VALID TO TRUE
        ELSE
            DISPLAY "  Invalid entry -- " WS-DATE-ENTRY
                " is not a calendar date."
        END-IF
    ELSE
        DISPLAY "  Invalid entry -- please key the date as YYYYMMDD."
    END-IF
    .

COUNT-HELD-RECORDS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-HELD-FILE
    EVALUATE WS-HELD-FILE-STATUS
        WHEN "00"
            PERFORM COUNT-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
            CLOSE MATH-HELD-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: unable to open MATH-HELD-FILE"
                " (mathheld.dat), file status " WS-HELD-FILE-STATUS
                " -- nothing was released or returned."
            SET WS-FILE-ERROR TO TRUE
    END-EVALUATE
    .

COUNT-ONE-HELD-RECORD.
    READ MATH-HELD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MHL-SENDING-SYSTEM = WS-TARGET-SYSTEM
                    AND MHL-HELD-DATE = WS-TARGET-DATE
                    AND MHL-HELD
                ADD 1 TO WS-MATCHED-COUNT
                MOVE MHL-BREACH TO WS-TARGET-BREACH
            END-IF
    END-READ
    .

PROMPT-CONFIRM-ENTRY.
    IF WS-RELEASE-MODE
        DISPLAY "Release them into the next batch run? (Y/N): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Return them to " WS-TARGET-SYSTEM " uncorrected?"
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

*> The held file is copied aside first and rebuilt from the copy
*> with the chosen department's HELD records marked; on a release
*> their images go onto the release queue in the same pass.
REWRITE-HELD-FILE.
    IF WS-RELEASE-MODE
        MOVE "RELEASED" TO WS-NEW-STATUS
    ELSE
        MOVE "RETURNED" TO WS-NEW-STATUS
    END-IF
    PERFORM COPY-HELD-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM REBUILD-HELD-FILE
    END-IF
    .

COPY-HELD-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN OUTPUT MATH-HELD-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-HELD-WORK-FILE"
            " (mathheldwk.dat), file status " WS-WORK-FILE-STATUS
            " -- nothing was released or returned."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN INPUT MATH-HELD-FILE
        IF WS-HELD-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-HELD-FILE"
                " (mathheld.dat), file status " WS-HELD-FILE-STATUS
                " -- nothing was released or returned."
            SET WS-FILE-ERROR TO TRUE
        ELSE
            PERFORM COPY-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
            CLOSE MATH-HELD-FILE
        END-IF
        CLOSE MATH-HELD-WORK-FILE
    END-IF
    .

COPY-ONE-HELD-RECORD.
    READ MATH-HELD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-HELD-RECORD TO MATH-HELD-WORK-RECORD
            WRITE MATH-HELD-WORK-RECORD
    END-READ
    .

REBUILD-HELD-FILE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-HELD-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-HELD-WORK-FILE"
            " (mathheldwk.dat), file status " WS-WORK-FILE-STATUS
            " -- nothing was released or returned."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        IF WS-RELEASE-MODE
            OPEN EXTEND MATH-RELEASE-QUEUE-FILE
            IF WS-QUEUE-FILE-STATUS = "35"
                OPEN OUTPUT MATH-RELEASE-QUEUE-FILE
            END-IF
            IF WS-QUEUE-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to open"
                    " MATH-RELEASE-QUEUE-FILE (mathrlse.dat), file"
                    " status " WS-QUEUE-FILE-STATUS
                    " -- nothing was released."
                SET WS-FILE-ERROR TO TRUE
            END-IF
        END-IF
        IF WS-FILE-ERROR
            CLOSE MATH-HELD-WORK-FILE
        ELSE
            OPEN OUTPUT MATH-HELD-FILE
            IF WS-HELD-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to rewrite MATH-HELD-FILE"
                    " (mathheld.dat), file status "
                    WS-HELD-FILE-STATUS
                PERFORM DISPLAY-RESTORE-NOTE
                SET WS-FILE-ERROR TO TRUE
            ELSE
                PERFORM REBUILD-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
                CLOSE MATH-HELD-FILE
            END-IF
            CLOSE MATH-HELD-WORK-FILE
            IF WS-RELEASE-MODE
                CLOSE MATH-RELEASE-QUEUE-FILE
            END-IF
        END-IF
    END-IF
    .

REBUILD-ONE-HELD-RECORD.
    READ MATH-HELD-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-HELD-WORK-RECORD TO MATH-HELD-RECORD
            IF MHL-SENDING-SYSTEM = WS-TARGET-SYSTEM
                    AND MHL-HELD-DATE = WS-TARGET-DATE
                    AND MHL-HELD
                MOVE WS-NEW-STATUS TO MHL-STATUS
                MOVE WS-TODAY-DATE TO MHL-ACTION-DATE
                MOVE MSG-OPERATOR-ID TO MHL-ACTION-BY
                IF WS-RELEASE-MODE
                    PERFORM QUEUE-RELEASED-RECORD
                END-IF
                ADD 1 TO WS-ACTED-COUNT
            END-IF
            IF NOT WS-FILE-ERROR
                PERFORM WRITE-HELD-RECORD
            END-IF
    END-READ
    .

QUEUE-RELEASED-RECORD.
    MOVE MHL-RECORD-IMAGE TO MATH-RELEASE-QUEUE-RECORD
    WRITE MATH-RELEASE-QUEUE-RECORD
    IF WS-QUEUE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-RELEASE-QUEUE-FILE"
            " (mathrlse.dat), file status " WS-QUEUE-FILE-STATUS
        PERFORM DISPLAY-RESTORE-NOTE
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

WRITE-HELD-RECORD.
    WRITE MATH-HELD-RECORD
    IF WS-HELD-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-HELD-FILE"
            " (mathheld.dat), file status " WS-HELD-FILE-STATUS
        PERFORM DISPLAY-RESTORE-NOTE
        SET WS-FILE-ERROR TO TRUE
        SET WS-END-OF-FILE TO TRUE
    END-IF
    .

DISPLAY-RESTORE-NOTE.
    DISPLAY "       -- the full held file is preserved in"
        " mathheldwk.dat; restore it before rerunning."
    IF WS-RELEASE-MODE
        DISPLAY "       -- take any " WS-TARGET-SYSTEM " records"
            " this run added back off mathrlse.dat as well."
    END-IF
    .

LOG-HELD-DISPOSITION.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    MOVE WS-ACTED-COUNT TO WS-ED-COUNT
    IF WS-RELEASE-MODE
        STRING "released "               DELIMITED BY SIZE
               WS-ACTED-COUNT             DELIMITED BY SIZE
               " records of "             DELIMITED BY SIZE
               WS-TARGET-SYSTEM           DELIMITED BY SIZE
               " held "                   DELIMITED BY SIZE
               WS-TARGET-DATE             DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
        DISPLAY WS-ED-COUNT " record(s) of " WS-TARGET-SYSTEM
            " released -- the next WS-MATH-SCREEN run adds them to"
            " the batch."
    ELSE
        STRING "returned "               DELIMITED BY SIZE
               WS-ACTED-COUNT             DELIMITED BY SIZE
               " records of "             DELIMITED BY SIZE
               WS-TARGET-SYSTEM           DELIMITED BY SIZE
               " held "                   DELIMITED BY SIZE
               WS-TARGET-DATE             DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
        DISPLAY WS-ED-COUNT " record(s) of " WS-TARGET-SYSTEM
            " returned -- they will not post; ask the sender to"
            " correct and resend them."
    END-IF
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

COPY MATHSGP.
