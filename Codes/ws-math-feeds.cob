*>              outright for the rare case where an entry was
*>              registered in error. Both changes go through a work
*>              file (mathfeedwk.dat), so the register is only
*>              replaced after the whole pass completes clean. The
*>              operator must sign on against the security file
*>              (COPY MATHSEC) before any mode is offered; force mode
*>              further needs the FEEDFRC function and purge mode the
*>              FEEDPRG function, and every forced or purged entry is
*>              written to the security log (COPY MATHSLG). Ends with
*>              RETURN-CODE 0 on success, 12 when the sign-on failed
*>              or the operator is not authorized for the mode
*>              chosen, and 16 when a file could not be opened or
*>              written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-FEEDS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-FEED-REGISTER-FILE.
    FD MATH-FEED-WORK-FILE.
    01 MATH-FEED-WORK-RECORD    PIC X(48).

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-FEEDREG-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE "WS-MATH-FEEDS" TO MSG-PROGRAM-ID
    PERFORM SIGN-ON-OPERATOR
    IF NOT MSG-SIGNED-ON
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM GET-RUN-MODE
        IF WS-LIST-MODE
            PERFORM LIST-FEED-REGISTER
        ELSE
            IF WS-FORCE-MODE
                MOVE "FEEDFRC" TO MSG-FUNCTION-NAME
            ELSE
                MOVE "FEEDPRG" TO MSG-FUNCTION-NAME
            END-IF
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM MAINTAIN-FEED-REGISTER
            END-IF
        END-IF
    END-IF
    END-IF
    STOP RUN.

MAINTAIN-FEED-REGISTER.
    PERFORM GET-TARGET-ENTRY
    PERFORM COPY-REGISTER-TO-WORK
    IF NOT WS-FILE-ERROR
        PERFORM APPLY-TARGET-CHANGE
    END-IF
    IF NOT WS-FILE-ERROR
        IF WS-MATCHED-COUNT = ZERO
            DISPLAY " "
            DISPLAY "No ACCEPTED entry matched file ID "
                WS-TARGET-FILE-ID ", created "
                WS-TARGET-CREATE-DATE ", from "
                WS-TARGET-SENDING-SYSTEM
                " -- the register is unchanged."
        ELSE
            PERFORM LOG-TARGET-CHANGE
            DISPLAY " "
            IF WS-FORCE-MODE
                DISPLAY WS-MATCHED-COUNT " entry(ies) marked"
                    " FORCE -- the retransmission will be"
                    " accepted once."
            ELSE
                DISPLAY WS-MATCHED-COUNT " entry(ies) purged"
                    " from the register."
            END-IF
        END-IF
    END-IF
    .

LOG-TARGET-CHANGE.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    IF WS-FORCE-MODE
        STRING "forced feed "          DELIMITED BY SIZE
               WS-TARGET-FILE-ID        DELIMITED BY SIZE
               " created "              DELIMITED BY SIZE
               WS-TARGET-CREATE-DATE    DELIMITED BY SIZE
               " from "                 DELIMITED BY SIZE
               WS-TARGET-SENDING-SYSTEM DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
    ELSE
        STRING "purged feed "          DELIMITED BY SIZE
               WS-TARGET-FILE-ID        DELIMITED BY SIZE
               " created "              DELIMITED BY SIZE
               WS-TARGET-CREATE-DATE    DELIMITED BY SIZE
               " from "                 DELIMITED BY SIZE
               WS-TARGET-SENDING-SYSTEM DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
    END-IF
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
            END-IF
    END-READ
    .

COPY MATHSGP.
