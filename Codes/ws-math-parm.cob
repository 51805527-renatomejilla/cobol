*>              never rewritten, so the file itself is the change
*>              history, and history mode walks it entry by entry
*>              showing what changed, when it took or takes effect,
*>              and the before/after values. The operator must sign
*>              on against the security file (COPY MATHSEC) before
*>              either mode is offered, and maintain mode further
*>              needs the PARM function; every set appended is
*>              written to the security log (COPY MATHSLG) under the
*>              signed-on operator. Ends with RETURN-CODE 0 when the
*>              set was written, the history was shown, or the
*>              operator cancelled, 12 when the sign-on failed or the
*>              operator is not authorized to key a set, and 16 when
*>              the file could not be read or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-PARM.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-PARM-FILE.
    COPY MATHPARMFD.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    COPY MATHPARM.

    01 WS-PARM-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-MAINTAIN-MODE         VALUE 'M'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE "WS-MATH-PARM" TO MSG-PROGRAM-ID
    PERFORM SIGN-ON-OPERATOR
    IF NOT MSG-SIGNED-ON
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM GET-RUN-MODE
        IF WS-HISTORY-MODE
            PERFORM SHOW-CHANGE-HISTORY
        ELSE
            MOVE "PARM" TO MSG-FUNCTION-NAME
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM MAINTAIN-PARAMETER-SET
            END-IF
        END-IF
    END-IF
    STOP RUN.

MAINTAIN-PARAMETER-SET.
    PERFORM READ-CONTROL-PARAMETERS
    PERFORM SAVE-BEFORE-IMAGE
    PERFORM DISPLAY-CURRENT-PARAMETERS
    PERFORM GET-EFFECTIVE-DATE
    PERFORM GET-SET-ID
    PERFORM PROMPT-ALL-PARAMETERS
    PERFORM DISPLAY-BEFORE-AFTER
    PERFORM CONFIRM-AND-WRITE
    .

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
                " (mathparm.dat), file status " WS-PARM-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE "ACTION" TO MSG-EVENT
            MOVE SPACES TO MSG-DETAIL
            STRING "appended set "         DELIMITED BY SIZE
                   WS-NEW-SET-ID            DELIMITED BY SIZE
                   " effective "            DELIMITED BY SIZE
                   WS-NEW-EFFECTIVE-DATE    DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
            PERFORM WRITE-SECURITY-LOG-EVENT
            DISPLAY "Set " WS-NEW-SET-ID " appended -- it takes"
                " effect on " WS-NEW-EFFECTIVE-DATE "."
        END-IF
    .

COPY MATHPRD.

COPY MATHSGP.
