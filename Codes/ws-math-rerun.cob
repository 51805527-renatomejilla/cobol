*>              it again -- this program is the one sanctioned way to
*>              reopen it. Prompts for the business date, shows what
*>              the register currently says about it, and only after
*>              the operator confirms does it append the RERUN
*>              record that clears the date's completed state. A
*>              date that has not balanced end-to-end needs no
*>              authorization and none is written. The operator must
*>              first sign on against the security file (COPY
*>              MATHSEC) and hold the RERUN function; the signed-on
*>              operator ID is what the RERUN record carries, and the
*>              reopening is written to the security log (COPY
*>              MATHSLG). Ends with RETURN-CODE 0 when the
*>              authorization was recorded or none was needed, 12
*>              when the sign-on failed or the operator is not
*>              authorized to reopen a date, and 16 when the register
*>              could not be written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-RERUN.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
    01 WS-RUN-TIME              PIC 9(8).

    COPY MATHRNW.

    COPY MATHSGW.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE "WS-MATH-RERUN" TO MSG-PROGRAM-ID
    PERFORM SIGN-ON-OPERATOR
    IF NOT MSG-SIGNED-ON
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE "RERUN" TO MSG-FUNCTION-NAME
        PERFORM CHECK-FUNCTION-AUTH
        IF NOT MSG-AUTHORIZED
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM AUTHORIZE-RERUN
        END-IF
    END-IF
    STOP RUN.

AUTHORIZE-RERUN.
    DISPLAY "Business date to authorize for rerun (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT WS-RUN-DATE
            " and balanced end-to-end -- no rerun authorization"
            " is needed, and none was recorded."
    ELSE
        PERFORM CONFIRM-AUTHORIZATION
        IF WS-CONFIRM-ENTRY = 'Y'
            MOVE "WS-MATH-RERUN" TO MRR-STEP-NAME
            MOVE "RERUN" TO MRR-EVENT
            MOVE ZERO TO MRR-RETURN-CODE
            MOVE MSG-OPERATOR-ID TO MRR-OPERATOR
            PERFORM REGISTER-RUN-EVENT
            IF MRR-REGISTER-ERROR
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE "ACTION" TO MSG-EVENT
                MOVE SPACES TO MSG-DETAIL
                STRING "reopened business date " DELIMITED BY SIZE
                       WS-RUN-DATE                DELIMITED BY SIZE
                    INTO MSG-DETAIL
                END-STRING
                PERFORM WRITE-SECURITY-LOG-EVENT
                DISPLAY "Rerun authorization recorded -- business"
                    " date " WS-RUN-DATE " may now be reprocessed"
                    " from WS-MATH-EDIT."
                " unchanged."
        END-IF
    END-IF
    .

DISPLAY-REGISTER-STATE.
    DISPLAY " ".
    .

COPY MATHRNP.

COPY MATHSGP.
