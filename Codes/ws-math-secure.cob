*> Author:      Renato D. Mejilla
*> Description: Supervisor maintenance for the operator security file
*>              (mathsecu.dat, COPY MATHSEC) that WS-MATH-RERUN,
*>              WS-MATH-FEEDS, WS-MATH-PARM, WS-MATH-CORRECT, and
*>              WS-MATH-ARCHIVE sign their operators on against.
*>              The operator must sign on and hold the supervisor
*>              function (SUPERVSR) before anything is shown. List
*>              mode shows every operator -- ID, name, status, and
*>              the function flags, never the passwords. Add mode
*>              enrols a new operator with a password and the
*>              functions granted one by one. Change mode alters an
*>              operator's name, password, status, or functions,
*>              blank keeping the current value. Revoke mode marks an
*>              operator REVOKED; entries are never deleted, so the
*>              security log always resolves to a name. A supervisor
*>              cannot revoke their own ID or take away their own
*>              supervisor function, so the file can never be left
*>              without one. When the security file does not exist
*>              yet or holds no entries, the first operator keyed is
*>              enrolled as the supervisor with every function and no
*>              sign-on is asked for. Changes go through a work file
*>              (mathsecwk.dat), so the security file is only
*>              replaced after the whole pass completes clean, and
*>              every change is written to the security log
*>              (mathseclg.dat, COPY MATHSLG). Ends with RETURN-CODE
*>              0 on success, 12 when the sign-on failed or the
*>              operator is not a supervisor, and 16 when a file
*>              could not be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-SECURE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-WORK-FILE ASSIGN TO "mathsecwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-WORK-FILE.
    01 MATH-SECURITY-WORK-RECORD PIC X(76).

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.

    01 WS-RUN-DATE              PIC 9(8).

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-TARGET-FOUND-SW       PIC X VALUE 'N'.
        88 WS-TARGET-FOUND          VALUE 'Y'.

    01 WS-FIRST-SUPERVISOR-SW   PIC X VALUE 'N'.
        88 WS-FIRST-SUPERVISOR      VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-ADD-MODE              VALUE 'A'.
        88 WS-CHANGE-MODE           VALUE 'C'.
        88 WS-REVOKE-MODE           VALUE 'R'.

    01 WS-TARGET-ID             PIC X(8) VALUE SPACES.
    01 WS-TEXT-ENTRY            PIC X(20) VALUE SPACES.
    01 WS-FLAG-ENTRY            PIC X VALUE SPACE.
    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.
    01 WS-FN-SUB                PIC 9(2) VALUE ZERO.
    01 WS-SUPERVISOR-SLOT       PIC 9(2) VALUE 7.

    01 WS-EDIT-ENTRY.
        05 WS-EDT-OPERATOR-ID    PIC X(8).
        05 WS-EDT-PASSWORD       PIC X(8).
        05 WS-EDT-OPERATOR-NAME  PIC X(20).
        05 WS-EDT-STATUS         PIC X(8).
            88 WS-EDT-ACTIVE         VALUE "ACTIVE".
            88 WS-EDT-REVOKED        VALUE "REVOKED".
        05 WS-EDT-FUNCTIONS.
            10 WS-EDT-FUNCTION-FLAG  PIC X OCCURS 16 TIMES.
        05 WS-EDT-CHANGED-DATE   PIC 9(8).
        05 WS-EDT-CHANGED-BY     PIC X(8).

    01 WS-ENTRY-COUNT           PIC 9(5) VALUE ZERO.
    01 WS-MATCHED-COUNT         PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-SECURE" TO MSG-PROGRAM-ID
    PERFORM COUNT-SECURITY-ENTRIES
    IF WS-ENTRY-COUNT = ZERO
        PERFORM ENROL-FIRST-SUPERVISOR
    ELSE
        PERFORM SIGN-ON-OPERATOR
        IF NOT MSG-SIGNED-ON
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "SUPERVSR" TO MSG-FUNCTION-NAME
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM GET-RUN-MODE
                EVALUATE TRUE
                    WHEN WS-LIST-MODE
                        PERFORM LIST-SECURITY-FILE
                    WHEN WS-ADD-MODE
                        PERFORM ADD-OPERATOR
                    WHEN OTHER
                        PERFORM CHANGE-OPERATOR
                END-EVALUATE
            END-IF
        END-IF
    END-IF
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

COUNT-SECURITY-ENTRIES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-SECURITY-FILE
    IF WS-SECURITY-FILE-STATUS = "00"
        PERFORM COUNT-ONE-SECURITY-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-SECURITY-FILE
    END-IF
    .

COUNT-ONE-SECURITY-ENTRY.
    READ MATH-SECURITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ENTRY-COUNT
    END-READ
    .

ENROL-FIRST-SUPERVISOR.
    SET WS-FIRST-SUPERVISOR TO TRUE
    DISPLAY "The operator security file (mathsecu.dat) holds no"
        " operators yet."
    DISPLAY "The operator enrolled now becomes the supervisor, with"
        " every function."
    PERFORM GET-NEW-OPERATOR-ID
    MOVE WS-TARGET-ID TO MSG-OPERATOR-ID
    MOVE WS-TARGET-ID TO WS-EDT-OPERATOR-ID
    PERFORM GET-OPERATOR-NAME
    PERFORM GET-NEW-PASSWORD
    MOVE "ACTIVE" TO WS-EDT-STATUS
    MOVE ALL 'N' TO WS-EDT-FUNCTIONS
    PERFORM GRANT-NAMED-FUNCTION
        VARYING WS-FN-SUB FROM 1 BY 1 UNTIL WS-FN-SUB > 16
    PERFORM APPEND-OPERATOR-ENTRY
    .

GRANT-NAMED-FUNCTION.
    IF MSG-FUNCTION-NAME-ENTRY (WS-FN-SUB) NOT = SPACES
        MOVE 'Y' TO WS-EDT-FUNCTION-FLAG (WS-FN-SUB)
    END-IF
    .

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
    .

PROMPT-RUN-MODE.
    DISPLAY " "
    DISPLAY "List the operators, add one, change one, or revoke one?"
    DISPLAY "(L = list, A = add, C = change, R = revoke): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "lacr" TO "LACR"
    IF WS-LIST-MODE OR WS-ADD-MODE OR WS-CHANGE-MODE
            OR WS-REVOKE-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L, A, C, or R."
    END-IF
    .

LIST-SECURITY-FILE.
    MOVE 'N' TO WS-EOF-SW
    MOVE ZERO TO WS-ENTRY-COUNT
    OPEN INPUT MATH-SECURITY-FILE
    IF WS-SECURITY-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-SECURITY-FILE"
            " (mathsecu.dat), file status " WS-SECURITY-FILE-STATUS
        SET WS-FILE-ERROR TO TRUE
    ELSE
        DISPLAY " "
        DISPLAY "===== Operator Security File ====="
        DISPLAY "ID        NAME                  STATUS    FUNCTIONS"
            "         CHANGED  BY"
        PERFORM LIST-ONE-SECURITY-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-SECURITY-FILE
        DISPLAY " "
        DISPLAY "Function positions:"
        PERFORM LIST-ONE-FUNCTION-NAME
            VARYING WS-FN-SUB FROM 1 BY 1 UNTIL WS-FN-SUB > 16
        DISPLAY " "
        DISPLAY WS-ENTRY-COUNT " operator(s) on file."
        DISPLAY "=================================="
    END-IF
    .

LIST-ONE-SECURITY-ENTRY.
    READ MATH-SECURITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            DISPLAY MSC-OPERATOR-ID "  " MSC-OPERATOR-NAME "  "
                MSC-STATUS "  " MSC-FUNCTIONS "  "
                MSC-CHANGED-DATE " " MSC-CHANGED-BY
            ADD 1 TO WS-ENTRY-COUNT
    END-READ
    .

LIST-ONE-FUNCTION-NAME.
    IF MSG-FUNCTION-NAME-ENTRY (WS-FN-SUB) NOT = SPACES
        DISPLAY "  " WS-FN-SUB "  " MSG-FUNCTION-NAME-ENTRY (WS-FN-SUB)
            "  " MSG-FUNCTION-TEXT (WS-FN-SUB)
    END-IF
    .

ADD-OPERATOR.
    PERFORM GET-NEW-OPERATOR-ID
    MOVE WS-TARGET-ID TO WS-EDT-OPERATOR-ID
    PERFORM GET-OPERATOR-NAME
    PERFORM GET-NEW-PASSWORD
    MOVE "ACTIVE" TO WS-EDT-STATUS
    MOVE ALL 'N' TO WS-EDT-FUNCTIONS
    DISPLAY "Grant each function (Y/N, blank = N):"
    PERFORM GET-ONE-FUNCTION-FLAG
        VARYING WS-FN-SUB FROM 1 BY 1 UNTIL WS-FN-SUB > 16
    PERFORM CONFIRM-CHANGE
    IF WS-CONFIRM-ENTRY = 'Y'
        PERFORM APPEND-OPERATOR-ENTRY
    ELSE
        DISPLAY "No operator added -- mathsecu.dat is unchanged."
    END-IF
    .

GET-NEW-OPERATOR-ID.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-NEW-OPERATOR-ID UNTIL WS-ENTRY-VALID
    .

PROMPT-NEW-OPERATOR-ID.
    DISPLAY "New operator ID (up to 8 characters): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-TARGET-ID
    ACCEPT WS-TARGET-ID
    INSPECT WS-TARGET-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF WS-TARGET-ID = SPACES
        DISPLAY "  Invalid entry -- the ID cannot be blank."
    ELSE
        PERFORM LOAD-TARGET-ENTRY
        IF WS-TARGET-FOUND
            DISPLAY "  Operator " WS-TARGET-ID " is already on file"
                " -- use change mode, or choose another ID."
        ELSE
            SET WS-ENTRY-VALID TO TRUE
        END-IF
    END-IF
    .

GET-OPERATOR-NAME.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-OPERATOR-NAME UNTIL WS-ENTRY-VALID
    .

PROMPT-OPERATOR-NAME.
    DISPLAY "Operator name: " WITH NO ADVANCING
    MOVE SPACES TO WS-TEXT-ENTRY
    ACCEPT WS-TEXT-ENTRY
    IF WS-TEXT-ENTRY = SPACES
        DISPLAY "  Invalid entry -- the name cannot be blank."
    ELSE
        MOVE WS-TEXT-ENTRY TO WS-EDT-OPERATOR-NAME
        SET WS-ENTRY-VALID TO TRUE
    END-IF
    .

GET-NEW-PASSWORD.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-NEW-PASSWORD UNTIL WS-ENTRY-VALID
    .

PROMPT-NEW-PASSWORD.
    DISPLAY "Password (up to 8 characters): " WITH NO ADVANCING
    MOVE SPACES TO WS-TEXT-ENTRY
    ACCEPT WS-TEXT-ENTRY
    IF WS-TEXT-ENTRY = SPACES
        DISPLAY "  Invalid entry -- the password cannot be blank."
    ELSE
        MOVE WS-TEXT-ENTRY TO WS-EDT-PASSWORD
        SET WS-ENTRY-VALID TO TRUE
    END-IF
    .

GET-ONE-FUNCTION-FLAG.
    IF MSG-FUNCTION-NAME-ENTRY (WS-FN-SUB) NOT = SPACES
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-FUNCTION-FLAG UNTIL WS-ENTRY-VALID
    END-IF
    .

PROMPT-FUNCTION-FLAG.
    DISPLAY "  " MSG-FUNCTION-NAME-ENTRY (WS-FN-SUB) " "
        MSG-FUNCTION-TEXT (WS-FN-SUB)
        " [" WS-EDT-FUNCTION-FLAG (WS-FN-SUB) "]: "
        WITH NO ADVANCING
    MOVE SPACE TO WS-FLAG-ENTRY
    ACCEPT WS-FLAG-ENTRY
    INSPECT WS-FLAG-ENTRY CONVERTING "yn" TO "YN"
    EVALUATE TRUE
        WHEN WS-FLAG-ENTRY = SPACE
            SET WS-ENTRY-VALID TO TRUE
        WHEN WS-FLAG-ENTRY = 'Y' OR WS-FLAG-ENTRY = 'N'
            IF WS-FN-SUB = WS-SUPERVISOR-SLOT
                    AND WS-FLAG-ENTRY = 'N'
                    AND WS-EDT-OPERATOR-ID = MSG-OPERATOR-ID
                DISPLAY "  You cannot take away your own supervisor"
                    " function."
            ELSE
                MOVE WS-FLAG-ENTRY
                    TO WS-EDT-FUNCTION-FLAG (WS-FN-SUB)
                SET WS-ENTRY-VALID TO TRUE
            END-IF
        WHEN OTHER
            DISPLAY "  Invalid entry -- please answer Y, N, or blank."
    END-EVALUATE
    .

CONFIRM-CHANGE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
    .

PROMPT-CONFIRM-ENTRY.
    DISPLAY " "
    DISPLAY "Operator " WS-EDT-OPERATOR-ID "  " WS-EDT-OPERATOR-NAME
        "  " WS-EDT-STATUS "  functions " WS-EDT-FUNCTIONS
    DISPLAY "Write this entry to mathsecu.dat? (Y/N): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-CONFIRM-ENTRY
    ACCEPT WS-CONFIRM-ENTRY
    INSPECT WS-CONFIRM-ENTRY CONVERTING "yn" TO "YN"
    IF WS-CONFIRM-ENTRY = 'Y' OR WS-CONFIRM-ENTRY = 'N'
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer Y or N."
    END-IF
    .

APPEND-OPERATOR-ENTRY.
    MOVE WS-RUN-DATE TO WS-EDT-CHANGED-DATE
    MOVE MSG-OPERATOR-ID TO WS-EDT-CHANGED-BY
    OPEN EXTEND MATH-SECURITY-FILE
    IF WS-SECURITY-FILE-STATUS = "35"
        OPEN OUTPUT MATH-SECURITY-FILE
    END-IF
    IF WS-SECURITY-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-SECURITY-FILE"
            " (mathsecu.dat) for append, file status "
            WS-SECURITY-FILE-STATUS " -- nothing was written."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        MOVE WS-EDIT-ENTRY TO MATH-SECURITY-RECORD
        WRITE MATH-SECURITY-RECORD
        IF WS-SECURITY-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to write MATH-SECURITY-FILE"
                " (mathsecu.dat), file status "
                WS-SECURITY-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
        END-IF
        CLOSE MATH-SECURITY-FILE
    END-IF
    IF NOT WS-FILE-ERROR
        MOVE "SUPERVSR" TO MSG-FUNCTION-NAME
        MOVE "ACTION" TO MSG-EVENT
        MOVE SPACES TO MSG-DETAIL
        IF WS-FIRST-SUPERVISOR
            STRING "enrolled first supervisor " DELIMITED BY SIZE
                   WS-EDT-OPERATOR-ID           DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
        ELSE
            STRING "added operator "   DELIMITED BY SIZE
                   WS-EDT-OPERATOR-ID  DELIMITED BY SIZE
                   " functions "       DELIMITED BY SIZE
                   WS-EDT-FUNCTIONS    DELIMITED BY SIZE
                INTO MSG-DETAIL
            END-STRING
        END-IF
        PERFORM WRITE-SECURITY-LOG-EVENT
        DISPLAY "Operator " WS-EDT-OPERATOR-ID " added."
    END-IF
    .

CHANGE-OPERATOR.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-TARGET-ID
    ACCEPT WS-TARGET-ID
    INSPECT WS-TARGET-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM LOAD-TARGET-ENTRY
    IF NOT WS-TARGET-FOUND
        DISPLAY "Operator " WS-TARGET-ID " is not on file -- the"
            " security file is unchanged."
    ELSE
        IF WS-REVOKE-MODE
            IF WS-TARGET-ID = MSG-OPERATOR-ID
                DISPLAY "You cannot revoke your own ID -- the"
                    " security file is unchanged."
                MOVE 'N' TO WS-CONFIRM-ENTRY
            ELSE
                MOVE "REVOKED" TO WS-EDT-STATUS
                PERFORM CONFIRM-CHANGE
            END-IF
        ELSE
            PERFORM PROMPT-ENTRY-CHANGES
            PERFORM CONFIRM-CHANGE
        END-IF
        IF WS-CONFIRM-ENTRY = 'Y'
            MOVE WS-RUN-DATE TO WS-EDT-CHANGED-DATE
            MOVE MSG-OPERATOR-ID TO WS-EDT-CHANGED-BY
            PERFORM COPY-SECURITY-TO-WORK
            IF NOT WS-FILE-ERROR
                PERFORM APPLY-TARGET-CHANGE
            END-IF
            IF NOT WS-FILE-ERROR
                PERFORM LOG-TARGET-CHANGE
            END-IF
        ELSE
            DISPLAY "No change written -- mathsecu.dat is unchanged."
        END-IF
    END-IF
    .

LOAD-TARGET-ENTRY.
    MOVE 'N' TO WS-TARGET-FOUND-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-SECURITY-FILE
    IF WS-SECURITY-FILE-STATUS = "00"
        PERFORM LOAD-ONE-SECURITY-ENTRY
            UNTIL WS-END-OF-FILE OR WS-TARGET-FOUND
        CLOSE MATH-SECURITY-FILE
    END-IF
    .

LOAD-ONE-SECURITY-ENTRY.
    READ MATH-SECURITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MSC-OPERATOR-ID = WS-TARGET-ID
                SET WS-TARGET-FOUND TO TRUE
                MOVE MATH-SECURITY-RECORD TO WS-EDIT-ENTRY
            END-IF
    END-READ
    .

PROMPT-ENTRY-CHANGES.
    DISPLAY " "
    DISPLAY "Current name   : " WS-EDT-OPERATOR-NAME
    DISPLAY "Current status : " WS-EDT-STATUS
    DISPLAY "Leave an entry blank to keep the current value."
    DISPLAY "New name: " WITH NO ADVANCING
    MOVE SPACES TO WS-TEXT-ENTRY
    ACCEPT WS-TEXT-ENTRY
    IF WS-TEXT-ENTRY NOT = SPACES
        MOVE WS-TEXT-ENTRY TO WS-EDT-OPERATOR-NAME
    END-IF
    DISPLAY "New password: " WITH NO ADVANCING
    MOVE SPACES TO WS-TEXT-ENTRY
    ACCEPT WS-TEXT-ENTRY
    IF WS-TEXT-ENTRY NOT = SPACES
        MOVE WS-TEXT-ENTRY TO WS-EDT-PASSWORD
    END-IF
    IF WS-TARGET-ID NOT = MSG-OPERATOR-ID
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-NEW-STATUS UNTIL WS-ENTRY-VALID
    END-IF
    DISPLAY "Functions (Y/N, blank keeps the current flag):"
    PERFORM GET-ONE-FUNCTION-FLAG
        VARYING WS-FN-SUB FROM 1 BY 1 UNTIL WS-FN-SUB > 16
    .

PROMPT-NEW-STATUS.
    DISPLAY "Status (A = active, R = revoked, blank keeps): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-FLAG-ENTRY
    ACCEPT WS-FLAG-ENTRY
    INSPECT WS-FLAG-ENTRY CONVERTING "ar" TO "AR"
    EVALUATE WS-FLAG-ENTRY
        WHEN SPACE
            SET WS-ENTRY-VALID TO TRUE
        WHEN 'A'
            MOVE "ACTIVE" TO WS-EDT-STATUS
            SET WS-ENTRY-VALID TO TRUE
        WHEN 'R'
            MOVE "REVOKED" TO WS-EDT-STATUS
            SET WS-ENTRY-VALID TO TRUE
        WHEN OTHER
            DISPLAY "  Invalid entry -- please answer A, R, or blank."
    END-EVALUATE
    .

COPY-SECURITY-TO-WORK.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-SECURITY-FILE
    IF WS-SECURITY-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-SECURITY-FILE"
            " (mathsecu.dat), file status " WS-SECURITY-FILE-STATUS
            " -- no security file to maintain."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-SECURITY-WORK-FILE
        IF WS-WORK-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-SECURITY-WORK-FILE"
                " (mathsecwk.dat), file status "
                WS-WORK-FILE-STATUS
                " -- the security file was not touched."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-SECURITY-FILE
        ELSE
            PERFORM COPY-ONE-SECURITY-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-SECURITY-FILE
            CLOSE MATH-SECURITY-WORK-FILE
        END-IF
    END-IF
    .

COPY-ONE-SECURITY-ENTRY.
    READ MATH-SECURITY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-SECURITY-RECORD TO MATH-SECURITY-WORK-RECORD
            WRITE MATH-SECURITY-WORK-RECORD
    END-READ
    .

APPLY-TARGET-CHANGE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-SECURITY-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-SECURITY-WORK-FILE"
            " (mathsecwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the security file was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-SECURITY-FILE
        IF WS-SECURITY-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to rewrite MATH-SECURITY-FILE"
                " (mathsecu.dat), file status "
                WS-SECURITY-FILE-STATUS
            DISPLAY "       -- the full security file is preserved"
                " in mathsecwk.dat; restore it before rerunning."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-SECURITY-WORK-FILE
        ELSE
            PERFORM CHANGE-ONE-SECURITY-ENTRY UNTIL WS-END-OF-FILE
            CLOSE MATH-SECURITY-WORK-FILE
            CLOSE MATH-SECURITY-FILE
        END-IF
    END-IF
    .

CHANGE-ONE-SECURITY-ENTRY.
    READ MATH-SECURITY-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-SECURITY-WORK-RECORD TO MATH-SECURITY-RECORD
            IF MSC-OPERATOR-ID = WS-TARGET-ID
                MOVE WS-EDIT-ENTRY TO MATH-SECURITY-RECORD
                ADD 1 TO WS-MATCHED-COUNT
            END-IF
            WRITE MATH-SECURITY-RECORD
    END-READ
    .

LOG-TARGET-CHANGE.
    MOVE "SUPERVSR" TO MSG-FUNCTION-NAME
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    IF WS-REVOKE-MODE
        STRING "revoked operator "  DELIMITED BY SIZE
               WS-TARGET-ID         DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
    ELSE
        STRING "changed operator "  DELIMITED BY SIZE
               WS-TARGET-ID         DELIMITED BY SIZE
               " status "           DELIMITED BY SIZE
               WS-EDT-STATUS        DELIMITED BY SPACE
               " functions "        DELIMITED BY SIZE
               WS-EDT-FUNCTIONS     DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
    END-IF
    PERFORM WRITE-SECURITY-LOG-EVENT
    DISPLAY "Operator " WS-TARGET-ID " updated."
    .

COPY MATHSGP.
