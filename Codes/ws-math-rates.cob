*> Author:      Renato D. Mejilla
*> Description: Maintenance of the effective-dated chargeback rate
*>              table (mathrate.dat, COPY MATHRAT) that WS-MATH-CHARGE
*>              prices each department's month from. List mode shows
*>              every entry on the table with its cost code, its
*>              charge per processed transaction, its lower charge
*>              per rejected record, and its surcharge per DIVZERO or
*>              SIZEERR exception, marked IN EFFECT when it is the
*>              entry that prices the department's activity on the
*>              current business date (COPY MATHCAL), FUTURE when it
*>              has yet to take effect, and SUPERSEDED otherwise.
*>              Add mode keys a department's new rates and needs the
*>              RATES function (COPY MATHSEC) after sign-on: it shows
*>              the rates in effect now and any already keyed for
*>              later, prompts for the effective date, the cost code,
*>              and the three rates -- blank keeps the value in
*>              effect, and the reject charge may not exceed the
*>              processed charge -- and only appends the new entry
*>              after the operator confirms. Entries are appended,
*>              never rewritten, so the file itself is the change
*>              history, as with the parameter sets; a rate keyed in
*>              advance takes effect on its date with no one standing
*>              by, and a back-dated entry reprices any month charged
*>              again after it is keyed. Every entry appended is
*>              written to the security log (COPY MATHSLG). Ends with
*>              RETURN-CODE 0 on success or when the operator
*>              cancelled, 12 when the sign-on failed or the operator
*>              is not authorized, and 16 when the table could not be
*>              read or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-RATES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-RATE-FILE ASSIGN TO "mathrate.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-RATE-FILE.
    COPY MATHRAT.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-RATE-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHRTW.
    COPY MATHCLW.
    COPY MATHSGW.

    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-ADD-MODE              VALUE 'A'.

    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-TARGET-SYSTEM         PIC X(8) VALUE SPACES.
    01 WS-CURRENT-SUB           PIC 9(3) VALUE ZERO.
    01 WS-LATER-COUNT           PIC 9(3) VALUE ZERO.
    01 WS-ENTRY-STATE           PIC X(10) VALUE SPACES.

    01 WS-DATE-ENTRY            PIC X(8) VALUE SPACES.
    01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                PIC 9(8).
    01 WS-CODE-ENTRY            PIC X(8) VALUE SPACES.
    01 WS-RATE-ENTRY            PIC X(7) VALUE SPACES.

    01 WS-NEW-RATE-ENTRY.
        05 WS-NEW-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
        05 WS-NEW-COST-CODE      PIC X(8) VALUE SPACES.
        05 WS-NEW-PROCESSED-RATE PIC 9(3)V9(4) VALUE ZERO.
        05 WS-NEW-REJECT-RATE    PIC 9(3)V9(4) VALUE ZERO.
        05 WS-NEW-EXCEPTION-RATE PIC 9(3)V9(4) VALUE ZERO.

    01 WS-ED-PROCESSED-RATE     PIC ZZ9.9999.
    01 WS-ED-REJECT-RATE        PIC ZZ9.9999.
    01 WS-ED-EXCEPTION-RATE     PIC ZZ9.9999.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-RATES" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    IF WS-LIST-MODE
        PERFORM READ-BUSINESS-CALENDAR
        PERFORM LIST-RATE-TABLE
    ELSE
        PERFORM SIGN-ON-OPERATOR
        IF NOT MSG-SIGNED-ON
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "RATES" TO MSG-FUNCTION-NAME
            PERFORM CHECK-FUNCTION-AUTH
            IF NOT MSG-AUTHORIZED
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM READ-BUSINESS-CALENDAR
                PERFORM ADD-RATE-ENTRY
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
    DISPLAY "List the chargeback rates or key a department's new"
    DISPLAY "rates? (L = list, A = add): " WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "la" TO "LA"
    IF WS-LIST-MODE OR WS-ADD-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L or A."
    END-IF
    .

LIST-RATE-TABLE.
    PERFORM LOAD-RATE-TABLE
    EVALUATE TRUE
        WHEN MRW-RATE-FILE-ERROR
            SET WS-FILE-ERROR TO TRUE
        WHEN MRW-RATE-COUNT = ZERO
            DISPLAY "No chargeback rates on file (mathrate.dat) --"
                " no department is charged."
        WHEN OTHER
            DISPLAY " "
            DISPLAY "===== Chargeback Rates ====="
            DISPLAY "Business date " MCL-BUSINESS-DATE
            DISPLAY "SYSTEM    EFFECTIVE COST CODE PER TRAN   PER REJ"
                "  PER EXCP  STATE       KEYED     BY"
            PERFORM LIST-ONE-RATE-ENTRY
                VARYING WS-CURRENT-SUB FROM 1 BY 1
                UNTIL WS-CURRENT-SUB > MRW-RATE-COUNT
            DISPLAY " "
            DISPLAY MRW-RATE-COUNT " entr(ies) on file. Rates are per"
                " processed transaction,"
            DISPLAY "rejected record, and DIVZERO or SIZEERR exception."
            DISPLAY "============================"
    END-EVALUATE
    .

LIST-ONE-RATE-ENTRY.
    MOVE MRW-SYSTEM (WS-CURRENT-SUB) TO MRW-LOOKUP-SYSTEM
    MOVE MCL-BUSINESS-DATE TO MRW-LOOKUP-DATE
    PERFORM RESOLVE-RATE
    EVALUATE TRUE
        WHEN MRW-FOUND-SUB = WS-CURRENT-SUB
            MOVE "IN EFFECT" TO WS-ENTRY-STATE
        WHEN MRW-EFFECTIVE-DATE (WS-CURRENT-SUB) > MCL-BUSINESS-DATE
            MOVE "FUTURE" TO WS-ENTRY-STATE
        WHEN OTHER
            MOVE "SUPERSEDED" TO WS-ENTRY-STATE
    END-EVALUATE
    MOVE MRW-PROCESSED-RATE (WS-CURRENT-SUB) TO WS-ED-PROCESSED-RATE
    MOVE MRW-REJECT-RATE (WS-CURRENT-SUB) TO WS-ED-REJECT-RATE
    MOVE MRW-EXCEPTION-RATE (WS-CURRENT-SUB) TO WS-ED-EXCEPTION-RATE
    DISPLAY MRW-SYSTEM (WS-CURRENT-SUB) "  "
        MRW-EFFECTIVE-DATE (WS-CURRENT-SUB) "  "
        MRW-COST-CODE (WS-CURRENT-SUB) "  " WS-ED-PROCESSED-RATE
        "  " WS-ED-REJECT-RATE "  " WS-ED-EXCEPTION-RATE "  "
        WS-ENTRY-STATE "  " MRW-KEYED-DATE (WS-CURRENT-SUB) "  "
        MRW-KEYED-BY (WS-CURRENT-SUB)
    .

ADD-RATE-ENTRY.
    PERFORM LOAD-RATE-TABLE
    IF MRW-RATE-FILE-ERROR
        SET WS-FILE-ERROR TO TRUE
        DISPLAY "       -- the rate table was not touched."
    ELSE
        PERFORM GET-TARGET-SYSTEM
        IF WS-ENTRY-VALID
            PERFORM SHOW-TARGET-RATES
            PERFORM GET-RATE-DETAILS
            MOVE 'N' TO WS-ENTRY-VALID-SW
            PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
            IF WS-CONFIRM-ENTRY = 'Y'
                PERFORM APPEND-RATE-RECORD
            ELSE
                DISPLAY "No rates written -- mathrate.dat is"
                    " unchanged."
            END-IF
        ELSE
            DISPLAY "No rates written -- mathrate.dat is unchanged."
        END-IF
    END-IF
    .

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

*> The entry in effect on the business date is the starting point
*> for the new one; entries already keyed for later dates are shown
*> so the operator can see what the new entry sits among.
SHOW-TARGET-RATES.
    MOVE WS-TARGET-SYSTEM TO MRW-LOOKUP-SYSTEM
    MOVE MCL-BUSINESS-DATE TO MRW-LOOKUP-DATE
    PERFORM RESOLVE-RATE
    MOVE MRW-FOUND-SUB TO WS-CURRENT-SUB
    DISPLAY " "
    IF WS-CURRENT-SUB = ZERO
        DISPLAY WS-TARGET-SYSTEM " has no rates in effect on business"
            " date " MCL-BUSINESS-DATE "."
        MOVE SPACES TO WS-NEW-COST-CODE
        MOVE ZERO TO WS-NEW-PROCESSED-RATE
        MOVE ZERO TO WS-NEW-REJECT-RATE
        MOVE ZERO TO WS-NEW-EXCEPTION-RATE
    ELSE
        MOVE MRW-COST-CODE (WS-CURRENT-SUB) TO WS-NEW-COST-CODE
        MOVE MRW-PROCESSED-RATE (WS-CURRENT-SUB)
            TO WS-NEW-PROCESSED-RATE
        MOVE MRW-REJECT-RATE (WS-CURRENT-SUB) TO WS-NEW-REJECT-RATE
        MOVE MRW-EXCEPTION-RATE (WS-CURRENT-SUB)
            TO WS-NEW-EXCEPTION-RATE
        MOVE WS-NEW-PROCESSED-RATE TO WS-ED-PROCESSED-RATE
        MOVE WS-NEW-REJECT-RATE TO WS-ED-REJECT-RATE
        MOVE WS-NEW-EXCEPTION-RATE TO WS-ED-EXCEPTION-RATE
        DISPLAY WS-TARGET-SYSTEM " is charged to cost code "
            WS-NEW-COST-CODE " at rates effective "
            MRW-EFFECTIVE-DATE (WS-CURRENT-SUB) ":"
        DISPLAY "  processed " WS-ED-PROCESSED-RATE ", rejected "
            WS-ED-REJECT-RATE ", exception " WS-ED-EXCEPTION-RATE
    END-IF
    MOVE ZERO TO WS-LATER-COUNT
    PERFORM SHOW-ONE-LATER-ENTRY
        VARYING MRW-RATE-SUB FROM 1 BY 1
        UNTIL MRW-RATE-SUB > MRW-RATE-COUNT
    DISPLAY " "
    DISPLAY "For each value, key the new one or leave blank to keep"
    DISPLAY "the value in effect."
    .

SHOW-ONE-LATER-ENTRY.
    IF MRW-SYSTEM (MRW-RATE-SUB) = WS-TARGET-SYSTEM
            AND MRW-EFFECTIVE-DATE (MRW-RATE-SUB) > MCL-BUSINESS-DATE
        ADD 1 TO WS-LATER-COUNT
        IF WS-LATER-COUNT = 1
            DISPLAY "  Already keyed to take effect later:"
        END-IF
        MOVE MRW-PROCESSED-RATE (MRW-RATE-SUB) TO WS-ED-PROCESSED-RATE
        MOVE MRW-REJECT-RATE (MRW-RATE-SUB) TO WS-ED-REJECT-RATE
        MOVE MRW-EXCEPTION-RATE (MRW-RATE-SUB) TO WS-ED-EXCEPTION-RATE
        DISPLAY "  " MRW-EFFECTIVE-DATE (MRW-RATE-SUB) "  "
            MRW-COST-CODE (MRW-RATE-SUB) "  " WS-ED-PROCESSED-RATE
            "  " WS-ED-REJECT-RATE "  " WS-ED-EXCEPTION-RATE
    END-IF
    .

GET-RATE-DETAILS.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-EFFECTIVE-DATE UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-COST-CODE UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-PROCESSED-RATE UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-REJECT-RATE UNTIL WS-ENTRY-VALID
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-EXCEPTION-RATE UNTIL WS-ENTRY-VALID
    .

PROMPT-EFFECTIVE-DATE.
    DISPLAY "Effective date of the new rates (YYYYMMDD): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-DATE-ENTRY
    ACCEPT WS-DATE-ENTRY
    IF WS-DATE-ENTRY-NUM IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-ENTRY-NUM) = ZERO
            MOVE WS-DATE-ENTRY-NUM TO WS-NEW-EFFECTIVE-DATE
            SET WS-ENTRY-VALID TO TRUE
            IF WS-NEW-EFFECTIVE-DATE < MCL-BUSINESS-DATE
                DISPLAY "  Note: back-dated -- a month already charged"
                    " from that date is priced at"
                DISPLAY "  these rates if it is charged again."
            END-IF
        ELSE
            DISPLAY "  Invalid entry -- " WS-DATE-ENTRY
                " is not a calendar date."
        END-IF
    ELSE
        DISPLAY "  Invalid entry -- the effective date must be"
            " eight digits, e.g. 20261101."
    END-IF
    .

PROMPT-COST-CODE.
    DISPLAY "General-ledger cost code (up to 8 characters): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-CODE-ENTRY
    ACCEPT WS-CODE-ENTRY
    EVALUATE TRUE
        WHEN WS-CODE-ENTRY NOT = SPACES
            MOVE WS-CODE-ENTRY TO WS-NEW-COST-CODE
            SET WS-ENTRY-VALID TO TRUE
        WHEN WS-CURRENT-SUB NOT = ZERO
            SET WS-ENTRY-VALID TO TRUE
        WHEN OTHER
            DISPLAY "  Invalid entry -- a department with no rates in"
                " effect needs a cost code."
    END-EVALUATE
    .

PROMPT-PROCESSED-RATE.
    DISPLAY "Charge per processed transaction, 7 digits with four"
    DISPLAY "implied decimal places (0000500 = 0.0500): "
        WITH NO ADVANCING
    PERFORM ACCEPT-RATE-ENTRY
    IF WS-ENTRY-VALID AND WS-RATE-ENTRY NOT = SPACES
        MOVE WS-RATE-ENTRY TO WS-NEW-PROCESSED-RATE (1:7)
    END-IF
    .

PROMPT-REJECT-RATE.
    DISPLAY "Charge per rejected record, 7 digits with four"
    DISPLAY "implied decimal places: " WITH NO ADVANCING
    PERFORM ACCEPT-RATE-ENTRY
    IF WS-ENTRY-VALID AND WS-RATE-ENTRY NOT = SPACES
        MOVE WS-RATE-ENTRY TO WS-NEW-REJECT-RATE (1:7)
    END-IF
    IF WS-ENTRY-VALID
            AND WS-NEW-REJECT-RATE > WS-NEW-PROCESSED-RATE
        MOVE WS-NEW-PROCESSED-RATE TO WS-ED-PROCESSED-RATE
        DISPLAY "  Invalid entry -- the reject charge may not exceed"
            " the processed charge of" WS-ED-PROCESSED-RATE "."
        MOVE 'N' TO WS-ENTRY-VALID-SW
    END-IF
    .

PROMPT-EXCEPTION-RATE.
    DISPLAY "Surcharge per DIVZERO or SIZEERR exception, 7 digits"
    DISPLAY "with four implied decimal places: " WITH NO ADVANCING
    PERFORM ACCEPT-RATE-ENTRY
    IF WS-ENTRY-VALID AND WS-RATE-ENTRY NOT = SPACES
        MOVE WS-RATE-ENTRY TO WS-NEW-EXCEPTION-RATE (1:7)
    END-IF
    .

*> Blank keeps the value in effect, which only a department that has
*> rates in effect can do.
ACCEPT-RATE-ENTRY.
    MOVE SPACES TO WS-RATE-ENTRY
    ACCEPT WS-RATE-ENTRY
    EVALUATE TRUE
        WHEN WS-RATE-ENTRY IS NUMERIC
            SET WS-ENTRY-VALID TO TRUE
        WHEN WS-RATE-ENTRY = SPACES AND WS-CURRENT-SUB NOT = ZERO
            SET WS-ENTRY-VALID TO TRUE
        WHEN OTHER
            DISPLAY "  Invalid entry -- please key seven digits."
    END-EVALUATE
    .

PROMPT-CONFIRM-ENTRY.
    MOVE WS-NEW-PROCESSED-RATE TO WS-ED-PROCESSED-RATE
    MOVE WS-NEW-REJECT-RATE TO WS-ED-REJECT-RATE
    MOVE WS-NEW-EXCEPTION-RATE TO WS-ED-EXCEPTION-RATE
    DISPLAY " "
    DISPLAY "Charge " WS-TARGET-SYSTEM " to cost code "
        WS-NEW-COST-CODE " from " WS-NEW-EFFECTIVE-DATE ":"
    DISPLAY "  processed " WS-ED-PROCESSED-RATE ", rejected "
        WS-ED-REJECT-RATE ", exception " WS-ED-EXCEPTION-RATE
    DISPLAY "Append these rates to mathrate.dat? (Y/N): "
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

APPEND-RATE-RECORD.
    OPEN EXTEND MATH-RATE-FILE
    IF WS-RATE-FILE-STATUS = "35"
        OPEN OUTPUT MATH-RATE-FILE
    END-IF
    IF WS-RATE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-RATE-FILE (mathrate.dat)"
            " for append, file status " WS-RATE-FILE-STATUS
            " -- nothing was written."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        MOVE WS-TARGET-SYSTEM TO MRT-SENDING-SYSTEM
        MOVE WS-NEW-EFFECTIVE-DATE TO MRT-EFFECTIVE-DATE
        MOVE WS-NEW-COST-CODE TO MRT-COST-CODE
        MOVE WS-NEW-PROCESSED-RATE TO MRT-PROCESSED-RATE
        MOVE WS-NEW-REJECT-RATE TO MRT-REJECT-RATE
        MOVE WS-NEW-EXCEPTION-RATE TO MRT-EXCEPTION-RATE
        MOVE WS-TODAY-DATE TO MRT-KEYED-DATE
        MOVE MSG-OPERATOR-ID TO MRT-KEYED-BY
        WRITE MATH-RATE-RECORD
        IF WS-RATE-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to write MATH-RATE-FILE"
                " (mathrate.dat), file status " WS-RATE-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
        ELSE
            PERFORM LOG-RATE-ENTRY
        END-IF
        CLOSE MATH-RATE-FILE
    END-IF
    .

LOG-RATE-ENTRY.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    STRING "rates "                  DELIMITED BY SIZE
           WS-TARGET-SYSTEM           DELIMITED BY SIZE
           " "                        DELIMITED BY SIZE
           WS-NEW-EFFECTIVE-DATE      DELIMITED BY SIZE
           " "                        DELIMITED BY SIZE
           WS-NEW-COST-CODE           DELIMITED BY SIZE
           " "                        DELIMITED BY SIZE
           WS-NEW-PROCESSED-RATE      DELIMITED BY SIZE
           " "                        DELIMITED BY SIZE
           WS-NEW-REJECT-RATE         DELIMITED BY SIZE
           " "                        DELIMITED BY SIZE
           WS-NEW-EXCEPTION-RATE      DELIMITED BY SIZE
        INTO MSG-DETAIL
    END-STRING
    PERFORM WRITE-SECURITY-LOG-EVENT
    DISPLAY "Rates for " WS-TARGET-SYSTEM " appended -- they take"
        " effect on " WS-NEW-EFFECTIVE-DATE "."
    .

COPY MATHRTP.
COPY MATHCLP.
COPY MATHSGP.
