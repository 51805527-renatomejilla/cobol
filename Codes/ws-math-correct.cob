*>              each carrying its original sending system, and a
*>              trailer with the recomputed count and hash total --
*>              ready to be consolidated or edited like any inbound
*>              transmission. Each corrected record keeps the
*>              lineage (COPY MATHINRC) of the line the department
*>              first sent -- its feed file ID, creation date, and
*>              line number, from the reject line or, on an older
*>              reject line, from the raw image -- so the correction
*>              traces back to the original line once it posts.
*>              Every reject's disposition is written
*>              back to the reject file (NEW, RESUBMIT, RETURNED), so
*>              nothing rejected can fall through untracked. The
*>              reject file is only replaced after the whole session
*>              completes clean; until then the original is untouched
*>              and the updated copy lives in mathrejwk.dat. A
*>              rejected reversal (record type R) cannot be corrected
*>              here -- its original key is the sender's to fix -- so
*>              only return or skip is offered for it. The operator
*>              must sign on against the security file (COPY
*>              MATHSEC) and hold the CORRECT function before the
*>              reject file is opened, and every correction and
*>              return is written to the security log (COPY MATHSLG)
*>              under the signed-on operator. Ends with RETURN-CODE 0
*>              on success, 12 when the sign-on failed or the
*>              operator is not authorized to disposition rejects,
*>              and 16 when a file could not be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-CORRECT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESUB-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-REJECT-FILE.
    01 MATH-REJECT-RECORD       PIC X(200).

    FD MATH-REJECT-WORK-FILE.
    01 MATH-REJECT-WORK-RECORD  PIC X(200).

    FD MATH-RESUB-FILE.
    01 MATH-RESUB-RECORD        PIC X(80).

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-REJECT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-RESUB-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).
    01 WS-CORRECTED-INPUT1      PIC X(8) VALUE SPACES.
    01 WS-CORRECTED-INPUT2      PIC X(8) VALUE SPACES.

    01 WS-REJECT-BUFFER         PIC X(200).
    01 WS-REJECT-TAGS REDEFINES WS-REJECT-BUFFER.
        05 FILLER                PIC X(35).
        05 WS-RJT-STATUS-TAG     PIC X(8).
        05 FILLER                PIC X(157).

    01 WS-LEGACY-REJECT-LINE.
        05 WS-LGY-REC-TAG        PIC X(4).

    01 WS-IMAGE-FIELDS.
        05 WS-IMG-RECORD-TYPE    PIC X.
            88 WS-IMG-REVERSAL       VALUE 'R'.
        05 WS-IMG-INPUT1         PIC X(8).
        05 WS-IMG-INPUT2         PIC X(8).
        05 WS-IMG-SOURCE         PIC X(8).
        05 WS-IMG-REVERSAL-KEY   PIC X(20).
        05 WS-IMG-LINEAGE.
            10 WS-IMG-FEED-FILE-ID   PIC X(8).
            10 WS-IMG-FEED-CREATE-DATE PIC X(8).
            10 WS-IMG-FEED-RECORD-NUMBER PIC X(9).
        05 FILLER                PIC X(10).

    01 WS-RESUB-DETAIL.
        05 WS-RSB-RECORD-TYPE    PIC X VALUE 'D'.
        05 WS-RSB-INPUT1         PIC X(8).
        05 WS-RSB-INPUT2         PIC X(8).
        05 WS-RSB-SOURCE         PIC X(8).
        05 WS-RSB-REVERSAL-KEY   PIC X(20) VALUE SPACES.
        05 WS-RSB-LINEAGE.
            10 WS-RSB-FEED-FILE-ID   PIC X(8).
            10 WS-RSB-FEED-CREATE-DATE PIC X(8).
            10 WS-RSB-FEED-RECORD-NUMBER PIC X(9).

    01 WS-WORKED-COUNT          PIC 9(7) VALUE ZERO.
    01 WS-CORRECTED-COUNT       PIC 9(9) VALUE ZERO.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE "WS-MATH-CORRECT" TO MSG-PROGRAM-ID
    PERFORM SIGN-ON-OPERATOR
    IF NOT MSG-SIGNED-ON
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE "CORRECT" TO MSG-FUNCTION-NAME
        PERFORM CHECK-FUNCTION-AUTH
        IF NOT MSG-AUTHORIZED
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM WORK-REJECT-FILE
        END-IF
    END-IF
    STOP RUN.

WORK-REJECT-FILE.
    PERFORM OPEN-FILES
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF
    .

OPEN-FILES.
    OPEN INPUT MATH-REJECT-FILE
        MOVE WS-LGY-IMAGE TO WS-IMAGE-FIELDS
        MOVE WS-IMG-SOURCE TO MRJ-SOURCE
        MOVE WS-LGY-IMAGE TO MRJ-RAW-IMAGE
        MOVE SPACES TO MRJ-FEED-FILE-ID
        MOVE SPACES TO MRJ-FEED-CREATE-DATE
        MOVE SPACES TO MRJ-FEED-RECORD-NUMBER
    END-IF
    .

    DISPLAY "Reason : " MRJ-REASON
    DISPLAY "Source : " MRJ-SOURCE
    DISPLAY "Image  : " MRJ-RAW-IMAGE
    IF MRJ-FEED-FILE-ID NOT = SPACES
        DISPLAY "Feed   : " MRJ-FEED-FILE-ID " created "
            MRJ-FEED-CREATE-DATE " line " MRJ-FEED-RECORD-NUMBER
    END-IF
    MOVE MRJ-RAW-IMAGE TO WS-IMAGE-FIELDS
    IF WS-IMG-REVERSAL
        DISPLAY "This is a rejected reversal -- it cannot be"
            " corrected here; return it to the sender."
    END-IF
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-REJECT-ACTION UNTIL WS-ENTRY-VALID
    EVALUATE TRUE
        WHEN WS-ACTION-CORRECT
            PERFORM CORRECT-ONE-REJECT
            IF NOT WS-FILE-ERROR
                PERFORM LOG-REJECT-DISPOSITION
            END-IF
        WHEN WS-ACTION-RETURN
            MOVE "RETURNED" TO MRJ-STATUS
            ADD 1 TO WS-RETURNED-COUNT
            PERFORM LOG-REJECT-DISPOSITION
        WHEN OTHER
            ADD 1 TO WS-SKIPPED-COUNT
    END-EVALUATE
    .

LOG-REJECT-DISPOSITION.
    MOVE "ACTION" TO MSG-EVENT
    MOVE SPACES TO MSG-DETAIL
    STRING "reject "            DELIMITED BY SIZE
           MRJ-RECORD-NUMBER    DELIMITED BY SIZE
           " from "             DELIMITED BY SIZE
           MRJ-SOURCE           DELIMITED BY SPACE
           " marked "           DELIMITED BY SIZE
           MRJ-STATUS           DELIMITED BY SPACE
        INTO MSG-DETAIL
    END-STRING
    PERFORM WRITE-SECURITY-LOG-EVENT
    .

PROMPT-REJECT-ACTION.
    DISPLAY "Disposition (C = correct and resubmit, R = return to"
        " sender, S = skip): " WITH NO ADVANCING
    ACCEPT WS-ACTION-ENTRY
    INSPECT WS-ACTION-ENTRY CONVERTING "crs" TO "CRS"
    IF WS-ACTION-CORRECT OR WS-ACTION-RETURN OR WS-ACTION-SKIP
        IF WS-ACTION-CORRECT AND WS-IMG-REVERSAL
            DISPLAY "  A rejected reversal cannot be corrected --"
                " please answer R or S."
        ELSE
            SET WS-ENTRY-VALID TO TRUE
        END-IF
    ELSE
        DISPLAY "  Invalid entry -- please answer C, R, or S."
    END-IF
    MOVE WS-CORRECTED-INPUT1 TO WS-RSB-INPUT1
    MOVE WS-CORRECTED-INPUT2 TO WS-RSB-INPUT2
    MOVE MRJ-SOURCE TO WS-RSB-SOURCE
    IF MRJ-FEED-FILE-ID NOT = SPACES
            AND MRJ-FEED-CREATE-DATE IS NUMERIC
            AND MRJ-FEED-RECORD-NUMBER IS NUMERIC
        MOVE MRJ-FEED-FILE-ID TO WS-RSB-FEED-FILE-ID
        MOVE MRJ-FEED-CREATE-DATE TO WS-RSB-FEED-CREATE-DATE
        MOVE MRJ-FEED-RECORD-NUMBER TO WS-RSB-FEED-RECORD-NUMBER
    ELSE
        MOVE MRJ-RAW-IMAGE TO WS-IMAGE-FIELDS
        IF WS-IMG-FEED-FILE-ID NOT = SPACES
                AND WS-IMG-FEED-CREATE-DATE IS NUMERIC
                AND WS-IMG-FEED-RECORD-NUMBER IS NUMERIC
            MOVE WS-IMG-LINEAGE TO WS-RSB-LINEAGE
        ELSE
            MOVE SPACES TO WS-RSB-LINEAGE
        END-IF
    END-IF
    MOVE SPACES TO MATH-RESUB-RECORD
    MOVE WS-RESUB-DETAIL TO MATH-RESUB-RECORD
    WRITE MATH-RESUB-RECORD
        MOVE 'T' TO MTL-RECORD-TYPE
        MOVE WS-CORRECTED-COUNT TO MTL-RECORD-COUNT
        MOVE WS-RESUB-HASH-TOTAL TO MTL-HASH-TOTAL
        MOVE ZERO TO MTL-REVERSAL-COUNT
        MOVE SPACES TO MATH-RESUB-RECORD
        MOVE MATH-TRAILER-RECORD TO MATH-RESUB-RECORD
        WRITE MATH-RESUB-RECORD
    END-IF
    DISPLAY "==========================================="
    .

COPY MATHSGP.
