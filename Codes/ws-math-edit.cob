*> Author:      Renato D. Mejilla
*> Description: Front-end edit for the math transaction feed. Runs as
*>              the JCL step before WS-MATH-SCREEN and WS-MATH-BATCH:
*>              reads the raw feed
*>              exactly as the sending department (or the WS-MATH-MERGE
*>              consolidation step) transmitted it, verifies the header
*>              and trailer integrity records that frame the feed
*>              operators can work the rejects through the
*>              WS-MATH-CORRECT workstation -- or return them to the
*>              sender the same morning -- with every disposition
*>              recorded. A reversal record (type 'R', COPY
*>              MATHINRC) is checked against the results master (COPY
*>              MATHMST): it is rejected when the key it names is not
*>              numeric, is not on the master, has already been
*>              reversed, is itself the offset of an earlier reversal,
*>              belongs to a different department, or is named twice
*>              in the same feed. Reversals count toward the trailer
*>              record count but not the hash total, and a numeric
*>              trailer reversal count must agree with the reversal
*>              records read. Each record also leaves with its
*>              lineage (COPY MATHINRC) -- the file ID and creation
*>              date of the department's own transmission and the
*>              line it arrived on -- carried on the validated record
*>              and on the reject line. A record that already carries
*>              its lineage (every record consolidated by
*>              WS-MATH-MERGE, and every correction resubmitted by
*>              WS-MATH-CORRECT) keeps it; one that arrives without it
*>              is given this feed's header identity and its own line
*>              number; one whose lineage bytes are present but
*>              malformed is rejected as BAD-LINEAGE. A feed that
*>              arrives without its header or trailer, or whose trailer
*>              count or hash total disagrees with what was actually
*>              read, is refused outright and the validated file is
*>              left empty so a truncated transmission can never reach
*>              the batch step. The business date is taken from the
*>              processing calendar (COPY MATHCAL) rather than the
*>              system clock. On startup the run-control register
*>              (COPY MATHRUN) is consulted: a business date that has
*>              already completed and balanced end-to-end is refused
*>              unless a rerun authorization is on record, and the
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-FILE-STATUS.

    SELECT MATH-MASTER-FILE ASSIGN TO "mathmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MASTER-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-RAW-FILE.
    COPY MATHINRC.

    FD MATH-REJECT-FILE.
    01 MATH-REJECT-RECORD       PIC X(200).

    FD MATH-RUN-CONTROL-FILE.
    COPY MATHRUN.
    FD MATH-FEED-REGISTER-FILE.
    COPY MATHFDR.

    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-RAW-FILE-STATUS       PIC XX VALUE SPACES.
    01 WS-VALID-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-FEEDREG-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).
    01 WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
        88 WS-TRAILER-SEEN          VALUE 'Y'.

    01 WS-MASTER-OPEN-SW        PIC X VALUE 'N'.
        88 WS-MASTER-NOT-TRIED      VALUE 'N'.
        88 WS-MASTER-OPEN           VALUE 'Y'.
        88 WS-MASTER-EMPTY          VALUE 'E'.
        88 WS-MASTER-UNAVAILABLE    VALUE 'U'.

    01 WS-REVERSAL-IN-FEED-SW   PIC X VALUE 'N'.
        88 WS-REVERSAL-IN-FEED      VALUE 'Y'.

    01 WS-RECORD-NUMBER         PIC 9(9) VALUE ZERO.
    01 WS-DETAIL-COUNT          PIC 9(9) VALUE ZERO.
    01 WS-VALID-COUNT           PIC 9(9) VALUE ZERO.
    01 WS-REJECT-COUNT          PIC 9(9) VALUE ZERO.
    01 WS-REVERSAL-COUNT        PIC 9(9) VALUE ZERO.
    01 WS-REVERSAL-ACCEPTED     PIC 9(9) VALUE ZERO.
    01 WS-HASH-TOTAL            PIC S9(11)V99 SIGN LEADING SEPARATE
                                    VALUE ZERO.

        05 WS-RAW-RECORD-TYPE    PIC X.
            88 WS-RAW-HEADER         VALUE 'H'.
            88 WS-RAW-DETAIL         VALUE 'D'.
            88 WS-RAW-REVERSAL       VALUE 'R'.
            88 WS-RAW-TRAILER        VALUE 'T'.
        05 WS-RAW-INPUT1         PIC X(8).
        05 WS-RAW-INPUT2         PIC X(8).
        05 WS-RAW-SOURCE         PIC X(8).
        05 WS-RAW-EXCESS         PIC X(55).
        05 WS-RAW-REVERSAL-AREA REDEFINES WS-RAW-EXCESS.
            10 WS-RAW-REVERSAL-KEY   PIC X(20).
            10 WS-RAW-LINEAGE.
                15 WS-RAW-FEED-FILE-ID   PIC X(8).
                15 WS-RAW-FEED-CREATE-DATE PIC X(8).
                15 WS-RAW-FEED-RECORD-NUMBER PIC X(9).
            10 WS-RAW-TRAILING-EXCESS PIC X(10).

    01 WS-RECORD-SOURCE         PIC X(8) VALUE SPACES.

    01 WS-RECORD-LINEAGE.
        05 WS-LIN-FEED-FILE-ID   PIC X(8) VALUE SPACES.
        05 WS-LIN-FEED-CREATE-DATE PIC 9(8) VALUE ZERO.
        05 WS-LIN-FEED-RECORD-NUMBER PIC 9(9) VALUE ZERO.

    01 WS-LINEAGE-VALID-SW      PIC X VALUE 'N'.
        88 WS-LINEAGE-VALID         VALUE 'Y'.

    01 WS-FEED-REVERSALS.
        05 WS-FEED-REVERSAL-COUNT PIC 9(4) VALUE ZERO.
        05 WS-FEED-REVERSAL-KEY  PIC X(20) OCCURS 500 TIMES.
    01 WS-FEED-REVERSAL-MAX     PIC 9(4) VALUE 500.
    01 WS-REV-SUB               PIC 9(4) VALUE ZERO.

    01 WS-INPUT1-AMOUNT         PIC X(8).
    01 WS-INPUT1-AMOUNT-NUM REDEFINES WS-INPUT1-AMOUNT
    COPY MATHREJ.
    COPY MATHRNW.
    COPY MATHFDW.
    COPY MATHCLW.

    01 WS-REJECT-REASON         PIC X(14) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-BUSINESS-CALENDAR
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM SCAN-RUN-REGISTER
    IF MRR-DAY-BALANCED
            ELSE
                ADD 1 TO WS-DETAIL-COUNT
                PERFORM VALIDATE-DETAIL-RECORD
                PERFORM SET-RECORD-LINEAGE
                IF WS-REJECT-REASON = SPACES
                    PERFORM WRITE-VALID-RECORD
                ELSE
    MOVE SPACES TO WS-REJECT-REASON
    MOVE WS-RAW-INPUT1 TO WS-INPUT1-AMOUNT
    MOVE WS-RAW-INPUT2 TO WS-INPUT2-AMOUNT
    IF WS-RAW-REVERSAL
        ADD 1 TO WS-REVERSAL-COUNT
        PERFORM VALIDATE-REVERSAL-RECORD
    ELSE
        IF NOT WS-RAW-DETAIL
            MOVE "BAD-REC-TYPE" TO WS-REJECT-REASON
        ELSE
            IF WS-RAW-REVERSAL-KEY NOT = SPACES
                    OR WS-RAW-TRAILING-EXCESS NOT = SPACES
                MOVE "LONG-RECORD" TO WS-REJECT-REASON
            ELSE
                IF WS-RAW-INPUT2 = SPACES
                    MOVE "SHORT-RECORD" TO WS-REJECT-REASON
                ELSE
                    IF WS-INPUT1-AMOUNT-NUM IS NOT NUMERIC
                        MOVE "INPUT1-NOT-NUM" TO WS-REJECT-REASON
                    ELSE
                        IF WS-INPUT2-AMOUNT-NUM IS NOT NUMERIC
                            MOVE "INPUT2-NOT-NUM" TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    PERFORM CHECK-RAW-LINEAGE
    IF WS-REJECT-REASON = SPACES
            AND WS-RAW-LINEAGE NOT = SPACES
            AND NOT WS-LINEAGE-VALID
        MOVE "BAD-LINEAGE" TO WS-REJECT-REASON
    END-IF
    .

CHECK-RAW-LINEAGE.
    MOVE 'N' TO WS-LINEAGE-VALID-SW
    IF WS-RAW-FEED-FILE-ID NOT = SPACES
            AND WS-RAW-FEED-CREATE-DATE IS NUMERIC
            AND WS-RAW-FEED-RECORD-NUMBER IS NUMERIC
        SET WS-LINEAGE-VALID TO TRUE
    END-IF
    .

*> A record that carries its own lineage keeps it; any other record
*> -- including one rejected for malformed lineage bytes -- is traced
*> to this feed's header and its own line within mathtran.dat.
SET-RECORD-LINEAGE.
    IF WS-LINEAGE-VALID
        MOVE WS-RAW-FEED-FILE-ID TO WS-LIN-FEED-FILE-ID
        MOVE WS-RAW-FEED-CREATE-DATE TO WS-LIN-FEED-CREATE-DATE
        MOVE WS-RAW-FEED-RECORD-NUMBER TO WS-LIN-FEED-RECORD-NUMBER
    ELSE
        MOVE MH-FILE-ID TO WS-LIN-FEED-FILE-ID
        MOVE MH-CREATE-DATE TO WS-LIN-FEED-CREATE-DATE
        MOVE WS-RECORD-NUMBER TO WS-LIN-FEED-RECORD-NUMBER
    END-IF
    .

VALIDATE-REVERSAL-RECORD.
    IF WS-RAW-SOURCE = SPACES
        MOVE MH-SENDING-SYSTEM TO WS-RECORD-SOURCE
    ELSE
        MOVE WS-RAW-SOURCE TO WS-RECORD-SOURCE
    END-IF
    IF WS-RAW-TRAILING-EXCESS NOT = SPACES
        MOVE "LONG-RECORD" TO WS-REJECT-REASON
    ELSE
        IF WS-RAW-REVERSAL-KEY IS NOT NUMERIC
            MOVE "REV-BAD-KEY" TO WS-REJECT-REASON
        ELSE
            PERFORM CHECK-REVERSAL-IN-FEED
            IF WS-REVERSAL-IN-FEED
                MOVE "REV-DUPLICATE" TO WS-REJECT-REASON
            ELSE
                PERFORM LOOK-UP-REVERSAL-ORIGINAL
            END-IF
        END-IF
    END-IF
    .

CHECK-REVERSAL-IN-FEED.
    MOVE 'N' TO WS-REVERSAL-IN-FEED-SW
    PERFORM COMPARE-ONE-FEED-REVERSAL
        VARYING WS-REV-SUB FROM 1 BY 1
        UNTIL WS-REV-SUB > WS-FEED-REVERSAL-COUNT
            OR WS-REVERSAL-IN-FEED
    .

COMPARE-ONE-FEED-REVERSAL.
    IF WS-FEED-REVERSAL-KEY (WS-REV-SUB) = WS-RAW-REVERSAL-KEY
        SET WS-REVERSAL-IN-FEED TO TRUE
    END-IF
    .

LOOK-UP-REVERSAL-ORIGINAL.
    IF WS-MASTER-NOT-TRIED
        PERFORM OPEN-MASTER-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-MASTER-EMPTY
            MOVE "REV-NOT-FOUND" TO WS-REJECT-REASON
        WHEN WS-MASTER-UNAVAILABLE
            MOVE "REV-NO-MASTER" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE WS-RAW-REVERSAL-KEY TO MM-MASTER-KEY
            READ MATH-MASTER-FILE
                INVALID KEY
                    MOVE "REV-NOT-FOUND" TO WS-REJECT-REASON
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN MM-REVERSAL-ENTRY
                            MOVE "REV-IS-OFFSET" TO WS-REJECT-REASON
                        WHEN MM-REVERSED
                            MOVE "REV-ALREADY" TO WS-REJECT-REASON
                        WHEN MM-SOURCE-SYSTEM NOT = SPACES
                                AND MM-SOURCE-SYSTEM NOT = WS-RECORD-SOURCE
                            MOVE "REV-WRONG-SRC" TO WS-REJECT-REASON
                    END-EVALUATE
            END-READ
    END-EVALUATE
    .

OPEN-MASTER-FILE.
    OPEN INPUT MATH-MASTER-FILE
    EVALUATE WS-MASTER-FILE-STATUS
        WHEN "00"
            SET WS-MASTER-OPEN TO TRUE
        WHEN "35"
            SET WS-MASTER-EMPTY TO TRUE
        WHEN OTHER
            SET WS-MASTER-UNAVAILABLE TO TRUE
            DISPLAY "WARNING: unable to open MATH-MASTER-FILE"
                " (mathmast.dat), file status " WS-MASTER-FILE-STATUS
            DISPLAY "         -- every reversal in this feed will be"
                " rejected as REV-NO-MASTER."
    END-EVALUATE
    .

WRITE-VALID-RECORD.
    MOVE WS-RAW-RECORD-TYPE TO MI-RECORD-TYPE
    IF WS-RAW-REVERSAL
        MOVE ZERO TO MI-INPUT1
        MOVE ZERO TO MI-INPUT2
        MOVE WS-RAW-REVERSAL-KEY TO MI-REVERSAL-KEY
        PERFORM REMEMBER-FEED-REVERSAL
        ADD 1 TO WS-REVERSAL-ACCEPTED
    ELSE
        MOVE WS-INPUT1-AMOUNT-NUM TO MI-INPUT1
        MOVE WS-INPUT2-AMOUNT-NUM TO MI-INPUT2
        MOVE ZERO TO MI-REVERSAL-KEY
        ADD MI-INPUT1 MI-INPUT2 TO WS-HASH-TOTAL
    END-IF
    IF WS-RAW-SOURCE = SPACES
        MOVE MH-SENDING-SYSTEM TO MI-SOURCE-SYSTEM
    ELSE
        MOVE WS-RAW-SOURCE TO MI-SOURCE-SYSTEM
    END-IF
    MOVE WS-RECORD-LINEAGE TO MI-LINEAGE
    WRITE MATH-INPUT-RECORD
    ADD 1 TO WS-VALID-COUNT
    .

REMEMBER-FEED-REVERSAL.
    IF WS-FEED-REVERSAL-COUNT < WS-FEED-REVERSAL-MAX
        ADD 1 TO WS-FEED-REVERSAL-COUNT
        MOVE WS-RAW-REVERSAL-KEY
            TO WS-FEED-REVERSAL-KEY (WS-FEED-REVERSAL-COUNT)
    END-IF
    .

WRITE-REJECT-RECORD.
    MOVE WS-RECORD-NUMBER TO MRJ-RECORD-NUMBER
    MOVE WS-REJECT-REASON TO MRJ-REASON
        MOVE WS-RAW-SOURCE TO MRJ-SOURCE
    END-IF
    MOVE WS-RAW-IMAGE TO MRJ-RAW-IMAGE
    MOVE WS-LIN-FEED-FILE-ID TO MRJ-FEED-FILE-ID
    MOVE WS-LIN-FEED-CREATE-DATE TO MRJ-FEED-CREATE-DATE
    MOVE WS-LIN-FEED-RECORD-NUMBER TO MRJ-FEED-RECORD-NUMBER

    MOVE MATH-REJECT-LINE TO MATH-REJECT-RECORD
    WRITE MATH-REJECT-RECORD
                    " retransmit."
                SET WS-INTEGRITY-ERROR TO TRUE
            ELSE
                IF MTL-REVERSAL-COUNT IS NUMERIC
                        AND MTL-REVERSAL-COUNT NOT = WS-REVERSAL-COUNT
                    DISPLAY "ERROR: the trailer says the feed holds "
                        MTL-REVERSAL-COUNT " reversal record(s) but "
                        WS-REVERSAL-COUNT " were read"
                    DISPLAY "       -- the transmission is corrupted;"
                        " refusing the run. Ask the sender to"
                        " retransmit."
                    SET WS-INTEGRITY-ERROR TO TRUE
                ELSE
                    IF MTL-HASH-TOTAL NOT = WS-HASH-TOTAL
                        IF WS-REJECT-COUNT = ZERO
                            DISPLAY "ERROR: the trailer hash total "
                                MTL-HASH-TOTAL " disagrees with the "
                                WS-HASH-TOTAL " computed from the"
                                " records read"
                            DISPLAY "       -- the transmission is"
                                " corrupted; refusing the run. Ask the"
                                " sender to retransmit."
                            SET WS-INTEGRITY-ERROR TO TRUE
                        ELSE
                            DISPLAY "WARNING: the trailer hash total "
                                MTL-HASH-TOTAL " disagrees with the "
                                WS-HASH-TOTAL " computed from the"
                                " accepted records"
                            DISPLAY "         -- expected, because"
                                " rejected records do not contribute"
                                " to the computed hash. Verify the"
                                " reject file accounts for the"
                                " difference."
                        END-IF
                    END-IF
                END-IF
            END-IF
    CLOSE MATH-RAW-FILE
    CLOSE MATH-VALID-FILE
    CLOSE MATH-REJECT-FILE
    IF WS-MASTER-OPEN
        CLOSE MATH-MASTER-FILE
        MOVE 'N' TO WS-MASTER-OPEN-SW
    END-IF
    .

DISPLAY-EDIT-SUMMARY.
    DISPLAY "Detail records read    : ", WS-DETAIL-COUNT.
    DISPLAY "Records accepted       : ", WS-VALID-COUNT.
    DISPLAY "Records rejected       : ", WS-REJECT-COUNT.
    DISPLAY "Reversals read         : ", WS-REVERSAL-COUNT.
    DISPLAY "Reversals accepted     : ", WS-REVERSAL-ACCEPTED.
    DISPLAY "Hash total computed    : ", WS-HASH-TOTAL.
    IF MFW-DUPLICATE-FEED
        DISPLAY " "
COPY MATHRNP.

COPY MATHFDP.

COPY MATHCLP.
