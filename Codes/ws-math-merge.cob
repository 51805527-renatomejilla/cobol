*>              as accepted once the combined file is safely written,
*>              and the edit step skips its own duplicate check for
*>              the MERGED container because of it.
*>              A reversal record (type 'R', COPY MATHINRC) is
*>              merged with the original-key bytes it carries in
*>              positions 26-45; it counts toward its feed's record
*>              count but not its hash total, and is checked against
*>              the trailer's reversal count when the sender fills it
*>              in. The combined trailer carries the combined
*>              reversal count.
*>              Every record merged is also stamped, in positions
*>              46-70, with its lineage (COPY MATHINRC): its own
*>              feed's header file ID and creation date and the line
*>              it arrived on within that feed (the header is line
*>              1), so the MERGED container no longer hides which
*>              transmission, and which line of it, a record came
*>              from. A record that already carries lineage (a
*>              correction resubmitted by WS-MATH-CORRECT) keeps the
*>              lineage of the line the department first sent.
*>              Any feed that fails verification refuses the whole
*>              consolidation and mathtran.dat is left empty, so a
*>              truncated transmission can never be half-merged.
*>              The feeds are then checked against the expected-feed
*>              schedule (COPY MATHSCH) for the business date on the
*>              processing calendar (COPY MATHCAL): a department
*>              scheduled to send that weekday whose feed neither
*>              arrived nor was already accepted earlier that
*>              business date (received-feed register) is reported
*>              MISSING, and one whose header was cut after the
*>              business date or after its cutoff time -- or that
*>              arrives after the cycle was held for it -- is
*>              reported LATE and still merged. When a feed is
*>              missing the operator chooses to hold the cycle
*>              (mathtran.dat is left empty and nothing is
*>              registered, so the same feeds merge again on the
*>              rerun) or to proceed without the department. Every
*>              miss is appended to the feed-miss log
*>              (mathfmiss.dat, COPY MATHFMS) for the month-end
*>              on-time report in WS-MATH-SCHED.
*>              Ends with RETURN-CODE 0 when at least one feed was
*>              merged clean and every scheduled feed arrived on
*>              time, 4 when the feeds were merged but a scheduled
*>              feed was late or the operator proceeded without a
*>              missing one, 8 when a feed failed verification, no
*>              feed was present at all, or the cycle was held for
*>              a missing feed, 12 when a feed was refused as a
*>              duplicate already on the register, and 16 when a
*>              file could not be opened.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-MERGE.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-FILE-STATUS.

    SELECT MATH-SCHEDULE-FILE ASSIGN TO "mathsched.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

    SELECT MATH-FEED-MISS-FILE ASSIGN TO "mathfmiss.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDMISS-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-FEED-FILE.
    FD MATH-FEED-REGISTER-FILE.
    COPY MATHFDR.

    FD MATH-SCHEDULE-FILE.
    COPY MATHSCH.

    FD MATH-FEED-MISS-FILE.
    COPY MATHFMS.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-FEED-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-MERGED-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-FEEDREG-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-SCHEDULE-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-FEEDMISS-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-FEED-FILE-NAME        PIC X(30) VALUE SPACES.
    01 WS-FEED-NUMBER           PIC 9(2) VALUE ZERO.
    01 WS-FEED-RECORD-NUMBER    PIC 9(9) VALUE ZERO.
    01 WS-FEED-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
    01 WS-FEED-NONNUM-COUNT     PIC 9(9) VALUE ZERO.
    01 WS-FEED-REVERSAL-COUNT   PIC 9(9) VALUE ZERO.
    01 WS-FEED-HASH-TOTAL       PIC S9(11)V99 SIGN LEADING SEPARATE
                                    VALUE ZERO.

    01 WS-MERGED-DETAIL-COUNT   PIC 9(9) VALUE ZERO.
    01 WS-MERGED-REVERSAL-COUNT PIC 9(9) VALUE ZERO.
    01 WS-MERGED-HASH-TOTAL     PIC S9(11)V99 SIGN LEADING SEPARATE
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
            10 WS-RAW-LINEAGE        PIC X(25).
            10 FILLER                PIC X(10).

    01 WS-INPUT1-AMOUNT         PIC X(8).
    01 WS-INPUT1-AMOUNT-NUM REDEFINES WS-INPUT1-AMOUNT
        05 WS-MRG-INPUT1         PIC X(8).
        05 WS-MRG-INPUT2         PIC X(8).
        05 WS-MRG-SOURCE         PIC X(8).
        05 WS-MRG-REVERSAL-KEY   PIC X(20).
        05 WS-MRG-LINEAGE.
            10 WS-MRG-FEED-FILE-ID   PIC X(8).
            10 WS-MRG-FEED-CREATE-DATE PIC 9(8).
            10 WS-MRG-FEED-RECORD-NUMBER PIC 9(9).

    01 WS-ACCEPTED-FEEDS.
        05 WS-ACCEPTED-FEED-ENTRY OCCURS 9 TIMES.
            10 WS-ACC-FILE-ID        PIC X(8).
            10 WS-ACC-CREATE-DATE    PIC 9(8).
            10 WS-ACC-SENDING-SYSTEM PIC X(8).
            10 WS-ACC-FEED-SLOT      PIC 9.
            10 WS-ACC-CREATE-TIME    PIC X(4).
    01 WS-ACCEPT-SUB            PIC 9(2) VALUE ZERO.

    01 WS-SCHEDULE-TABLE.
        05 WS-SCHEDULE-ENTRY OCCURS 50 TIMES.
            10 WS-SCH-SENDING-SYSTEM PIC X(8).
            10 WS-SCH-FEED-SLOT      PIC 9.
            10 WS-SCH-CUTOFF-TIME    PIC 9(4).
            10 WS-SCH-CREATE-DATE    PIC 9(8).
            10 WS-SCH-CREATE-TIME    PIC X(4).
            10 WS-SCH-OUTCOME        PIC X(8).
                88 WS-SCH-ON-TIME        VALUE "ONTIME".
                88 WS-SCH-MISSING        VALUE "MISSING".
                88 WS-SCH-LATE           VALUE "LATE".
            10 WS-SCH-EARLIER-SW     PIC X.
                88 WS-SCH-ACCEPTED-EARLIER VALUE 'Y'.
            10 WS-SCH-HELD-SW        PIC X.
                88 WS-SCH-HELD-EARLIER   VALUE 'Y'.
    01 WS-SCHEDULE-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-SCHEDULE-MAX          PIC 9(3) VALUE 50.
    01 WS-SCHEDULE-SKIPPED      PIC 9(3) VALUE ZERO.
    01 WS-SCHED-SUB             PIC 9(3) VALUE ZERO.
    01 WS-MISSING-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-LATE-COUNT            PIC 9(3) VALUE ZERO.

    01 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
        88 WS-SCAN-EOF              VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-CYCLE-DECISION        PIC X VALUE 'P'.
        88 WS-HOLD-CYCLE            VALUE 'H'.
        88 WS-PROCEED-CYCLE         VALUE 'P'.

    01 WS-CREATE-TIME-CHECK     PIC X(4) VALUE SPACES.
    01 WS-CREATE-TIME-NUM REDEFINES WS-CREATE-TIME-CHECK
                                PIC 9(4).

    COPY MATHHDRC.
    COPY MATHTLRC.
    COPY MATHFDW.
    COPY MATHCLW.

PROCEDURE DIVISION.
MAIN-LOGIC.
            " -- stopping without consolidating."
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-BUSINESS-CALENDAR
        MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM WRITE-MERGED-HEADER
        PERFORM CONSOLIDATE-ONE-FEED
                            " was found"
                        DISPLAY "       -- nothing to consolidate;"
                            " refusing the run."
                        PERFORM CHECK-FEED-SCHEDULE
                        SET WS-HOLD-CYCLE TO TRUE
                        PERFORM RECORD-FEED-MISSES
                    END-IF
                    PERFORM EMPTY-MERGED-FILE
                    CLOSE MATH-MERGED-FILE
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM CHECK-FEED-SCHEDULE
                    IF WS-MISSING-COUNT > ZERO
                        PERFORM GET-CYCLE-DECISION
                    END-IF
                    PERFORM RECORD-FEED-MISSES
                    IF WS-HOLD-CYCLE
                        PERFORM EMPTY-MERGED-FILE
                        CLOSE MATH-MERGED-FILE
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM WRITE-MERGED-TRAILER
                        CLOSE MATH-MERGED-FILE
                        PERFORM REGISTER-ACCEPTED-FEEDS
                        IF WS-MISSING-COUNT > ZERO
                                OR WS-LATE-COUNT > ZERO
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    MOVE 'T' TO MTL-RECORD-TYPE
    MOVE WS-MERGED-DETAIL-COUNT TO MTL-RECORD-COUNT
    MOVE WS-MERGED-HASH-TOTAL TO MTL-HASH-TOTAL
    MOVE WS-MERGED-REVERSAL-COUNT TO MTL-REVERSAL-COUNT
    MOVE SPACES TO MATH-MERGED-RECORD
    MOVE MATH-TRAILER-RECORD TO MATH-MERGED-RECORD
    WRITE MATH-MERGED-RECORD
            MOVE ZERO TO WS-FEED-RECORD-NUMBER
            MOVE ZERO TO WS-FEED-DETAIL-COUNT
            MOVE ZERO TO WS-FEED-NONNUM-COUNT
            MOVE ZERO TO WS-FEED-REVERSAL-COUNT
            MOVE ZERO TO WS-FEED-HASH-TOTAL
            PERFORM MERGE-ONE-RECORD
                UNTIL WS-FEED-EOF OR WS-INTEGRITY-ERROR
                    TO WS-ACC-CREATE-DATE(WS-FEEDS-MERGED)
                MOVE MH-SENDING-SYSTEM
                    TO WS-ACC-SENDING-SYSTEM(WS-FEEDS-MERGED)
                MOVE WS-FEED-DIGIT
                    TO WS-ACC-FEED-SLOT(WS-FEEDS-MERGED)
                MOVE MH-CREATE-TIME
                    TO WS-ACC-CREATE-TIME(WS-FEEDS-MERGED)
                DISPLAY "Merged " WS-FEED-FILE-NAME " -- "
                    WS-FEED-DETAIL-COUNT " detail record(s) from "
                    MH-SENDING-SYSTEM
WRITE-MERGED-DETAIL.
    MOVE WS-RAW-INPUT1 TO WS-INPUT1-AMOUNT
    MOVE WS-RAW-INPUT2 TO WS-INPUT2-AMOUNT
    IF WS-RAW-REVERSAL
        ADD 1 TO WS-FEED-REVERSAL-COUNT
        MOVE WS-RAW-REVERSAL-KEY TO WS-MRG-REVERSAL-KEY
    ELSE
        MOVE SPACES TO WS-MRG-REVERSAL-KEY
        IF WS-INPUT1-AMOUNT-NUM IS NUMERIC
                AND WS-INPUT2-AMOUNT-NUM IS NUMERIC
            ADD WS-INPUT1-AMOUNT-NUM WS-INPUT2-AMOUNT-NUM
                TO WS-FEED-HASH-TOTAL
        ELSE
            ADD 1 TO WS-FEED-NONNUM-COUNT
        END-IF
    END-IF

    MOVE WS-RAW-RECORD-TYPE TO WS-MRG-RECORD-TYPE
    ELSE
        MOVE WS-RAW-SOURCE TO WS-MRG-SOURCE
    END-IF
    IF WS-RAW-LINEAGE = SPACES
        MOVE MH-FILE-ID TO WS-MRG-FEED-FILE-ID
        MOVE MH-CREATE-DATE TO WS-MRG-FEED-CREATE-DATE
        MOVE WS-FEED-RECORD-NUMBER TO WS-MRG-FEED-RECORD-NUMBER
    ELSE
        MOVE WS-RAW-LINEAGE TO WS-MRG-LINEAGE
    END-IF
    MOVE SPACES TO MATH-MERGED-RECORD
    MOVE WS-MERGED-DETAIL TO MATH-MERGED-RECORD
    WRITE MATH-MERGED-RECORD
                    " sender to retransmit."
                SET WS-INTEGRITY-ERROR TO TRUE
            ELSE
                IF MTL-REVERSAL-COUNT IS NUMERIC
                        AND MTL-REVERSAL-COUNT NOT = WS-FEED-REVERSAL-COUNT
                    DISPLAY "ERROR: the " WS-FEED-FILE-NAME " trailer"
                        " says the feed holds " MTL-REVERSAL-COUNT
                        " reversal record(s) but "
                        WS-FEED-REVERSAL-COUNT " were read"
                    DISPLAY "       -- the transmission is corrupted;"
                        " refusing the consolidation. Ask the sender"
                        " to retransmit."
                    SET WS-INTEGRITY-ERROR TO TRUE
                ELSE
                    PERFORM VERIFY-FEED-HASH
                    IF NOT WS-INTEGRITY-ERROR
                        ADD WS-FEED-HASH-TOTAL TO WS-MERGED-HASH-TOTAL
                        ADD WS-FEED-REVERSAL-COUNT
                            TO WS-MERGED-REVERSAL-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> The schedule is checked only once every feed present has merged
*> clean, so the accepted-feed table holds tonight's arrivals.
CHECK-FEED-SCHEDULE.
    MOVE ZERO TO WS-MISSING-COUNT
    MOVE ZERO TO WS-LATE-COUNT
    PERFORM LOAD-FEED-SCHEDULE
    IF WS-SCHEDULE-COUNT > ZERO
        PERFORM MARK-EARLIER-ARRIVALS
        PERFORM MARK-EARLIER-HOLDS
        PERFORM CHECK-ONE-SCHEDULED-FEED
            VARYING WS-SCHED-SUB FROM 1 BY 1
            UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
    END-IF
    .

LOAD-FEED-SCHEDULE.
    MOVE ZERO TO WS-SCHEDULE-COUNT
    MOVE ZERO TO WS-SCHEDULE-SKIPPED
    MOVE WS-RUN-DATE TO MCL-CHECK-DATE
    PERFORM CHECK-WORKING-DAY
    IF MCL-WORKING-DAY
        MOVE 'N' TO WS-SCAN-EOF-SW
        OPEN INPUT MATH-SCHEDULE-FILE
        IF WS-SCHEDULE-FILE-STATUS = "00"
            PERFORM LOAD-ONE-SCHEDULE-ENTRY UNTIL WS-SCAN-EOF
            CLOSE MATH-SCHEDULE-FILE
        END-IF
        IF WS-SCHEDULE-SKIPPED > ZERO
            DISPLAY "WARNING: " WS-SCHEDULE-SKIPPED " scheduled"
                " feed(s) beyond the first " WS-SCHEDULE-MAX
                " were not checked"
            DISPLAY "         -- mathsched.dat holds more entries"
                " than this step can track."
        END-IF
    END-IF
    .

LOAD-ONE-SCHEDULE-ENTRY.
    READ MATH-SCHEDULE-FILE
        AT END
            SET WS-SCAN-EOF TO TRUE
        NOT AT END
            IF MSH-ACTIVE
                    AND MSH-EXPECTED-DAY (MCL-WEEKDAY) = 'Y'
                IF WS-SCHEDULE-COUNT < WS-SCHEDULE-MAX
                    ADD 1 TO WS-SCHEDULE-COUNT
                    MOVE MSH-SENDING-SYSTEM
                        TO WS-SCH-SENDING-SYSTEM (WS-SCHEDULE-COUNT)
                    MOVE MSH-FEED-SLOT
                        TO WS-SCH-FEED-SLOT (WS-SCHEDULE-COUNT)
                    IF MSH-CUTOFF-TIME IS NUMERIC
                        MOVE MSH-CUTOFF-TIME
                            TO WS-SCH-CUTOFF-TIME (WS-SCHEDULE-COUNT)
                    ELSE
                        MOVE 2359
                            TO WS-SCH-CUTOFF-TIME (WS-SCHEDULE-COUNT)
                    END-IF
                    MOVE ZERO TO WS-SCH-CREATE-DATE (WS-SCHEDULE-COUNT)
                    MOVE SPACES
                        TO WS-SCH-CREATE-TIME (WS-SCHEDULE-COUNT)
                    MOVE "ONTIME" TO WS-SCH-OUTCOME (WS-SCHEDULE-COUNT)
                    MOVE 'N' TO WS-SCH-EARLIER-SW (WS-SCHEDULE-COUNT)
                    MOVE 'N' TO WS-SCH-HELD-SW (WS-SCHEDULE-COUNT)
                ELSE
                    ADD 1 TO WS-SCHEDULE-SKIPPED
                END-IF
            END-IF
    END-READ
    .

*> A feed already taken in by an earlier consolidation of the same
*> business date has arrived, whatever tonight's slots hold.
MARK-EARLIER-ARRIVALS.
    MOVE 'N' TO WS-SCAN-EOF-SW
    OPEN INPUT MATH-FEED-REGISTER-FILE
    IF WS-FEEDREG-FILE-STATUS = "00"
        PERFORM CHECK-ONE-EARLIER-ARRIVAL UNTIL WS-SCAN-EOF
        CLOSE MATH-FEED-REGISTER-FILE
    END-IF
    .

CHECK-ONE-EARLIER-ARRIVAL.
    READ MATH-FEED-REGISTER-FILE
        AT END
            SET WS-SCAN-EOF TO TRUE
        NOT AT END
            IF MFR-ACCEPT-DATE IS NUMERIC
                    AND MFR-ACCEPT-DATE = WS-RUN-DATE
                PERFORM MARK-ONE-EARLIER-ARRIVAL
                    VARYING WS-SCHED-SUB FROM 1 BY 1
                    UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
            END-IF
    END-READ
    .

MARK-ONE-EARLIER-ARRIVAL.
    IF WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB) = MFR-SENDING-SYSTEM
        MOVE 'Y' TO WS-SCH-EARLIER-SW (WS-SCHED-SUB)
    END-IF
    .

*> A department the cycle was already held for is late when its
*> feed finally turns up, whatever its header says.
MARK-EARLIER-HOLDS.
    MOVE 'N' TO WS-SCAN-EOF-SW
    OPEN INPUT MATH-FEED-MISS-FILE
    IF WS-FEEDMISS-FILE-STATUS = "00"
        PERFORM CHECK-ONE-EARLIER-HOLD UNTIL WS-SCAN-EOF
        CLOSE MATH-FEED-MISS-FILE
    END-IF
    .

CHECK-ONE-EARLIER-HOLD.
    READ MATH-FEED-MISS-FILE
        AT END
            SET WS-SCAN-EOF TO TRUE
        NOT AT END
            IF MFM-BUSINESS-DATE IS NUMERIC
                    AND MFM-BUSINESS-DATE = WS-RUN-DATE
                    AND MFM-MISSING
                PERFORM MARK-ONE-EARLIER-HOLD
                    VARYING WS-SCHED-SUB FROM 1 BY 1
                    UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
            END-IF
    END-READ
    .

MARK-ONE-EARLIER-HOLD.
    IF WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB) = MFM-SENDING-SYSTEM
        MOVE 'Y' TO WS-SCH-HELD-SW (WS-SCHED-SUB)
    END-IF
    .

CHECK-ONE-SCHEDULED-FEED.
    MOVE ZERO TO WS-ACCEPT-SUB
    PERFORM FIND-ARRIVED-FEED
        VARYING WS-FEED-NUMBER FROM 1 BY 1
        UNTIL WS-FEED-NUMBER > WS-FEEDS-MERGED
            OR WS-ACCEPT-SUB > ZERO
    EVALUATE TRUE
        WHEN WS-ACCEPT-SUB > ZERO
            PERFORM JUDGE-ARRIVED-FEED
        WHEN WS-SCH-ACCEPTED-EARLIER (WS-SCHED-SUB)
            CONTINUE
        WHEN OTHER
            MOVE "MISSING" TO WS-SCH-OUTCOME (WS-SCHED-SUB)
            ADD 1 TO WS-MISSING-COUNT
            DISPLAY "WARNING: no feed from "
                WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB) " (slot "
                WS-SCH-FEED-SLOT (WS-SCHED-SUB) ", cutoff "
                WS-SCH-CUTOFF-TIME (WS-SCHED-SUB)
                ") has arrived for business date " WS-RUN-DATE
            DISPLAY "         -- the department is scheduled to"
                " send today; contact it before its results are"
                " missed."
    END-EVALUATE
    .

FIND-ARRIVED-FEED.
    IF WS-ACC-SENDING-SYSTEM (WS-FEED-NUMBER)
            = WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB)
        MOVE WS-FEED-NUMBER TO WS-ACCEPT-SUB
    END-IF
    .

JUDGE-ARRIVED-FEED.
    MOVE WS-ACC-CREATE-DATE (WS-ACCEPT-SUB)
        TO WS-SCH-CREATE-DATE (WS-SCHED-SUB)
    MOVE WS-ACC-CREATE-TIME (WS-ACCEPT-SUB)
        TO WS-SCH-CREATE-TIME (WS-SCHED-SUB)
    MOVE WS-ACC-CREATE-TIME (WS-ACCEPT-SUB) TO WS-CREATE-TIME-CHECK
    EVALUATE TRUE
        WHEN WS-SCH-HELD-EARLIER (WS-SCHED-SUB)
            MOVE "LATE" TO WS-SCH-OUTCOME (WS-SCHED-SUB)
        WHEN WS-SCH-CREATE-DATE (WS-SCHED-SUB) > WS-RUN-DATE
            MOVE "LATE" TO WS-SCH-OUTCOME (WS-SCHED-SUB)
        WHEN WS-SCH-CREATE-DATE (WS-SCHED-SUB) = WS-RUN-DATE
                AND WS-CREATE-TIME-NUM IS NUMERIC
                AND WS-CREATE-TIME-NUM
                    > WS-SCH-CUTOFF-TIME (WS-SCHED-SUB)
            MOVE "LATE" TO WS-SCH-OUTCOME (WS-SCHED-SUB)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-SCH-LATE (WS-SCHED-SUB)
        ADD 1 TO WS-LATE-COUNT
        IF WS-SCH-HELD-EARLIER (WS-SCHED-SUB)
            DISPLAY "WARNING: the feed from "
                WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB) " (slot "
                WS-ACC-FEED-SLOT (WS-ACCEPT-SUB) ") arrived after"
                " the cycle was held for it on business date "
                WS-RUN-DATE
        ELSE
            DISPLAY "WARNING: the feed from "
                WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB) " (slot "
                WS-ACC-FEED-SLOT (WS-ACCEPT-SUB) ") was cut "
                WS-SCH-CREATE-DATE (WS-SCHED-SUB) " "
                WS-SCH-CREATE-TIME (WS-SCHED-SUB) ", after its"
                " cutoff " WS-SCH-CUTOFF-TIME (WS-SCHED-SUB)
                " for business date " WS-RUN-DATE
        END-IF
        DISPLAY "         -- it is merged, and recorded as late."
    END-IF
    .

GET-CYCLE-DECISION.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-CYCLE-DECISION UNTIL WS-ENTRY-VALID
    .

PROMPT-CYCLE-DECISION.
    DISPLAY " "
    DISPLAY WS-MISSING-COUNT " scheduled feed(s) missing. Hold the"
        " cycle until they arrive, or proceed without them?"
    DISPLAY "(H = hold, P = proceed): " WITH NO ADVANCING
    MOVE SPACE TO WS-CYCLE-DECISION
    ACCEPT WS-CYCLE-DECISION
    INSPECT WS-CYCLE-DECISION CONVERTING "hp" TO "HP"
    IF WS-HOLD-CYCLE OR WS-PROCEED-CYCLE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer H or P."
    END-IF
    .

*> A late feed is only logged once it is actually merged; on a held
*> cycle it is judged again when the consolidation is rerun.
RECORD-FEED-MISSES.
    IF WS-MISSING-COUNT > ZERO
            OR (WS-LATE-COUNT > ZERO AND WS-PROCEED-CYCLE)
        OPEN EXTEND MATH-FEED-MISS-FILE
        IF WS-FEEDMISS-FILE-STATUS = "35"
            OPEN OUTPUT MATH-FEED-MISS-FILE
        END-IF
        IF WS-FEEDMISS-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: unable to open MATH-FEED-MISS-FILE"
                " (mathfmiss.dat), file status "
                WS-FEEDMISS-FILE-STATUS
            DISPLAY "         -- tonight's missing and late feeds"
                " were not logged for the on-time report."
        ELSE
            PERFORM RECORD-ONE-FEED-MISS
                VARYING WS-SCHED-SUB FROM 1 BY 1
                UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
            CLOSE MATH-FEED-MISS-FILE
        END-IF
    END-IF
    .

RECORD-ONE-FEED-MISS.
    IF WS-SCH-MISSING (WS-SCHED-SUB)
            OR (WS-SCH-LATE (WS-SCHED-SUB) AND WS-PROCEED-CYCLE)
        MOVE WS-RUN-DATE TO MFM-BUSINESS-DATE
        MOVE WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB)
            TO MFM-SENDING-SYSTEM
        MOVE WS-SCH-FEED-SLOT (WS-SCHED-SUB) TO MFM-FEED-SLOT
        MOVE WS-SCH-OUTCOME (WS-SCHED-SUB) TO MFM-MISS-TYPE
        MOVE WS-SCH-CUTOFF-TIME (WS-SCHED-SUB) TO MFM-CUTOFF-TIME
        MOVE WS-SCH-CREATE-DATE (WS-SCHED-SUB) TO MFM-CREATE-DATE
        MOVE WS-SCH-CREATE-TIME (WS-SCHED-SUB) TO MFM-CREATE-TIME
        IF WS-HOLD-CYCLE
            MOVE "HOLD" TO MFM-DECISION
        ELSE
            MOVE "PROCEED" TO MFM-DECISION
        END-IF
        ACCEPT MFM-RECORDED-DATE FROM DATE YYYYMMDD
        MOVE WS-RUN-TIME TO MFM-RECORDED-TIME
        WRITE MATH-FEED-MISS-RECORD
        IF WS-FEEDMISS-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: unable to write MATH-FEED-MISS-FILE"
                " (mathfmiss.dat), file status "
                WS-FEEDMISS-FILE-STATUS
            DISPLAY "         -- the miss for "
                WS-SCH-SENDING-SYSTEM (WS-SCHED-SUB)
                " was not logged."
        END-IF
    END-IF
    .

EMPTY-MERGED-FILE.
    CLOSE MATH-MERGED-FILE
    OPEN OUTPUT MATH-MERGED-FILE
    DISPLAY "===== WS-MATH-MERGE Run Summary =====".
    DISPLAY "Feeds merged           : ", WS-FEEDS-MERGED.
    DISPLAY "Detail records merged  : ", WS-MERGED-DETAIL-COUNT.
    DISPLAY "  of which reversals   : ", WS-MERGED-REVERSAL-COUNT.
    DISPLAY "Combined hash total    : ", WS-MERGED-HASH-TOTAL.
    IF WS-SCHEDULE-COUNT > ZERO
        DISPLAY "Scheduled feeds due    : ", WS-SCHEDULE-COUNT
        DISPLAY "  missing              : ", WS-MISSING-COUNT
        DISPLAY "  late                 : ", WS-LATE-COUNT
    END-IF
    IF WS-INTEGRITY-ERROR OR WS-OPEN-ERROR
            OR MFW-DUPLICATE-FEED
            OR WS-FEEDS-MERGED = ZERO
        DISPLAY "         edit step cannot process a partial"
        DISPLAY "         consolidation."
    ELSE
        IF WS-HOLD-CYCLE
            DISPLAY " "
            DISPLAY "CYCLE HELD: mathtran.dat was left empty and no"
            DISPLAY "         feed was registered -- rerun"
            DISPLAY "         WS-MATH-MERGE once the missing feed(s)"
            DISPLAY "         arrive, or proceed without them."
        ELSE
            DISPLAY " "
            DISPLAY "The consolidated feed is in mathtran.dat -- run"
            DISPLAY "WS-MATH-EDIT against it as usual."
        END-IF
    END-IF
    DISPLAY "====================================="
    .

COPY MATHFDP.

COPY MATHCLP.
