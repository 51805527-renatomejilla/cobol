*> Author:      Renato D. Mejilla
*> Description: End-to-end lineage trace for a single transaction.
*>              When a department asks what became of line 412 of
*>              their file, or an auditor asks where a posting came
*>              from, this program answers from the files instead of
*>              from memory. It takes either a feed identity -- the
*>              file ID and creation date from the header of the
*>              department's own transmission -- plus the line number
*>              within it (the header is line 1), or a results-master
*>              key (run date, run number, record number), and walks
*>              the record's whole path using the lineage every step
*>              now carries (COPY MATHINRC): the received-feed
*>              register entry that accepted the transmission (COPY
*>              MATHFDR); the latest edit's verdict on the line --
*>              rejected with its reason and its WS-MATH-CORRECT
*>              disposition (COPY MATHREJ), or validated onto
*>              mathvalid.dat; any hold WS-MATH-SCREEN put on it
*>              (mathheld.dat, COPY MATHHLD), with whether it was
*>              since released or returned to the sender; every
*>              results-master posting made from the line (COPY
*>              MATHMST), with any reversal that backed it out; the
*>              exception records (COPY MATHEXC)
*>              and batch audit lines (COPY MATHAUDL) written for it;
*>              and every outbound results cut that carried the run
*>              back to the department (mathcuts.dat, COPY MATHCUT),
*>              with whether the department has acknowledged it.
*>              The trace is shown on the screen and written to
*>              mathtrce.dat so it can be sent to the department. The
*>              reject, validated, and exception files hold only the
*>              latest run's records, and postings archived off the
*>              live master by WS-MATH-ARCHIVE are not searched --
*>              use WS-MATH-INQUIRY for an archived key. Ends with
*>              RETURN-CODE 0 when the record was found posted to
*>              the results master, 4 when it was not (rejected,
*>              waiting for the batch step, or not found at all), and
*>              16 when the results master could not be opened.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-TRACE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-MASTER-FILE ASSIGN TO "mathmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MM-MASTER-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT MATH-FEED-REGISTER-FILE ASSIGN TO "mathfeeds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-FILE-STATUS.

    SELECT MATH-REJECT-FILE ASSIGN TO "mathrejct.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.

    SELECT MATH-VALID-FILE ASSIGN TO "mathvalid.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALID-FILE-STATUS.

    SELECT MATH-HELD-FILE ASSIGN TO "mathheld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT MATH-EXCEPTION-FILE ASSIGN TO "mathexcp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

    SELECT MATH-AUDIT-FILE ASSIGN TO "mathaudit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT MATH-CUT-REGISTER-FILE ASSIGN TO "mathcuts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUTREG-FILE-STATUS.

    SELECT MATH-TRACE-FILE ASSIGN TO "mathtrce.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRACE-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-FEED-REGISTER-FILE.
    COPY MATHFDR.

    FD MATH-REJECT-FILE.
    01 MATH-REJECT-RECORD       PIC X(200).

    FD MATH-VALID-FILE.
    COPY MATHINRC.

    FD MATH-HELD-FILE.
    COPY MATHHLD.

    FD MATH-EXCEPTION-FILE.
    COPY MATHEXC.

    FD MATH-AUDIT-FILE.
    01 MATH-AUDIT-RECORD        PIC X(250).

    FD MATH-CUT-REGISTER-FILE.
    COPY MATHCUT.

    FD MATH-TRACE-FILE.
    01 MATH-TRACE-RECORD        PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-FEEDREG-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-VALID-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-HELD-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-EXCEPTION-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-AUDIT-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-CUTREG-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-TRACE-FILE-STATUS     PIC XX VALUE SPACES.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-TRACE-PRINT-SW        PIC X VALUE 'N'.
        88 WS-TRACE-PRINTING        VALUE 'Y'.

    01 WS-MASTER-OPEN-SW        PIC X VALUE 'N'.
        88 WS-MASTER-OPEN           VALUE 'Y'.
        88 WS-MASTER-EMPTY          VALUE 'E'.
        88 WS-MASTER-UNAVAILABLE    VALUE 'U'.

    01 WS-LINEAGE-KNOWN-SW      PIC X VALUE 'N'.
        88 WS-LINEAGE-KNOWN         VALUE 'Y'.

    01 WS-MATCH-SW              PIC X VALUE 'N'.
        88 WS-MATCH-FOUND           VALUE 'Y'.

    01 WS-TRACE-MODE            PIC X VALUE SPACE.
        88 WS-FEED-MODE             VALUE 'F'.
        88 WS-KEY-MODE              VALUE 'K'.

    01 WS-TRACE-LINEAGE.
        05 WS-TRC-FEED-FILE-ID   PIC X(8) VALUE SPACES.
        05 WS-TRC-FEED-CREATE-DATE PIC 9(8) VALUE ZERO.
        05 WS-TRC-FEED-RECORD-NUMBER PIC 9(9) VALUE ZERO.

    01 WS-TRACE-KEY.
        05 WS-TRC-RUN-DATE       PIC 9(8) VALUE ZERO.
        05 WS-TRC-RUN-NUMBER     PIC 9(3) VALUE ZERO.
        05 WS-TRC-RECORD-NUMBER  PIC 9(9) VALUE ZERO.

    01 WS-CHECK-KEY.
        05 WS-CHK-RUN-DATE       PIC 9(8) VALUE ZERO.
        05 WS-CHK-RUN-NUMBER     PIC 9(3) VALUE ZERO.
        05 WS-CHK-RECORD-NUMBER  PIC 9(9) VALUE ZERO.
    01 WS-CHECK-SOURCE          PIC X(8) VALUE SPACES.

    01 WS-POSTED-TABLE.
        05 WS-POSTED-COUNT       PIC 9(3) VALUE ZERO.
        05 WS-POSTED-ENTRY OCCURS 20 TIMES.
            10 WS-POSTED-KEY.
                15 WS-PST-RUN-DATE       PIC 9(8).
                15 WS-PST-RUN-NUMBER     PIC 9(3).
                15 WS-PST-RECORD-NUMBER  PIC 9(9).
            10 WS-POSTED-SOURCE      PIC X(8).
    01 WS-POSTED-MAX            PIC 9(3) VALUE 20.
    01 WS-POSTED-OVERFLOW       PIC 9(5) VALUE ZERO.
    01 WS-POST-SUB              PIC 9(3) VALUE ZERO.

    01 WS-SECTION-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-VALID-RECORD-NUMBER   PIC 9(9) VALUE ZERO.
    01 WS-REJECT-SEEN-COUNT     PIC 9(5) VALUE ZERO.

    01 WS-TRACE-LINE            PIC X(132) VALUE SPACES.
    01 WS-HEADING-TEXT          PIC X(132) VALUE SPACES.

    01 WS-ED-COUNT              PIC Z(8)9.
    01 WS-ED-TOTAL              PIC -(13)9.99.

    COPY MATHREJ.
    COPY MATHAUDL.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM GET-TRACE-MODE
    IF WS-FEED-MODE
        PERFORM GET-FEED-IDENTITY
    ELSE
        PERFORM GET-MASTER-KEY
    END-IF
    PERFORM OPEN-TRACE-FILE
    PERFORM OPEN-MASTER-FILE
    IF WS-KEY-MODE
        PERFORM TRACE-BY-MASTER-KEY
    ELSE
        SET WS-LINEAGE-KNOWN TO TRUE
        MOVE SPACES TO WS-TRACE-LINE
        STRING "===== WS-MATH-TRACE -- feed "  DELIMITED BY SIZE
               WS-TRC-FEED-FILE-ID             DELIMITED BY SPACE
               " created "                     DELIMITED BY SIZE
               WS-TRC-FEED-CREATE-DATE         DELIMITED BY SIZE
               " line "                        DELIMITED BY SIZE
               WS-TRC-FEED-RECORD-NUMBER       DELIMITED BY SIZE
               " ====="                        DELIMITED BY SIZE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
    END-IF
    IF WS-LINEAGE-KNOWN
        PERFORM TRACE-FEED-REGISTER
        PERFORM TRACE-EDIT-OUTCOME
        PERFORM TRACE-SCREENING
    END-IF
    IF WS-FEED-MODE
        PERFORM TRACE-MASTER-POSTINGS
    END-IF
    PERFORM TRACE-EXCEPTIONS
    PERFORM TRACE-AUDIT-LINES
    PERFORM TRACE-RESULT-CUTS
    PERFORM FINISH-TRACE
    IF WS-MASTER-OPEN
        CLOSE MATH-MASTER-FILE
    END-IF
    IF WS-TRACE-PRINTING
        CLOSE MATH-TRACE-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-MASTER-UNAVAILABLE
            MOVE 16 TO RETURN-CODE
        WHEN WS-POSTED-COUNT = ZERO
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-TRACE-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-TRACE-MODE UNTIL WS-ENTRY-VALID
    .

PROMPT-TRACE-MODE.
    DISPLAY "Trace from a line of a department's feed, or from a"
    DISPLAY "results-master key? (F = feed line, K = master key): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-TRACE-MODE
    ACCEPT WS-TRACE-MODE
    INSPECT WS-TRACE-MODE CONVERTING "fk" TO "FK"
    IF WS-FEED-MODE OR WS-KEY-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer F or K."
    END-IF
    .

GET-FEED-IDENTITY.
    DISPLAY "Feed file ID (from the feed header): "
        WITH NO ADVANCING
    ACCEPT WS-TRC-FEED-FILE-ID
    DISPLAY "Feed creation date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-TRC-FEED-CREATE-DATE
    DISPLAY "Line number within the feed (the header is line 1): "
        WITH NO ADVANCING
    ACCEPT WS-TRC-FEED-RECORD-NUMBER
    .

GET-MASTER-KEY.
    DISPLAY "Run date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-TRC-RUN-DATE
    DISPLAY "Run number (1 for the first or only run that day): "
        WITH NO ADVANCING
    ACCEPT WS-TRC-RUN-NUMBER
    DISPLAY "Record number: " WITH NO ADVANCING
    ACCEPT WS-TRC-RECORD-NUMBER
    .

OPEN-TRACE-FILE.
    OPEN OUTPUT MATH-TRACE-FILE
    IF WS-TRACE-FILE-STATUS = "00"
        SET WS-TRACE-PRINTING TO TRUE
    ELSE
        DISPLAY "WARNING: unable to open MATH-TRACE-FILE"
            " (mathtrce.dat), file status " WS-TRACE-FILE-STATUS
        DISPLAY "         -- the trace is shown on the screen only."
    END-IF
    .

EMIT-TRACE-LINE.
    DISPLAY WS-TRACE-LINE
    IF WS-TRACE-PRINTING
        MOVE WS-TRACE-LINE TO MATH-TRACE-RECORD
        WRITE MATH-TRACE-RECORD
    END-IF
    MOVE SPACES TO WS-TRACE-LINE
    .

*> The heading text is already in WS-TRACE-LINE; a blank line is
*> emitted ahead of it.
EMIT-SECTION-HEADING.
    MOVE WS-TRACE-LINE TO WS-HEADING-TEXT
    MOVE SPACES TO WS-TRACE-LINE
    PERFORM EMIT-TRACE-LINE
    MOVE WS-HEADING-TEXT TO WS-TRACE-LINE
    PERFORM EMIT-TRACE-LINE
    MOVE ZERO TO WS-SECTION-COUNT
    MOVE 'N' TO WS-EOF-SW
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
            DISPLAY "ERROR: unable to open MATH-MASTER-FILE"
                " (mathmast.dat), file status " WS-MASTER-FILE-STATUS
            DISPLAY "       -- postings cannot be traced; the other"
                " files are still searched."
    END-EVALUATE
    .

TRACE-BY-MASTER-KEY.
    MOVE SPACES TO WS-TRACE-LINE
    STRING "===== WS-MATH-TRACE -- master key run date "
                                            DELIMITED BY SIZE
           WS-TRC-RUN-DATE                  DELIMITED BY SIZE
           " run "                          DELIMITED BY SIZE
           WS-TRC-RUN-NUMBER                DELIMITED BY SIZE
           " record "                       DELIMITED BY SIZE
           WS-TRC-RECORD-NUMBER             DELIMITED BY SIZE
           " ====="                         DELIMITED BY SIZE
        INTO WS-TRACE-LINE
    END-STRING
    PERFORM EMIT-TRACE-LINE
    MOVE "Results master posting" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    IF NOT WS-MASTER-OPEN
        MOVE "  The results master is not available -- the key"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "  cannot be looked up." TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    ELSE
        MOVE WS-TRACE-KEY TO MM-MASTER-KEY
        READ MATH-MASTER-FILE
            INVALID KEY
                MOVE "  Not on the live results master. If the run"
                    TO WS-TRACE-LINE
                PERFORM EMIT-TRACE-LINE
                MOVE "  date was archived, WS-MATH-INQUIRY names the"
                    TO WS-TRACE-LINE
                PERFORM EMIT-TRACE-LINE
                MOVE "  archive file that holds it."
                    TO WS-TRACE-LINE
                PERFORM EMIT-TRACE-LINE
            NOT INVALID KEY
                PERFORM SHOW-MASTER-POSTING
                IF MM-FEED-FILE-ID = SPACES
                    MOVE "  The posting was made before lineage was"
                        TO WS-TRACE-LINE
                    PERFORM EMIT-TRACE-LINE
                    MOVE "  carried -- its feed line is not known."
                        TO WS-TRACE-LINE
                    PERFORM EMIT-TRACE-LINE
                ELSE
                    MOVE MM-LINEAGE TO WS-TRACE-LINEAGE
                    SET WS-LINEAGE-KNOWN TO TRUE
                END-IF
        END-READ
    END-IF
    .

TRACE-FEED-REGISTER.
    MOVE "Received-feed register (mathfeeds.dat)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    OPEN INPUT MATH-FEED-REGISTER-FILE
    IF WS-FEEDREG-FILE-STATUS = "00"
        PERFORM CHECK-ONE-FEED-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-FEED-REGISTER-FILE
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE SPACES TO WS-TRACE-LINE
        STRING "  Feed "                    DELIMITED BY SIZE
               WS-TRC-FEED-FILE-ID          DELIMITED BY SPACE
               " created "                  DELIMITED BY SIZE
               WS-TRC-FEED-CREATE-DATE      DELIMITED BY SIZE
               " is not on the register."   DELIMITED BY SIZE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-FEED-ENTRY.
    READ MATH-FEED-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MFR-FILE-ID = WS-TRC-FEED-FILE-ID
                    AND MFR-CREATE-DATE = WS-TRC-FEED-CREATE-DATE
                ADD 1 TO WS-SECTION-COUNT
                MOVE SPACES TO WS-TRACE-LINE
                STRING "  "                 DELIMITED BY SIZE
                       MFR-STATUS           DELIMITED BY SPACE
                       " from "             DELIMITED BY SIZE
                       MFR-SENDING-SYSTEM   DELIMITED BY SPACE
                       " on "               DELIMITED BY SIZE
                       MFR-ACCEPT-DATE      DELIMITED BY SIZE
                       " at "               DELIMITED BY SIZE
                       MFR-ACCEPT-TIME      DELIMITED BY SIZE
                    INTO WS-TRACE-LINE
                END-STRING
                PERFORM EMIT-TRACE-LINE
            END-IF
    END-READ
    .

TRACE-EDIT-OUTCOME.
    MOVE "Edit outcome (latest WS-MATH-EDIT run)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    OPEN INPUT MATH-REJECT-FILE
    IF WS-REJECT-FILE-STATUS = "00"
        PERFORM CHECK-ONE-REJECT-LINE UNTIL WS-END-OF-FILE
        CLOSE MATH-REJECT-FILE
    END-IF
    MOVE WS-SECTION-COUNT TO WS-REJECT-SEEN-COUNT
    MOVE 'N' TO WS-EOF-SW
    MOVE ZERO TO WS-VALID-RECORD-NUMBER
    OPEN INPUT MATH-VALID-FILE
    IF WS-VALID-FILE-STATUS = "00"
        PERFORM CHECK-ONE-VALID-RECORD UNTIL WS-END-OF-FILE
        CLOSE MATH-VALID-FILE
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE "  The line is in neither the reject file nor"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "  mathvalid.dat -- both hold only the latest edit run."
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-REJECT-LINE.
    READ MATH-REJECT-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-REJECT-RECORD TO MATH-REJECT-LINE
            IF MRJ-FEED-FILE-ID = WS-TRC-FEED-FILE-ID
                    AND MRJ-FEED-CREATE-DATE
                        = WS-TRC-FEED-CREATE-DATE
                    AND MRJ-FEED-RECORD-NUMBER
                        = WS-TRC-FEED-RECORD-NUMBER
                ADD 1 TO WS-SECTION-COUNT
                PERFORM SHOW-REJECT-LINE
            END-IF
    END-READ
    .

SHOW-REJECT-LINE.
    MOVE SPACES TO WS-TRACE-LINE
    STRING "  REJECTED as "                 DELIMITED BY SIZE
           MRJ-REASON                       DELIMITED BY SPACE
           " (mathrejct.dat record "        DELIMITED BY SIZE
           MRJ-RECORD-NUMBER                DELIMITED BY SIZE
           ", from "                        DELIMITED BY SIZE
           MRJ-SOURCE                       DELIMITED BY SPACE
           ")"                              DELIMITED BY SIZE
        INTO WS-TRACE-LINE
    END-STRING
    PERFORM EMIT-TRACE-LINE
    EVALUATE TRUE
        WHEN MRJ-CORRECTED OR MRJ-RESUBMITTED
            MOVE "  Corrected through WS-MATH-CORRECT and resubmitted"
                TO WS-TRACE-LINE
            PERFORM EMIT-TRACE-LINE
            MOVE "  in mathresub.dat under the same feed line."
                TO WS-TRACE-LINE
        WHEN MRJ-RETURNED
            MOVE "  Returned to the sender uncorrected through"
                TO WS-TRACE-LINE
            PERFORM EMIT-TRACE-LINE
            MOVE "  WS-MATH-CORRECT." TO WS-TRACE-LINE
        WHEN OTHER
            MOVE "  Not yet worked in WS-MATH-CORRECT (status NEW)."
                TO WS-TRACE-LINE
    END-EVALUATE
    PERFORM EMIT-TRACE-LINE
    .

CHECK-ONE-VALID-RECORD.
    READ MATH-VALID-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-VALID-RECORD-NUMBER
            IF MI-LINEAGE = WS-TRACE-LINEAGE
                ADD 1 TO WS-SECTION-COUNT
                MOVE SPACES TO WS-TRACE-LINE
                STRING "  VALIDATED onto mathvalid.dat as record "
                                            DELIMITED BY SIZE
                       WS-VALID-RECORD-NUMBER
                                            DELIMITED BY SIZE
                       " of the batch input" DELIMITED BY SIZE
                    INTO WS-TRACE-LINE
                END-STRING
                PERFORM EMIT-TRACE-LINE
            END-IF
    END-READ
    .

TRACE-SCREENING.
    MOVE "Department screening (mathheld.dat)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    OPEN INPUT MATH-HELD-FILE
    IF WS-HELD-FILE-STATUS = "00"
        PERFORM CHECK-ONE-HELD-RECORD UNTIL WS-END-OF-FILE
        CLOSE MATH-HELD-FILE
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE "  Never held back by WS-MATH-SCREEN." TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-HELD-RECORD.
    READ MATH-HELD-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MHL-LINEAGE = WS-TRACE-LINEAGE
                ADD 1 TO WS-SECTION-COUNT
                PERFORM SHOW-HELD-RECORD
            END-IF
    END-READ
    .

SHOW-HELD-RECORD.
    MOVE SPACES TO WS-TRACE-LINE
    STRING "  HELD on "                     DELIMITED BY SIZE
           MHL-HELD-DATE                    DELIMITED BY SIZE
           " -- "                           DELIMITED BY SIZE
           MHL-SENDING-SYSTEM               DELIMITED BY SPACE
           " breached "                     DELIMITED BY SIZE
           MHL-BREACH                       DELIMITED BY SPACE
        INTO WS-TRACE-LINE
    END-STRING
    PERFORM EMIT-TRACE-LINE
    MOVE SPACES TO WS-TRACE-LINE
    EVALUATE TRUE
        WHEN MHL-RELEASED
            STRING "  Released into the next batch run on "
                                            DELIMITED BY SIZE
                   MHL-ACTION-DATE          DELIMITED BY SIZE
                   " by "                   DELIMITED BY SIZE
                   MHL-ACTION-BY            DELIMITED BY SPACE
                INTO WS-TRACE-LINE
            END-STRING
        WHEN MHL-RETURNED
            STRING "  Returned to the sender on "
                                            DELIMITED BY SIZE
                   MHL-ACTION-DATE          DELIMITED BY SIZE
                   " by "                   DELIMITED BY SIZE
                   MHL-ACTION-BY            DELIMITED BY SPACE
                INTO WS-TRACE-LINE
            END-STRING
        WHEN OTHER
            MOVE "  Still held -- waiting for WS-MATH-RELEASE."
                TO WS-TRACE-LINE
    END-EVALUATE
    PERFORM EMIT-TRACE-LINE
    .

TRACE-MASTER-POSTINGS.
    MOVE "Results master postings (mathmast.dat)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    IF WS-MASTER-OPEN
        PERFORM CHECK-ONE-MASTER-RECORD UNTIL WS-END-OF-FILE
    END-IF
    IF WS-POSTED-COUNT = ZERO
        MOVE "  No posting on the live results master came from this"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "  line (postings archived by WS-MATH-ARCHIVE are not"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "  searched)." TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-MASTER-RECORD.
    READ MATH-MASTER-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MM-LINEAGE = WS-TRACE-LINEAGE
                PERFORM SHOW-MASTER-POSTING
            END-IF
    END-READ
    .

SHOW-MASTER-POSTING.
    IF WS-POSTED-COUNT < WS-POSTED-MAX
        ADD 1 TO WS-POSTED-COUNT
        MOVE MM-MASTER-KEY TO WS-POSTED-KEY (WS-POSTED-COUNT)
        MOVE MM-SOURCE-SYSTEM TO WS-POSTED-SOURCE (WS-POSTED-COUNT)
    ELSE
        ADD 1 TO WS-POSTED-OVERFLOW
    END-IF
    MOVE SPACES TO WS-TRACE-LINE
    IF MM-REVERSAL-ENTRY
        STRING "  POSTED reversal offset under run date "
                                            DELIMITED BY SIZE
               MM-RUN-DATE                  DELIMITED BY SIZE
               " run "                      DELIMITED BY SIZE
               MM-RUN-NUMBER                DELIMITED BY SIZE
               " record "                   DELIMITED BY SIZE
               MM-RECORD-NUMBER             DELIMITED BY SIZE
               " from "                     DELIMITED BY SIZE
               MM-SOURCE-SYSTEM             DELIMITED BY SPACE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
        STRING "  It backs out run date "   DELIMITED BY SIZE
               MM-REV-RUN-DATE              DELIMITED BY SIZE
               " run "                      DELIMITED BY SIZE
               MM-REV-RUN-NUMBER            DELIMITED BY SIZE
               " record "                   DELIMITED BY SIZE
               MM-REV-RECORD-NUMBER         DELIMITED BY SIZE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
    ELSE
        STRING "  POSTED under run date "   DELIMITED BY SIZE
               MM-RUN-DATE                  DELIMITED BY SIZE
               " run "                      DELIMITED BY SIZE
               MM-RUN-NUMBER                DELIMITED BY SIZE
               " record "                   DELIMITED BY SIZE
               MM-RECORD-NUMBER             DELIMITED BY SIZE
               " from "                     DELIMITED BY SIZE
               MM-SOURCE-SYSTEM             DELIMITED BY SPACE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
        MOVE MM-TOT TO WS-ED-TOTAL
        STRING "  Total "                   DELIMITED BY SIZE
               WS-ED-TOTAL                  DELIMITED BY SIZE
               "  DIVZERO="                 DELIMITED BY SIZE
               MM-DIVZERO-FLAG              DELIMITED BY SIZE
               " SIZEERR="                  DELIMITED BY SIZE
               MM-SIZE-ERROR-FLAG           DELIMITED BY SIZE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
        IF MM-REVERSED
            STRING "  Since REVERSED by run date "
                                            DELIMITED BY SIZE
                   MM-REV-RUN-DATE          DELIMITED BY SIZE
                   " run "                  DELIMITED BY SIZE
                   MM-REV-RUN-NUMBER        DELIMITED BY SIZE
                   " record "               DELIMITED BY SIZE
                   MM-REV-RECORD-NUMBER     DELIMITED BY SIZE
                INTO WS-TRACE-LINE
            END-STRING
            PERFORM EMIT-TRACE-LINE
        END-IF
    END-IF
    .

TRACE-EXCEPTIONS.
    MOVE "Exceptions (mathexcp.dat, latest batch run)"
        TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    OPEN INPUT MATH-EXCEPTION-FILE
    IF WS-EXCEPTION-FILE-STATUS = "00"
        PERFORM CHECK-ONE-EXCEPTION UNTIL WS-END-OF-FILE
        CLOSE MATH-EXCEPTION-FILE
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE "  None." TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-EXCEPTION.
    READ MATH-EXCEPTION-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE 'N' TO WS-MATCH-SW
            IF WS-LINEAGE-KNOWN AND MX-LINEAGE = WS-TRACE-LINEAGE
                SET WS-MATCH-FOUND TO TRUE
            ELSE
                MOVE MX-RUN-DATE TO WS-CHK-RUN-DATE
                MOVE MX-RUN-NUMBER TO WS-CHK-RUN-NUMBER
                MOVE MX-RECORD-NUMBER TO WS-CHK-RECORD-NUMBER
                PERFORM FIND-POSTED-KEY
            END-IF
            IF WS-MATCH-FOUND
                ADD 1 TO WS-SECTION-COUNT
                MOVE SPACES TO WS-TRACE-LINE
                STRING "  "                 DELIMITED BY SIZE
                       MX-CONDITION         DELIMITED BY SPACE
                       " on run date "      DELIMITED BY SIZE
                       MX-RUN-DATE          DELIMITED BY SIZE
                       " run "              DELIMITED BY SIZE
                       MX-RUN-NUMBER        DELIMITED BY SIZE
                       " record "           DELIMITED BY SIZE
                       MX-RECORD-NUMBER     DELIMITED BY SIZE
                       " inputs "           DELIMITED BY SIZE
                       MX-INPUT1            DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       MX-INPUT2            DELIMITED BY SIZE
                    INTO WS-TRACE-LINE
                END-STRING
                PERFORM EMIT-TRACE-LINE
            END-IF
    END-READ
    .

TRACE-AUDIT-LINES.
    MOVE "Batch audit lines (mathaudit.dat)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    IF WS-POSTED-COUNT > ZERO
        OPEN INPUT MATH-AUDIT-FILE
        IF WS-AUDIT-FILE-STATUS = "00"
            PERFORM CHECK-ONE-AUDIT-LINE UNTIL WS-END-OF-FILE
            CLOSE MATH-AUDIT-FILE
        END-IF
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE "  None on the live audit file (lines aged off by"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "  WS-MATH-AUDIT are in its dated archives)."
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-AUDIT-LINE.
    READ MATH-AUDIT-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-AUDIT-RECORD TO MATH-AUDIT-LINE
            MOVE 'N' TO WS-MATCH-SW
            IF MA-PROGRAM-ID = "WS-MATH-BATCH"
                    AND MA-RUN-DATE IS NUMERIC
                    AND MA-RUN-NUMBER IS NUMERIC
                    AND MA-RECORD-NUMBER IS NUMERIC
                MOVE MA-RUN-DATE TO WS-CHK-RUN-DATE
                MOVE MA-RUN-NUMBER TO WS-CHK-RUN-NUMBER
                MOVE MA-RECORD-NUMBER TO WS-CHK-RECORD-NUMBER
                PERFORM FIND-POSTED-KEY
            END-IF
            IF WS-MATCH-FOUND
                ADD 1 TO WS-SECTION-COUNT
                MOVE MA-TOT TO WS-ED-TOTAL
                MOVE SPACES TO WS-TRACE-LINE
                STRING "  "                 DELIMITED BY SIZE
                       MA-RUN-DATE          DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       MA-RUN-TIME          DELIMITED BY SIZE
                       " run "              DELIMITED BY SIZE
                       MA-RUN-NUMBER        DELIMITED BY SIZE
                       " record "           DELIMITED BY SIZE
                       MA-RECORD-NUMBER     DELIMITED BY SIZE
                       " type "             DELIMITED BY SIZE
                       MA-ENTRY-TYPE        DELIMITED BY SIZE
                       " total "            DELIMITED BY SIZE
                       WS-ED-TOTAL          DELIMITED BY SIZE
                    INTO WS-TRACE-LINE
                END-STRING
                PERFORM EMIT-TRACE-LINE
            END-IF
    END-READ
    .

TRACE-RESULT-CUTS.
    MOVE "Outbound results cuts (mathcuts.dat)" TO WS-TRACE-LINE
    PERFORM EMIT-SECTION-HEADING
    IF WS-POSTED-COUNT > ZERO
        OPEN INPUT MATH-CUT-REGISTER-FILE
        IF WS-CUTREG-FILE-STATUS = "00"
            PERFORM CHECK-ONE-RESULT-CUT UNTIL WS-END-OF-FILE
            CLOSE MATH-CUT-REGISTER-FILE
        END-IF
    END-IF
    IF WS-SECTION-COUNT = ZERO
        MOVE "  No mathrslt.dat cut has carried the posting back yet."
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
    END-IF
    .

CHECK-ONE-RESULT-CUT.
    READ MATH-CUT-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MCU-RUN-DATE TO WS-CHK-RUN-DATE
            MOVE MCU-RUN-NUMBER TO WS-CHK-RUN-NUMBER
            MOVE MCU-SENDING-SYSTEM TO WS-CHECK-SOURCE
            PERFORM FIND-POSTED-RUN
            IF WS-MATCH-FOUND
                ADD 1 TO WS-SECTION-COUNT
                MOVE MCU-RECORD-COUNT TO WS-ED-COUNT
                MOVE SPACES TO WS-TRACE-LINE
                STRING "  CARRIED BACK in cut "  DELIMITED BY SIZE
                       MCU-CUT-FILE-ID      DELIMITED BY SPACE
                       " created "          DELIMITED BY SIZE
                       MCU-CUT-DATE         DELIMITED BY SIZE
                       " at "               DELIMITED BY SIZE
                       MCU-CUT-TIME         DELIMITED BY SIZE
                       " for run date "     DELIMITED BY SIZE
                       MCU-RUN-DATE         DELIMITED BY SIZE
                       " run "              DELIMITED BY SIZE
                       MCU-RUN-NUMBER       DELIMITED BY SIZE
                       " ("                 DELIMITED BY SIZE
                       WS-ED-COUNT          DELIMITED BY SIZE
                       " records)"          DELIMITED BY SIZE
                    INTO WS-TRACE-LINE
                END-STRING
                PERFORM EMIT-TRACE-LINE
                IF MCU-ACK-OUTSTANDING
                    MOVE "  Not yet acknowledged by the department."
                        TO WS-TRACE-LINE
                ELSE
                    STRING "  "             DELIMITED BY SIZE
                           MCU-ACK-STATUS   DELIMITED BY SPACE
                           " by "           DELIMITED BY SIZE
                           MCU-ACK-BY       DELIMITED BY SPACE
                           " on "           DELIMITED BY SIZE
                           MCU-ACK-DATE     DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           MCU-ACK-REASON   DELIMITED BY SPACE
                        INTO WS-TRACE-LINE
                    END-STRING
                END-IF
                PERFORM EMIT-TRACE-LINE
            END-IF
    END-READ
    .

FIND-POSTED-KEY.
    MOVE 'N' TO WS-MATCH-SW
    PERFORM COMPARE-ONE-POSTED-KEY
        VARYING WS-POST-SUB FROM 1 BY 1
        UNTIL WS-POST-SUB > WS-POSTED-COUNT OR WS-MATCH-FOUND
    .

COMPARE-ONE-POSTED-KEY.
    IF WS-POSTED-KEY (WS-POST-SUB) = WS-CHECK-KEY
        SET WS-MATCH-FOUND TO TRUE
    END-IF
    .

*> A cut made for one sending system only carries that system's
*> postings; a cut with no sending system carries the whole run.
FIND-POSTED-RUN.
    MOVE 'N' TO WS-MATCH-SW
    PERFORM COMPARE-ONE-POSTED-RUN
        VARYING WS-POST-SUB FROM 1 BY 1
        UNTIL WS-POST-SUB > WS-POSTED-COUNT OR WS-MATCH-FOUND
    .

COMPARE-ONE-POSTED-RUN.
    IF WS-PST-RUN-DATE (WS-POST-SUB) = WS-CHK-RUN-DATE
            AND WS-PST-RUN-NUMBER (WS-POST-SUB) = WS-CHK-RUN-NUMBER
            AND (WS-CHECK-SOURCE = SPACES
                OR WS-CHECK-SOURCE = WS-POSTED-SOURCE (WS-POST-SUB))
        SET WS-MATCH-FOUND TO TRUE
    END-IF
    .

FINISH-TRACE.
    MOVE SPACES TO WS-TRACE-LINE
    PERFORM EMIT-TRACE-LINE
    IF WS-POSTED-OVERFLOW > ZERO
        MOVE SPACES TO WS-TRACE-LINE
        STRING "NOTE: "                     DELIMITED BY SIZE
               WS-POSTED-OVERFLOW           DELIMITED BY SIZE
               " further posting(s) were not followed into the"
                                            DELIMITED BY SIZE
               " exception, audit, and cut files."
                                            DELIMITED BY SIZE
            INTO WS-TRACE-LINE
        END-STRING
        PERFORM EMIT-TRACE-LINE
    END-IF
    IF WS-POSTED-COUNT = ZERO
        MOVE "RESULT: the record was not found posted to the results"
            TO WS-TRACE-LINE
        PERFORM EMIT-TRACE-LINE
        MOVE "        master." TO WS-TRACE-LINE
    ELSE
        MOVE "RESULT: the record was posted to the results master."
            TO WS-TRACE-LINE
    END-IF
    PERFORM EMIT-TRACE-LINE
    IF WS-TRACE-PRINTING
        DISPLAY "The trace is also in mathtrce.dat."
    END-IF
    DISPLAY "============================================"
    .
