*>              WS-MATH-BATCH maintains, so the sending departments
*>              get their results back in a machine-readable file
*>              instead of a printed report or a keyed lookup done on
*>              their behalf. Prompts for a run date (defaulting to
*>              the current business date on the processing
*>              calendar, COPY MATHCAL) and the run number within
*>              that day (1 for the first or only run),
*>              and optionally the one sending system to cut it for
*>              (left blank, the cut carries every system on the
*>              run), reads every MATH-MASTER-RECORD under that key, and
*>              writes one detail record per transaction (COPY
*>              MATHRSL) carrying the inputs, the five results, the
*>              DIVZERO/SIZEERR flags, and the sending system, to
*>              mathrslt.dat. The feed is framed exactly like the
*>              inbound one: a MATHHDRC header identifying the file
*>              and the business date it was cut, and a MATHTLRC
*>              trailer carrying the record count and the hash total of every
*>              input pair, so the receiving side can prove the
*>              return file arrived whole the same way we prove
*>              theirs did. The offsetting entry of a reversal goes
*>              out as its own record naming the posting it backs
*>              out, a reversed posting goes out flagged as reversed,
*>              and the trailer carries the count of reversal entries,
*>              so the department can net the two and the count and
*>              hash still balance. Every result also quotes the
*>              department's own file ID, creation date, and line
*>              number for the record (COPY MATHINRC lineage, carried
*>              on the master), and each cut goes out under its own
*>              file ID -- RF followed by the time it was cut -- and
*>              is recorded on the result-cut register (mathcuts.dat,
*>              COPY MATHCUT) with its run, sending system, count,
*>              and hash, marked OUTSTANDING until WS-MATH-ACK
*>              matches the department's acknowledgement of it, so
*>              WS-MATH-TRACE can say which cut carried a result
*>              back. Ends with RETURN-CODE 0 when the
*>              feed was cut, 4 when it was cut but could not be
*>              recorded on the result-cut register, 8 when the
*>              requested run has no records on the
*>              master (the feed is left empty), and 16 when a file
*>              could not be opened.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESULT-FILE-STATUS.

    SELECT MATH-CUT-REGISTER-FILE ASSIGN TO "mathcuts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUTREG-FILE-STATUS.

    SELECT MATH-CALENDAR-FILE ASSIGN TO "mathcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-RESULT-FILE.
    01 MATH-RESULT-RECORD       PIC X(150).

    FD MATH-CUT-REGISTER-FILE.
    COPY MATHCUT.

    FD MATH-CALENDAR-FILE.
    COPY MATHCAL.

    WORKING-STORAGE SECTION.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-RESULT-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CUTREG-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-FILE-STATUS  PIC XX VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).
    01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
        05 WS-RUN-TIME-HHMMSS    PIC 9(6).
        05 FILLER                PIC 99.

    01 WS-EXTRACT-DATE          PIC 9(8) VALUE ZERO.
    01 WS-EXTRACT-RUN           PIC 9(3) VALUE ZERO.
    01 WS-EXTRACT-SYSTEM        PIC X(8) VALUE SPACES.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-RUN            VALUE 'Y'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-EXTRACT-COUNT         PIC 9(9) VALUE ZERO.
    01 WS-REVERSAL-COUNT        PIC 9(9) VALUE ZERO.
    01 WS-HASH-TOTAL            PIC S9(11)V99 SIGN LEADING SEPARATE
                                    VALUE ZERO.

    COPY MATHRSL.
    COPY MATHHDRC.
    COPY MATHTLRC.
    COPY MATHCLW.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-BUSINESS-CALENDAR
    MOVE MCL-BUSINESS-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    DISPLAY "Run date to extract (YYYYMMDD, 0 for business date "
        WS-RUN-DATE "): " WITH NO ADVANCING
    ACCEPT WS-EXTRACT-DATE
    IF WS-EXTRACT-DATE = ZERO
        MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
    END-IF
    DISPLAY "Run number (1 for the first or only run that day): "
        WITH NO ADVANCING
    ACCEPT WS-EXTRACT-RUN
    DISPLAY "Sending system to cut for (blank = every system on"
        " the run): " WITH NO ADVANCING
    ACCEPT WS-EXTRACT-SYSTEM

    PERFORM OPEN-FILES
    IF WS-FILE-ERROR
            CLOSE MATH-MASTER-FILE
            CLOSE MATH-RESULT-FILE
            DISPLAY " "
            IF WS-EXTRACT-SYSTEM = SPACES
                DISPLAY "No results on file for run date "
                    WS-EXTRACT-DATE " run " WS-EXTRACT-RUN
                    " -- mathrslt.dat was left empty."
            ELSE
                DISPLAY "No results on file for run date "
                    WS-EXTRACT-DATE " run " WS-EXTRACT-RUN
                    " from " WS-EXTRACT-SYSTEM
                    " -- mathrslt.dat was left empty."
            END-IF
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM WRITE-RESULT-TRAILER
            CLOSE MATH-MASTER-FILE
            CLOSE MATH-RESULT-FILE
            PERFORM REGISTER-RESULT-CUT
            PERFORM DISPLAY-EXTRACT-SUMMARY
        END-IF
    END-IF

WRITE-RESULT-HEADER.
    MOVE 'H' TO MH-RECORD-TYPE
    MOVE SPACES TO MH-FILE-ID
    STRING "RF"                  DELIMITED BY SIZE
           WS-RUN-TIME-HHMMSS    DELIMITED BY SIZE
        INTO MH-FILE-ID
    END-STRING
    MOVE WS-RUN-DATE TO MH-CREATE-DATE
    MOVE "WS-MATH" TO MH-SENDING-SYSTEM
    MOVE SPACES TO MATH-RESULT-RECORD
    MOVE 'T' TO MTL-RECORD-TYPE
    MOVE WS-EXTRACT-COUNT TO MTL-RECORD-COUNT
    MOVE WS-HASH-TOTAL TO MTL-HASH-TOTAL
    MOVE WS-REVERSAL-COUNT TO MTL-REVERSAL-COUNT
    MOVE SPACES TO MATH-RESULT-RECORD
    MOVE MATH-TRAILER-RECORD TO MATH-RESULT-RECORD
    WRITE MATH-RESULT-RECORD
                    OR MM-RUN-NUMBER NOT = WS-EXTRACT-RUN
                SET WS-END-OF-RUN TO TRUE
            ELSE
                IF WS-EXTRACT-SYSTEM = SPACES
                        OR MM-SOURCE-SYSTEM = WS-EXTRACT-SYSTEM
                    PERFORM WRITE-RESULT-DETAIL
                END-IF
            END-IF
    END-READ
    .
    MOVE MM-TOT TO MRF-TOT
    MOVE MM-DIVZERO-FLAG TO MRF-DIVZERO-FLAG
    MOVE MM-SIZE-ERROR-FLAG TO MRF-SIZE-ERROR-FLAG
    IF MM-REVERSAL-ENTRY
        MOVE 'R' TO MRF-ENTRY-TYPE
        MOVE MM-REVERSAL-KEY TO MRF-ORIG-KEY
        ADD 1 TO WS-REVERSAL-COUNT
    ELSE
        MOVE 'D' TO MRF-ENTRY-TYPE
        MOVE ZERO TO MRF-ORIG-KEY
    END-IF
    IF MM-REVERSED
        MOVE 'Y' TO MRF-REVERSED-FLAG
    ELSE
        MOVE 'N' TO MRF-REVERSED-FLAG
    END-IF
    MOVE MM-LINEAGE TO MRF-LINEAGE
    MOVE SPACES TO MATH-RESULT-RECORD
    MOVE MATH-RESULT-DETAIL TO MATH-RESULT-RECORD
    WRITE MATH-RESULT-RECORD
    ADD MM-INPUT1 MM-INPUT2 TO WS-HASH-TOTAL
    .

REGISTER-RESULT-CUT.
    OPEN EXTEND MATH-CUT-REGISTER-FILE
    IF WS-CUTREG-FILE-STATUS = "35"
        OPEN OUTPUT MATH-CUT-REGISTER-FILE
    END-IF
    IF WS-CUTREG-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: unable to open MATH-CUT-REGISTER-FILE"
            " (mathcuts.dat), file status " WS-CUTREG-FILE-STATUS
        DISPLAY "         -- cut " MH-FILE-ID " is in mathrslt.dat"
            " but is not on the result-cut register."
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE MH-FILE-ID TO MCU-CUT-FILE-ID
        MOVE MH-CREATE-DATE TO MCU-CUT-DATE
        MOVE WS-RUN-TIME TO MCU-CUT-TIME
        MOVE WS-EXTRACT-DATE TO MCU-RUN-DATE
        MOVE WS-EXTRACT-RUN TO MCU-RUN-NUMBER
        MOVE WS-EXTRACT-SYSTEM TO MCU-SENDING-SYSTEM
        MOVE WS-EXTRACT-COUNT TO MCU-RECORD-COUNT
        MOVE WS-REVERSAL-COUNT TO MCU-REVERSAL-COUNT
        MOVE WS-HASH-TOTAL TO MCU-HASH-TOTAL
        MOVE "OUTSTANDING" TO MCU-ACK-STATUS
        MOVE ZERO TO MCU-ACK-DATE
        MOVE ZERO TO MCU-ACK-TIME
        MOVE SPACES TO MCU-ACK-BY
        MOVE SPACE TO MCU-ACK-CODE
        MOVE SPACES TO MCU-ACK-REASON
        MOVE ZERO TO MCU-ACK-COUNT
        MOVE ZERO TO MCU-ACK-HASH-TOTAL
        WRITE MATH-RESULT-CUT-RECORD
        IF WS-CUTREG-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: unable to write MATH-CUT-REGISTER-FILE"
                " (mathcuts.dat), file status " WS-CUTREG-FILE-STATUS
            DISPLAY "         -- cut " MH-FILE-ID " is in"
                " mathrslt.dat but is not on the result-cut"
                " register."
            MOVE 4 TO RETURN-CODE
        END-IF
        CLOSE MATH-CUT-REGISTER-FILE
    END-IF
    .

EMPTY-RESULT-FILE.
    CLOSE MATH-RESULT-FILE
    OPEN OUTPUT MATH-RESULT-FILE
    DISPLAY "===== WS-MATH-EXTRACT Run Summary =====".
    DISPLAY "Run date extracted     : ", WS-EXTRACT-DATE.
    DISPLAY "Run number extracted   : ", WS-EXTRACT-RUN.
    IF WS-EXTRACT-SYSTEM = SPACES
        DISPLAY "Sending system         : (every system on the run)"
    ELSE
        DISPLAY "Sending system         : ", WS-EXTRACT-SYSTEM
    END-IF
    DISPLAY "Cut file ID            : ", MH-FILE-ID.
    DISPLAY "Detail records written : ", WS-EXTRACT-COUNT.
    DISPLAY "  of which reversals   : ", WS-REVERSAL-COUNT.
    DISPLAY "Hash total written     : ", WS-HASH-TOTAL.
    DISPLAY " ".
    DISPLAY "The outbound results feed is in mathrslt.dat --"
    DISPLAY "transmit it back to the sending departments. It is"
    DISPLAY "OUTSTANDING on mathcuts.dat until WS-MATH-ACK matches"
    DISPLAY "the department's acknowledgement."
    DISPLAY "======================================="
    .

COPY MATHCLP.
