*>              department's question about what the system computed
*>              for their submission on a given day is answered in
*>              seconds instead of by restoring an old mathout.dat.
*>              A reversed posting shows the key of the offsetting
*>              entry that backed it out, and an offsetting entry
*>              shows the key of the posting it reverses, and a
*>              posting that carries its lineage shows the feed file
*>              ID, creation date, and line it arrived on. A key
*>              that is no longer on the live master is looked up on
*>              the master archive register (mathmarc.dat, COPY
*>              MATHMAR) that WS-MATH-ARCHIVE keeps; when its run date
*>              was archived the operator is told which archive file
*>              holds it and may have the archive searched for the
*>              record there and then.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-INQUIRY.
        RECORD KEY IS MM-MASTER-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT MATH-ARCHIVE-REGISTER-FILE ASSIGN TO "mathmarc.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT MATH-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-ARCHIVE-REGISTER-FILE.
    COPY MATHMAR.

    FD MATH-ARCHIVE-FILE.
    01 MATH-ARCHIVE-RECORD      PIC X(250).

    WORKING-STORAGE SECTION.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-REGISTER-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-ARCHIVE-FILE-STATUS   PIC XX VALUE SPACES.

    01 WS-ARCHIVE-FILE-NAME     PIC X(30) VALUE SPACES.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-ARCHIVED-SW           PIC X VALUE 'N'.
        88 WS-DATE-ARCHIVED         VALUE 'Y'.

    01 WS-ARCHIVE-FOUND-SW      PIC X VALUE 'N'.
        88 WS-ARCHIVE-FOUND         VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-SEARCH-ENTRY          PIC X VALUE SPACE.
        88 WS-SEARCH-YES            VALUE 'Y'.
        88 WS-SEARCH-NO             VALUE 'N'.

    01 WS-ARCHIVE-IMAGE         PIC X(250).
    01 WS-ARCHIVE-IMAGE-KEY REDEFINES WS-ARCHIVE-IMAGE.
        05 WS-ARC-MASTER-KEY     PIC X(20).
        05 FILLER                PIC X(230).

    01 WS-KEPT-ARCHIVE-DATE     PIC 9(8) VALUE ZERO.
    01 WS-KEPT-RECORD-COUNT     PIC 9(9) VALUE ZERO.

    01 WS-INQUIRY-KEY.
        05 WS-KEY-RUN-DATE       PIC 9(8).
        05 WS-KEY-RUN-NUMBER     PIC 9(3).
        05 WS-KEY-RECORD-NUMBER  PIC 9(9).

    01 WS-SESSION-DONE-SW       PIC X VALUE 'N'.
        88 WS-SESSION-DONE          VALUE 'Y'.
    MOVE WS-INQUIRY-RECORD TO MM-RECORD-NUMBER
    READ MATH-MASTER-FILE
        INVALID KEY
            PERFORM CHECK-ARCHIVE-REGISTER
        NOT INVALID KEY
            PERFORM DISPLAY-MASTER-RECORD
    END-READ
    .

CHECK-ARCHIVE-REGISTER.
    MOVE WS-INQUIRY-DATE TO WS-KEY-RUN-DATE
    MOVE WS-INQUIRY-RUN TO WS-KEY-RUN-NUMBER
    MOVE WS-INQUIRY-RECORD TO WS-KEY-RECORD-NUMBER
    MOVE 'N' TO WS-ARCHIVED-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-ARCHIVE-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS = "00"
        PERFORM SCAN-ONE-REGISTER-ENTRY UNTIL WS-END-OF-FILE
        CLOSE MATH-ARCHIVE-REGISTER-FILE
    END-IF
    IF NOT WS-DATE-ARCHIVED
        DISPLAY "No result on file for run date " WS-KEY-RUN-DATE
            " run " WS-KEY-RUN-NUMBER
            " record " WS-KEY-RECORD-NUMBER
    ELSE
        DISPLAY "Run date " WS-KEY-RUN-DATE " is no longer on the"
            " live master -- it was archived on " WS-KEPT-ARCHIVE-DATE
        DISPLAY "to " WS-ARCHIVE-FILE-NAME " (" WS-KEPT-RECORD-COUNT
            " record(s) for that date)."
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-ARCHIVE-SEARCH UNTIL WS-ENTRY-VALID
        IF WS-SEARCH-YES
            PERFORM SEARCH-ARCHIVE-FILE
        END-IF
    END-IF
    .

*> The register is read to the end and the last entry for the date
*> is kept, so the most recent archive of a date is the one named.
SCAN-ONE-REGISTER-ENTRY.
    READ MATH-ARCHIVE-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MMA-RUN-DATE = WS-KEY-RUN-DATE
                SET WS-DATE-ARCHIVED TO TRUE
                MOVE MMA-ARCHIVE-FILE-NAME TO WS-ARCHIVE-FILE-NAME
                MOVE MMA-ARCHIVE-DATE TO WS-KEPT-ARCHIVE-DATE
                MOVE MMA-RECORD-COUNT TO WS-KEPT-RECORD-COUNT
            END-IF
    END-READ
    .

SEARCH-ARCHIVE-FILE.
    MOVE 'N' TO WS-ARCHIVE-FOUND-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open the archive file "
            WS-ARCHIVE-FILE-NAME ", file status "
            WS-ARCHIVE-FILE-STATUS
        DISPLAY "       -- restore it from the archive library and"
            " try again."
    ELSE
        PERFORM SEARCH-ONE-ARCHIVE-RECORD
            UNTIL WS-END-OF-FILE OR WS-ARCHIVE-FOUND
        CLOSE MATH-ARCHIVE-FILE
        IF WS-ARCHIVE-FOUND
            DISPLAY " "
            DISPLAY "(from archive " WS-ARCHIVE-FILE-NAME ")"
            PERFORM DISPLAY-MASTER-RECORD
        ELSE
            DISPLAY "No result in " WS-ARCHIVE-FILE-NAME
                " for run date " WS-KEY-RUN-DATE
                " run " WS-KEY-RUN-NUMBER
                " record " WS-KEY-RECORD-NUMBER
        END-IF
    END-IF
    .

SEARCH-ONE-ARCHIVE-RECORD.
    READ MATH-ARCHIVE-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-ARCHIVE-RECORD TO WS-ARCHIVE-IMAGE
            IF WS-ARC-MASTER-KEY = WS-INQUIRY-KEY
                SET WS-ARCHIVE-FOUND TO TRUE
                MOVE WS-ARCHIVE-IMAGE TO MATH-MASTER-RECORD
            END-IF
    END-READ
    .

PROMPT-ARCHIVE-SEARCH.
    DISPLAY "Search the archive for the record now? (Y/N): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-SEARCH-ENTRY
    ACCEPT WS-SEARCH-ENTRY
    INSPECT WS-SEARCH-ENTRY CONVERTING "yn" TO "YN"
    IF WS-SEARCH-YES OR WS-SEARCH-NO
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer Y or N."
    END-IF
    .

DISPLAY-MASTER-RECORD.
    DISPLAY " ".
    DISPLAY "===== Results Master Inquiry =====".
    DISPLAY "Total          : ", MM-TOT.
    DISPLAY "Divide by zero : ", MM-DIVZERO-FLAG.
    DISPLAY "Size error     : ", MM-SIZE-ERROR-FLAG.
    IF MM-REVERSAL-ENTRY
        DISPLAY "Entry type     : REVERSAL (offsetting entry)"
        DISPLAY "Reverses       : run date " MM-REV-RUN-DATE
            " run " MM-REV-RUN-NUMBER
            " record " MM-REV-RECORD-NUMBER
    ELSE
        DISPLAY "Entry type     : ORIGINAL POSTING"
        IF MM-REVERSED
            DISPLAY "Reversed by    : run date " MM-REV-RUN-DATE
                " run " MM-REV-RUN-NUMBER
                " record " MM-REV-RECORD-NUMBER
        ELSE
            DISPLAY "Reversed       : N"
        END-IF
    END-IF
    IF MM-FEED-FILE-ID NOT = SPACES
        DISPLAY "Arrived on     : feed " MM-FEED-FILE-ID
            " created " MM-FEED-CREATE-DATE
            " line " MM-FEED-RECORD-NUMBER
    END-IF
    DISPLAY "=================================="
    .
