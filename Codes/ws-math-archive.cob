*> Author:      Renato D. Mejilla
*> Description: Archival and purge of the permanent results master.
*>              Every WS-MATH-BATCH run adds its transactions to
*>              mathmast.dat and nothing ever leaves, so WS-MATH-VERIFY
*>              and WS-MATH-EXPORT read a little more every month.
*>              Following the WS-MATH-AUDIT archive precedent, this
*>              program prompts for a retention cutoff, copies the
*>              whole master to a work file (mathmstwk.dat), and then
*>              rebuilds the live indexed master from the work file:
*>              every record whose run date is before the cutoff is
*>              written to a dated archive file (mathmstYYYYMMDD.arc,
*>              named for the cutoff, one master record image per
*>              line) instead of back onto the master. Each run date
*>              archived is entered on the master archive register
*>              (mathmarc.dat, COPY MATHMAR) with the archive file
*>              name and the record count, so WS-MATH-INQUIRY can
*>              still answer a question about an archived key. The
*>              cutoff must be earlier than today -- a date still
*>              being worked never leaves the live master. If the
*>              master cannot be rebuilt the full master is left in
*>              mathmstwk.dat to be restored before anything else
*>              runs. The operator must sign on against the security
*>              file (COPY MATHSEC) and hold the ARCHIVE function
*>              before the cutoff is asked for, and every archival
*>              is written to the security log (COPY MATHSLG). Ends
*>              with RETURN-CODE 0 on success, 4 when nothing was old
*>              enough to archive, 8 when the cutoff was refused, 12
*>              when the sign-on failed or the operator is not
*>              authorized to archive, and 16 when a file could not
*>              be opened or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-ARCHIVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-MASTER-FILE ASSIGN TO "mathmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MASTER-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT MATH-MASTER-WORK-FILE ASSIGN TO "mathmstwk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT MATH-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT MATH-ARCHIVE-REGISTER-FILE ASSIGN TO "mathmarc.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-MASTER-FILE.
    COPY MATHMST.

    FD MATH-MASTER-WORK-FILE.
    01 MATH-MASTER-WORK-RECORD  PIC X(250).

    FD MATH-ARCHIVE-FILE.
    01 MATH-ARCHIVE-RECORD      PIC X(250).

    FD MATH-ARCHIVE-REGISTER-FILE.
    COPY MATHMAR.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-MASTER-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-WORK-FILE-STATUS      PIC XX VALUE SPACES.
    01 WS-ARCHIVE-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-REGISTER-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.

    01 WS-ARCHIVE-FILE-NAME     PIC X(30) VALUE SPACES.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-RUN-TIME              PIC 9(8).

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-CUTOFF-DATE           PIC 9(8) VALUE ZERO.

    01 WS-MASTER-IMAGE          PIC X(250).
    01 WS-MASTER-IMAGE-KEY REDEFINES WS-MASTER-IMAGE.
        05 WS-IMG-RUN-DATE       PIC 9(8).
        05 FILLER                PIC X(242).

    01 WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
    01 WS-DATE-ARCHIVED         PIC 9(9) VALUE ZERO.

    01 WS-COPIED-COUNT          PIC 9(9) VALUE ZERO.
    01 WS-ARCHIVED-COUNT        PIC 9(9) VALUE ZERO.
    01 WS-RETAINED-COUNT        PIC 9(9) VALUE ZERO.
    01 WS-DATES-ARCHIVED        PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE "WS-MATH-ARCHIVE" TO MSG-PROGRAM-ID
    PERFORM SIGN-ON-OPERATOR
    IF NOT MSG-SIGNED-ON
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE "ARCHIVE" TO MSG-FUNCTION-NAME
        PERFORM CHECK-FUNCTION-AUTH
        IF NOT MSG-AUTHORIZED
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM ARCHIVE-MASTER
        END-IF
    END-IF
    STOP RUN.

ARCHIVE-MASTER.
    DISPLAY "Archive master records with a run date before"
        " (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-CUTOFF-DATE
    IF WS-CUTOFF-DATE = ZERO
        DISPLAY "No cutoff date given -- nothing archived."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-CUTOFF-DATE NOT < WS-RUN-DATE
            DISPLAY "ERROR: the cutoff " WS-CUTOFF-DATE
                " is not earlier than today (" WS-RUN-DATE ")"
            DISPLAY "       -- a date still being worked cannot"
                " leave the live master; nothing archived."
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE SPACES TO WS-ARCHIVE-FILE-NAME
            STRING "mathmst"        DELIMITED BY SIZE
                   WS-CUTOFF-DATE   DELIMITED BY SIZE
                   ".arc"           DELIMITED BY SIZE
                INTO WS-ARCHIVE-FILE-NAME
            END-STRING
            PERFORM COPY-MASTER-TO-WORK
            IF NOT WS-FILE-ERROR
                PERFORM SPLIT-WORK-TO-ARCHIVE
            END-IF
            PERFORM DISPLAY-ARCHIVE-SUMMARY
            IF WS-FILE-ERROR
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WS-ARCHIVED-COUNT = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE "ACTION" TO MSG-EVENT
                    MOVE SPACES TO MSG-DETAIL
                    STRING "archived "           DELIMITED BY SIZE
                           WS-ARCHIVED-COUNT     DELIMITED BY SIZE
                           " records before "    DELIMITED BY SIZE
                           WS-CUTOFF-DATE        DELIMITED BY SIZE
                           " to "                DELIMITED BY SIZE
                           WS-ARCHIVE-FILE-NAME  DELIMITED BY SPACE
                        INTO MSG-DETAIL
                    END-STRING
                    PERFORM WRITE-SECURITY-LOG-EVENT
                END-IF
            END-IF
        END-IF
    END-IF
    .

COPY-MASTER-TO-WORK.
    OPEN INPUT MATH-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-MASTER-FILE (mathmast.dat)"
            ", file status " WS-MASTER-FILE-STATUS
            " -- no results master to archive."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-MASTER-WORK-FILE
        IF WS-WORK-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-MASTER-WORK-FILE"
                " (mathmstwk.dat), file status " WS-WORK-FILE-STATUS
                " -- the master was not touched."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-MASTER-FILE
        ELSE
            PERFORM COPY-ONE-MASTER-RECORD
                UNTIL WS-END-OF-FILE OR WS-FILE-ERROR
            CLOSE MATH-MASTER-FILE
            CLOSE MATH-MASTER-WORK-FILE
        END-IF
    END-IF
    .

COPY-ONE-MASTER-RECORD.
    READ MATH-MASTER-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE SPACES TO MATH-MASTER-WORK-RECORD
            MOVE MATH-MASTER-RECORD TO MATH-MASTER-WORK-RECORD
            WRITE MATH-MASTER-WORK-RECORD
            IF WS-WORK-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: unable to write MATH-MASTER-WORK-FILE"
                    " (mathmstwk.dat), file status "
                    WS-WORK-FILE-STATUS
                    " -- the master was not touched."
                SET WS-FILE-ERROR TO TRUE
            ELSE
                ADD 1 TO WS-COPIED-COUNT
            END-IF
    END-READ
    .

SPLIT-WORK-TO-ARCHIVE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-MASTER-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reopen MATH-MASTER-WORK-FILE"
            " (mathmstwk.dat), file status " WS-WORK-FILE-STATUS
            " -- the master was not touched."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN EXTEND MATH-ARCHIVE-FILE
        IF WS-ARCHIVE-FILE-STATUS = "35"
            OPEN OUTPUT MATH-ARCHIVE-FILE
        END-IF
        IF WS-ARCHIVE-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open the archive file "
                WS-ARCHIVE-FILE-NAME ", file status "
                WS-ARCHIVE-FILE-STATUS
                " -- the master was not touched."
            SET WS-FILE-ERROR TO TRUE
            CLOSE MATH-MASTER-WORK-FILE
        ELSE
            PERFORM OPEN-ARCHIVE-REGISTER
            IF WS-FILE-ERROR
                CLOSE MATH-MASTER-WORK-FILE
                CLOSE MATH-ARCHIVE-FILE
            ELSE
                PERFORM REBUILD-LIVE-MASTER
            END-IF
        END-IF
    END-IF
    .

OPEN-ARCHIVE-REGISTER.
    OPEN EXTEND MATH-ARCHIVE-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS = "35"
        OPEN OUTPUT MATH-ARCHIVE-REGISTER-FILE
    END-IF
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open"
            " MATH-ARCHIVE-REGISTER-FILE (mathmarc.dat),"
            " file status " WS-REGISTER-FILE-STATUS
            " -- the master was not touched."
        SET WS-FILE-ERROR TO TRUE
    END-IF
    .

REBUILD-LIVE-MASTER.
    OPEN OUTPUT MATH-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to rebuild MATH-MASTER-FILE"
            " (mathmast.dat), file status " WS-MASTER-FILE-STATUS
        DISPLAY "       -- the full master is preserved in"
            " mathmstwk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
        CLOSE MATH-MASTER-WORK-FILE
        CLOSE MATH-ARCHIVE-FILE
        CLOSE MATH-ARCHIVE-REGISTER-FILE
    ELSE
        PERFORM SPLIT-ONE-MASTER-RECORD
            UNTIL WS-END-OF-FILE OR WS-FILE-ERROR
        IF WS-DATE-ARCHIVED > ZERO
            PERFORM REGISTER-ARCHIVED-DATE
        END-IF
        CLOSE MATH-MASTER-WORK-FILE
        CLOSE MATH-ARCHIVE-FILE
        CLOSE MATH-ARCHIVE-REGISTER-FILE
        CLOSE MATH-MASTER-FILE
    END-IF
    .

SPLIT-ONE-MASTER-RECORD.
    READ MATH-MASTER-WORK-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE MATH-MASTER-WORK-RECORD TO WS-MASTER-IMAGE
            IF WS-IMG-RUN-DATE < WS-CUTOFF-DATE
                PERFORM ARCHIVE-ONE-MASTER-RECORD
            ELSE
                PERFORM RETAIN-ONE-MASTER-RECORD
            END-IF
    END-READ
    .

ARCHIVE-ONE-MASTER-RECORD.
    IF WS-IMG-RUN-DATE NOT = WS-CURRENT-DATE
        IF WS-DATE-ARCHIVED > ZERO
            PERFORM REGISTER-ARCHIVED-DATE
        END-IF
        MOVE WS-IMG-RUN-DATE TO WS-CURRENT-DATE
        MOVE ZERO TO WS-DATE-ARCHIVED
    END-IF
    MOVE WS-MASTER-IMAGE TO MATH-ARCHIVE-RECORD
    WRITE MATH-ARCHIVE-RECORD
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write the archive file "
            WS-ARCHIVE-FILE-NAME ", file status "
            WS-ARCHIVE-FILE-STATUS
        DISPLAY "       -- the full master is preserved in"
            " mathmstwk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        ADD 1 TO WS-DATE-ARCHIVED
        ADD 1 TO WS-ARCHIVED-COUNT
    END-IF
    .

RETAIN-ONE-MASTER-RECORD.
    MOVE WS-MASTER-IMAGE TO MATH-MASTER-RECORD
    WRITE MATH-MASTER-RECORD
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to write MATH-MASTER-FILE"
            " (mathmast.dat) record " MM-MASTER-KEY
            ", file status " WS-MASTER-FILE-STATUS
        DISPLAY "       -- the full master is preserved in"
            " mathmstwk.dat; restore it before rerunning."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        ADD 1 TO WS-RETAINED-COUNT
    END-IF
    .

REGISTER-ARCHIVED-DATE.
    MOVE WS-CURRENT-DATE TO MMA-RUN-DATE
    MOVE WS-ARCHIVE-FILE-NAME TO MMA-ARCHIVE-FILE-NAME
    MOVE WS-DATE-ARCHIVED TO MMA-RECORD-COUNT
    MOVE WS-CUTOFF-DATE TO MMA-CUTOFF-DATE
    MOVE WS-RUN-DATE TO MMA-ARCHIVE-DATE
    MOVE WS-RUN-TIME TO MMA-ARCHIVE-TIME
    WRITE MATH-MASTER-ARCHIVE-RECORD
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: unable to register run date "
            WS-CURRENT-DATE " on MATH-ARCHIVE-REGISTER-FILE"
            " (mathmarc.dat), file status " WS-REGISTER-FILE-STATUS
        DISPLAY "         -- its records are in "
            WS-ARCHIVE-FILE-NAME "; add the register entry by hand."
    END-IF
    ADD 1 TO WS-DATES-ARCHIVED
    .

DISPLAY-ARCHIVE-SUMMARY.
    DISPLAY " ".
    DISPLAY "===== WS-MATH-ARCHIVE Run Summary =====".
    DISPLAY "Cutoff date            : ", WS-CUTOFF-DATE.
    DISPLAY "Archive file           : ", WS-ARCHIVE-FILE-NAME.
    DISPLAY "Master records read    : ", WS-COPIED-COUNT.
    DISPLAY "Records archived       : ", WS-ARCHIVED-COUNT.
    DISPLAY "Run dates archived     : ", WS-DATES-ARCHIVED.
    DISPLAY "Records retained       : ", WS-RETAINED-COUNT.
    IF WS-FILE-ERROR
        DISPLAY " "
        DISPLAY "ARCHIVE FAILED -- see the messages above."
    END-IF
    DISPLAY "======================================="
    .

COPY MATHSGP.
