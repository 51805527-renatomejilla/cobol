*> Author:      Renato D. Mejilla
*> Description: Lists and reprints the reports filed in the report
*>              repository (mathrpos.dat, COPY MATHRPO) -- the
*>              WS-MATH-BATCH results report (RESULTS), the
*>              WS-MATH-RECON balancing report (RECON), and the
*>              WS-MATH-STATUS handoff sheet (STATUS), each filed
*>              under its business date and run number when it was
*>              produced. List mode shows every report on file for a
*>              business date with its page and line counts and when
*>              and by which program it was filed. Reprint mode
*>              copies one report -- the whole of it, or a range of
*>              pages -- to the print file mathrprt.dat exactly as it
*>              first printed, so a manager's request for the second
*>              run three weeks ago is a reprint, not a rebuild from
*>              the master. Retention mode changes how many days a
*>              filed report is kept (COPY MATHRPR); every later
*>              filing ages out what has passed it. Listing and
*>              reprinting need no sign-on, but retention mode
*>              discards history and so requires the operator to
*>              sign on against the security file (COPY MATHSEC) and
*>              hold the REPORTS function; the change is written to
*>              the security log (COPY MATHSLG). Ends with
*>              RETURN-CODE 0 on success, 4 when nothing on file
*>              matched the date, report, or page range asked for,
*>              12 when the sign-on failed or the operator is not
*>              authorized, and 16 when a file could not be opened
*>              or written.

IDENTIFICATION DIVISION.
PROGRAM-ID. WS-MATH-REPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATH-REPOSITORY-FILE ASSIGN TO "mathrpos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPOS-FILE-STATUS.

    SELECT MATH-REPRINT-FILE ASSIGN TO "mathrprt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPRINT-FILE-STATUS.

    SELECT MATH-RETENTION-FILE ASSIGN TO "mathrpret.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETAIN-FILE-STATUS.

    SELECT MATH-SECURITY-FILE ASSIGN TO "mathsecu.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-FILE-STATUS.

    SELECT MATH-SECURITY-LOG-FILE ASSIGN TO "mathseclg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MATH-REPOSITORY-FILE.
    COPY MATHRPO.

    FD MATH-REPRINT-FILE.
    01 MATH-REPRINT-RECORD      PIC X(132).

    FD MATH-RETENTION-FILE.
    COPY MATHRPR.

    FD MATH-SECURITY-FILE.
    COPY MATHSEC.

    FD MATH-SECURITY-LOG-FILE.
    COPY MATHSLG.

    WORKING-STORAGE SECTION.
    01 WS-REPOS-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-REPRINT-FILE-STATUS   PIC XX VALUE SPACES.
    01 WS-RETAIN-FILE-STATUS    PIC XX VALUE SPACES.
    01 WS-SECURITY-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-SECLOG-FILE-STATUS    PIC XX VALUE SPACES.

    COPY MATHSGW.
    COPY MATHRPFW.

    01 WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

    01 WS-EOF-SW                PIC X VALUE 'N'.
        88 WS-END-OF-FILE           VALUE 'Y'.

    01 WS-FILE-ERROR-SW         PIC X VALUE 'N'.
        88 WS-FILE-ERROR            VALUE 'Y'.

    01 WS-ENTRY-VALID-SW        PIC X VALUE 'N'.
        88 WS-ENTRY-VALID           VALUE 'Y'.

    01 WS-REPORT-FOUND-SW       PIC X VALUE 'N'.
        88 WS-REPORT-FOUND          VALUE 'Y'.

    01 WS-RUN-MODE              PIC X VALUE SPACE.
        88 WS-LIST-MODE             VALUE 'L'.
        88 WS-REPRINT-MODE          VALUE 'R'.
        88 WS-RETENTION-MODE        VALUE 'S'.

    01 WS-TARGET-DATE           PIC 9(8) VALUE ZERO.
    01 WS-TARGET-RUN-NUMBER     PIC 9(3) VALUE ZERO.
    01 WS-TARGET-REPORT-NAME    PIC X(8) VALUE SPACES.
    01 WS-FROM-PAGE             PIC 9(5) VALUE ZERO.
    01 WS-TO-PAGE               PIC 9(5) VALUE ZERO.
    01 WS-FOUND-PAGE-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-NEW-RETENTION         PIC 9(5) VALUE ZERO.
    01 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.

    01 WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
    01 WS-PRINTED-COUNT         PIC 9(7) VALUE ZERO.
    01 WS-LAST-PAGE-PRINTED     PIC 9(5) VALUE ZERO.
    01 WS-PAGES-PRINTED         PIC 9(5) VALUE ZERO.

    01 WS-ED-RUN                PIC ZZ9.
    01 WS-ED-PAGES              PIC Z(4)9.
    01 WS-ED-LINES              PIC Z(6)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE "WS-MATH-REPRINT" TO MSG-PROGRAM-ID
    PERFORM GET-RUN-MODE
    EVALUATE TRUE
        WHEN WS-LIST-MODE
            PERFORM LIST-FILED-REPORTS
        WHEN WS-REPRINT-MODE
            PERFORM REPRINT-FILED-REPORT
        WHEN OTHER
            PERFORM SIGN-ON-OPERATOR
            IF NOT MSG-SIGNED-ON
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "REPORTS" TO MSG-FUNCTION-NAME
                PERFORM CHECK-FUNCTION-AUTH
                IF NOT MSG-AUTHORIZED
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM CHANGE-RETENTION-SETTING
                END-IF
            END-IF
    END-EVALUATE
    IF WS-FILE-ERROR
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-MODE.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-RUN-MODE UNTIL WS-ENTRY-VALID
    .

PROMPT-RUN-MODE.
    DISPLAY "List the reports on file for a date, reprint a report,"
    DISPLAY "or set the retention period?"
    DISPLAY "(L = list, R = reprint, S = set retention): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RUN-MODE
    ACCEPT WS-RUN-MODE
    INSPECT WS-RUN-MODE CONVERTING "lrs" TO "LRS"
    IF WS-LIST-MODE OR WS-REPRINT-MODE OR WS-RETENTION-MODE
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer L, R, or S."
    END-IF
    .

GET-TARGET-DATE.
    DISPLAY "Business date (YYYYMMDD, 0 for today): "
        WITH NO ADVANCING
    ACCEPT WS-TARGET-DATE
    IF WS-TARGET-DATE = ZERO
        MOVE WS-TODAY-DATE TO WS-TARGET-DATE
    END-IF
    .

LIST-FILED-REPORTS.
    PERFORM GET-TARGET-DATE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-REPOSITORY-FILE
    IF WS-REPOS-FILE-STATUS NOT = "00"
        DISPLAY "The report repository (mathrpos.dat) does not exist"
            " yet -- no report has been filed."
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY " "
        DISPLAY "===== Reports on file for " WS-TARGET-DATE " ====="
        DISPLAY "RUN  REPORT    PAGES    LINES  FILED     AT        BY"
        PERFORM LIST-ONE-REPOSITORY-LINE UNTIL WS-END-OF-FILE
        CLOSE MATH-REPOSITORY-FILE
        DISPLAY " "
        IF WS-LISTED-COUNT = ZERO
            DISPLAY "No report is on file for " WS-TARGET-DATE
                " -- it was never filed or has aged out."
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY WS-LISTED-COUNT " report(s) on file."
        END-IF
        DISPLAY "============================================"
    END-IF
    .

LIST-ONE-REPOSITORY-LINE.
    READ MATH-REPOSITORY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MPR-DIRECTORY-ENTRY
                    AND MPR-RUN-DATE = WS-TARGET-DATE
                MOVE MPR-RUN-NUMBER TO WS-ED-RUN
                MOVE MPR-PAGE-COUNT TO WS-ED-PAGES
                MOVE MPR-LINE-COUNT TO WS-ED-LINES
                DISPLAY WS-ED-RUN "  " MPR-REPORT-NAME "  "
                    WS-ED-PAGES "  " WS-ED-LINES "  "
                    MPR-FILED-DATE "  " MPR-FILED-TIME "  "
                    MPR-FILED-BY
                ADD 1 TO WS-LISTED-COUNT
            END-IF
    END-READ
    .

REPRINT-FILED-REPORT.
    PERFORM GET-TARGET-DATE
    DISPLAY "Run number: " WITH NO ADVANCING
    ACCEPT WS-TARGET-RUN-NUMBER
    DISPLAY "Report name (RESULTS, RECON, STATUS): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-TARGET-REPORT-NAME
    ACCEPT WS-TARGET-REPORT-NAME
    INSPECT WS-TARGET-REPORT-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM FIND-REPORT-DIRECTORY
    IF NOT WS-REPORT-FOUND
        IF NOT WS-FILE-ERROR
            DISPLAY "No " WS-TARGET-REPORT-NAME " report is on file"
                " for " WS-TARGET-DATE " run " WS-TARGET-RUN-NUMBER
                " -- list the date to see what is."
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-FOUND-PAGE-COUNT TO WS-ED-PAGES
        DISPLAY "The report has " WS-ED-PAGES " page(s)."
        DISPLAY "First page to reprint (0 for the first): "
            WITH NO ADVANCING
        ACCEPT WS-FROM-PAGE
        DISPLAY "Last page to reprint (0 for the last): "
            WITH NO ADVANCING
        ACCEPT WS-TO-PAGE
        IF WS-FROM-PAGE = ZERO
            MOVE 1 TO WS-FROM-PAGE
        END-IF
        IF WS-TO-PAGE = ZERO OR WS-TO-PAGE > WS-FOUND-PAGE-COUNT
            MOVE WS-FOUND-PAGE-COUNT TO WS-TO-PAGE
        END-IF
        IF WS-FROM-PAGE > WS-TO-PAGE
            DISPLAY "Page " WS-FROM-PAGE " is past the end of the"
                " report -- nothing was reprinted."
            MOVE 4 TO RETURN-CODE
        ELSE
            PERFORM COPY-PAGES-TO-PRINT
        END-IF
    END-IF
    .

FIND-REPORT-DIRECTORY.
    MOVE 'N' TO WS-REPORT-FOUND-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-REPOSITORY-FILE
    IF WS-REPOS-FILE-STATUS NOT = "00"
        DISPLAY "The report repository (mathrpos.dat) does not exist"
            " yet -- no report has been filed."
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM CHECK-ONE-DIRECTORY-LINE
            UNTIL WS-END-OF-FILE OR WS-REPORT-FOUND
        CLOSE MATH-REPOSITORY-FILE
    END-IF
    .

CHECK-ONE-DIRECTORY-LINE.
    READ MATH-REPOSITORY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF MPR-DIRECTORY-ENTRY
                    AND MPR-RUN-DATE = WS-TARGET-DATE
                    AND MPR-RUN-NUMBER = WS-TARGET-RUN-NUMBER
                    AND MPR-REPORT-NAME = WS-TARGET-REPORT-NAME
                SET WS-REPORT-FOUND TO TRUE
                MOVE MPR-PAGE-COUNT TO WS-FOUND-PAGE-COUNT
            END-IF
    END-READ
    .

COPY-PAGES-TO-PRINT.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MATH-REPOSITORY-FILE
    IF WS-REPOS-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-REPOSITORY-FILE"
            " (mathrpos.dat), file status " WS-REPOS-FILE-STATUS
        SET WS-FILE-ERROR TO TRUE
    ELSE
        OPEN OUTPUT MATH-REPRINT-FILE
        IF WS-REPRINT-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open MATH-REPRINT-FILE"
                " (mathrprt.dat), file status "
                WS-REPRINT-FILE-STATUS " -- nothing was reprinted."
            SET WS-FILE-ERROR TO TRUE
        ELSE
            PERFORM PRINT-ONE-REPOSITORY-LINE
                UNTIL WS-END-OF-FILE OR WS-FILE-ERROR
            CLOSE MATH-REPRINT-FILE
            DISPLAY " "
            DISPLAY "===== WS-MATH-REPRINT Run Summary ====="
            DISPLAY "Report reprinted       : " WS-TARGET-REPORT-NAME
            DISPLAY "Business date / run    : " WS-TARGET-DATE " / "
                WS-TARGET-RUN-NUMBER
            DISPLAY "Pages requested        : " WS-FROM-PAGE " to "
                WS-TO-PAGE
            DISPLAY "Pages reprinted        : " WS-PAGES-PRINTED
            DISPLAY "Lines reprinted        : " WS-PRINTED-COUNT
            DISPLAY "Print file             : mathrprt.dat"
            DISPLAY "======================================="
        END-IF
        CLOSE MATH-REPOSITORY-FILE
    END-IF
    .

PRINT-ONE-REPOSITORY-LINE.
    READ MATH-REPOSITORY-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF NOT MPR-DIRECTORY-ENTRY
                    AND MPR-RUN-DATE = WS-TARGET-DATE
                    AND MPR-RUN-NUMBER = WS-TARGET-RUN-NUMBER
                    AND MPR-REPORT-NAME = WS-TARGET-REPORT-NAME
                    AND MPR-PAGE-NUMBER NOT < WS-FROM-PAGE
                    AND MPR-PAGE-NUMBER NOT > WS-TO-PAGE
                MOVE MPR-PRINT-LINE TO MATH-REPRINT-RECORD
                WRITE MATH-REPRINT-RECORD
                IF WS-REPRINT-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR: unable to write MATH-REPRINT-FILE"
                        " (mathrprt.dat), file status "
                        WS-REPRINT-FILE-STATUS
                    SET WS-FILE-ERROR TO TRUE
                END-IF
                ADD 1 TO WS-PRINTED-COUNT
                IF MPR-PAGE-NUMBER NOT = WS-LAST-PAGE-PRINTED
                    MOVE MPR-PAGE-NUMBER TO WS-LAST-PAGE-PRINTED
                    ADD 1 TO WS-PAGES-PRINTED
                END-IF
            END-IF
    END-READ
    .

CHANGE-RETENTION-SETTING.
    PERFORM READ-RETENTION-SETTING
    DISPLAY " "
    DISPLAY "Filed reports are now kept for " MPF-RETENTION-DAYS
        " day(s)."
    MOVE 'N' TO WS-ENTRY-VALID-SW
    PERFORM PROMPT-NEW-RETENTION UNTIL WS-ENTRY-VALID
    IF WS-NEW-RETENTION = MPF-RETENTION-DAYS
        DISPLAY "Retention unchanged -- mathrpret.dat was not"
            " rewritten."
    ELSE
        MOVE 'N' TO WS-ENTRY-VALID-SW
        PERFORM PROMPT-CONFIRM-ENTRY UNTIL WS-ENTRY-VALID
        IF WS-CONFIRM-ENTRY = 'Y'
            PERFORM WRITE-RETENTION-SETTING
        ELSE
            DISPLAY "Retention unchanged -- mathrpret.dat was not"
                " rewritten."
        END-IF
    END-IF
    .

PROMPT-NEW-RETENTION.
    DISPLAY "Days to keep a filed report (1-99999, 0 keeps "
        MPF-RETENTION-DAYS "): " WITH NO ADVANCING
    MOVE ZERO TO WS-NEW-RETENTION
    ACCEPT WS-NEW-RETENTION
    IF WS-NEW-RETENTION = ZERO
        MOVE MPF-RETENTION-DAYS TO WS-NEW-RETENTION
    END-IF
    SET WS-ENTRY-VALID TO TRUE
    .

PROMPT-CONFIRM-ENTRY.
    DISPLAY "Keep filed reports for " WS-NEW-RETENTION " day(s)"
        " from the next filing on? (Y/N): " WITH NO ADVANCING
    MOVE SPACE TO WS-CONFIRM-ENTRY
    ACCEPT WS-CONFIRM-ENTRY
    INSPECT WS-CONFIRM-ENTRY CONVERTING "yn" TO "YN"
    IF WS-CONFIRM-ENTRY = 'Y' OR WS-CONFIRM-ENTRY = 'N'
        SET WS-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "  Invalid entry -- please answer Y or N."
    END-IF
    .

WRITE-RETENTION-SETTING.
    OPEN OUTPUT MATH-RETENTION-FILE
    IF WS-RETAIN-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open MATH-RETENTION-FILE"
            " (mathrpret.dat), file status " WS-RETAIN-FILE-STATUS
            " -- the retention setting is unchanged."
        SET WS-FILE-ERROR TO TRUE
    ELSE
        MOVE WS-NEW-RETENTION TO MPT-RETENTION-DAYS
        MOVE WS-TODAY-DATE TO MPT-CHANGED-DATE
        MOVE MSG-OPERATOR-ID TO MPT-CHANGED-BY
        WRITE MATH-RETENTION-RECORD
        IF WS-RETAIN-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: unable to write MATH-RETENTION-FILE"
                " (mathrpret.dat), file status "
                WS-RETAIN-FILE-STATUS
            SET WS-FILE-ERROR TO TRUE
        END-IF
        CLOSE MATH-RETENTION-FILE
    END-IF
    IF NOT WS-FILE-ERROR
        MOVE "ACTION" TO MSG-EVENT
        MOVE SPACES TO MSG-DETAIL
        STRING "report retention changed from " DELIMITED BY SIZE
               MPF-RETENTION-DAYS                DELIMITED BY SIZE
               " to "                            DELIMITED BY SIZE
               WS-NEW-RETENTION                  DELIMITED BY SIZE
               " days"                           DELIMITED BY SIZE
            INTO MSG-DETAIL
        END-STRING
        PERFORM WRITE-SECURITY-LOG-EVENT
        DISPLAY "Filed reports will be kept for " WS-NEW-RETENTION
            " day(s) from the next filing on."
    END-IF
    .

*> The retention setting is read exactly as the filing paragraphs
*> read it, so the period shown is the one the next filing applies.
READ-RETENTION-SETTING.
    MOVE MPF-DEFAULT-RETENTION TO MPF-RETENTION-DAYS
    OPEN INPUT MATH-RETENTION-FILE
    IF WS-RETAIN-FILE-STATUS = "00"
        READ MATH-RETENTION-FILE
            NOT AT END
                IF MPT-RETENTION-DAYS IS NUMERIC
                        AND MPT-RETENTION-DAYS > ZERO
                    MOVE MPT-RETENTION-DAYS TO MPF-RETENTION-DAYS
                END-IF
        END-READ
        CLOSE MATH-RETENTION-FILE
    END-IF
    .

COPY MATHSGP.
