      *> Author:      Renato D. Mejilla
      *> Description: Report-filing paragraphs for the report
      *>              repository (COPY MATHRPO). FILE-REPORT-TO-
      *>              REPOSITORY reads the caller's finished print file
      *>              back line by line and files it under the
      *>              business date, run number, and report name in
      *>              the MPF-* fields (COPY MATHRPFW), numbering the
      *>              lines, tagging each with its page, and closing
      *>              with a directory entry (line 0) holding the page
      *>              and line counts and the filing date, time, and
      *>              program. The filing is a full pass through a
      *>              work file (mathrposwk.dat), like every other
      *>              register rewrite: an earlier copy of the same
      *>              report is dropped so the new one replaces it,
      *>              and every report whose business date is older
      *>              than the retention setting (COPY MATHRPR, read
      *>              fresh each time; MPF-DEFAULT-RETENTION days when
      *>              none has been keyed) is aged out. A failure to
      *>              file is reported as a warning and flagged in
      *>              MPF-FILING-ERROR but left to the caller to grade
      *>              -- the print file itself is untouched, and the
      *>              repository is only replaced after the whole pass
      *>              completes clean. The calling program must declare
      *>              MATH-REPOSITORY-FILE (COPY MATHRPO in its FD)
      *>              with WS-REPOS-FILE-STATUS,
      *>              MATH-REPOSITORY-WORK-FILE (mathrposwk.dat, one
      *>              PIC X(163) record MATH-REPOSITORY-WORK-RECORD)
      *>              with WS-REPOSWK-FILE-STATUS,
      *>              MATH-FILED-REPORT-FILE (ASSIGN TO DYNAMIC
      *>              MPF-SOURCE-FILE-NAME, one PIC X(132) record
      *>              MATH-FILED-REPORT-RECORD) with
      *>              WS-FILED-FILE-STATUS, and MATH-RETENTION-FILE
      *>              (COPY MATHRPR in its FD) with
      *>              WS-RETAIN-FILE-STATUS, and COPY MATHRPFW into
      *>              WORKING-STORAGE.
       FILE-REPORT-TO-REPOSITORY.
           MOVE 'N' TO MPF-FILING-ERROR-SW
           MOVE ZERO TO MPF-LINE-COUNT
           MOVE ZERO TO MPF-PAGE-COUNT
           MOVE ZERO TO MPF-AGED-COUNT
           ACCEPT MPF-FILED-DATE FROM DATE YYYYMMDD
           ACCEPT MPF-FILED-TIME FROM TIME
           PERFORM READ-RETENTION-SETTING
           COMPUTE MPF-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (MPF-FILED-DATE)
                   - MPF-RETENTION-DAYS)
           OPEN OUTPUT MATH-REPOSITORY-WORK-FILE
           IF WS-REPOSWK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open"
                   " MATH-REPOSITORY-WORK-FILE (mathrposwk.dat),"
                   " file status " WS-REPOSWK-FILE-STATUS
               SET MPF-FILING-ERROR TO TRUE
           ELSE
               PERFORM CARRY-FORWARD-REPOSITORY
               IF NOT MPF-FILING-ERROR
                   PERFORM APPEND-FILED-REPORT
               END-IF
               CLOSE MATH-REPOSITORY-WORK-FILE
               IF NOT MPF-FILING-ERROR
                   PERFORM REPLACE-REPOSITORY
               END-IF
           END-IF
           IF MPF-FILING-ERROR
               DISPLAY "WARNING: the " MPF-REPORT-NAME " report for "
                   MPF-RUN-DATE " run " MPF-RUN-NUMBER
                   " was not filed in the report repository"
               DISPLAY "         -- it is still in "
                   MPF-SOURCE-FILE-NAME " until that file is next"
                   " overwritten."
           END-IF
           .

       READ-RETENTION-SETTING.
           MOVE MPF-DEFAULT-RETENTION TO MPF-RETENTION-DAYS
           OPEN INPUT MATH-RETENTION-FILE
           IF WS-RETAIN-FILE-STATUS = "00"
               READ MATH-RETENTION-FILE
                   NOT AT END
                       IF MPT-RETENTION-DAYS IS NUMERIC
                               AND MPT-RETENTION-DAYS > ZERO
                           MOVE MPT-RETENTION-DAYS
                               TO MPF-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE MATH-RETENTION-FILE
           END-IF
           .

       CARRY-FORWARD-REPOSITORY.
           MOVE 'N' TO MPF-SCAN-EOF-SW
           OPEN INPUT MATH-REPOSITORY-FILE
           EVALUATE WS-REPOS-FILE-STATUS
               WHEN "00"
                   PERFORM CARRY-ONE-REPOSITORY-LINE
                       UNTIL MPF-SCAN-EOF OR MPF-FILING-ERROR
                   CLOSE MATH-REPOSITORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: unable to open"
                       " MATH-REPOSITORY-FILE (mathrpos.dat),"
                       " file status " WS-REPOS-FILE-STATUS
                   SET MPF-FILING-ERROR TO TRUE
           END-EVALUATE
           .

       CARRY-ONE-REPOSITORY-LINE.
           READ MATH-REPOSITORY-FILE
               AT END
                   SET MPF-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MPR-RUN-DATE < MPF-CUTOFF-DATE
                           IF MPR-DIRECTORY-ENTRY
                               ADD 1 TO MPF-AGED-COUNT
                           END-IF
                       WHEN MPR-RUN-DATE = MPF-RUN-DATE
                               AND MPR-RUN-NUMBER = MPF-RUN-NUMBER
                               AND MPR-REPORT-NAME = MPF-REPORT-NAME
                           CONTINUE
                       WHEN OTHER
                           MOVE MATH-REPOSITORY-RECORD
                               TO MATH-REPOSITORY-WORK-RECORD
                           WRITE MATH-REPOSITORY-WORK-RECORD
                           IF WS-REPOSWK-FILE-STATUS NOT = "00"
                               DISPLAY "WARNING: unable to write"
                                   " MATH-REPOSITORY-WORK-FILE"
                                   " (mathrposwk.dat), file status "
                                   WS-REPOSWK-FILE-STATUS
                               SET MPF-FILING-ERROR TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ
           .

       APPEND-FILED-REPORT.
           MOVE 'N' TO MPF-SCAN-EOF-SW
           OPEN INPUT MATH-FILED-REPORT-FILE
           IF WS-FILED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to read back "
                   MPF-SOURCE-FILE-NAME " for filing, file status "
                   WS-FILED-FILE-STATUS
               SET MPF-FILING-ERROR TO TRUE
           ELSE
               MOVE MPF-RUN-DATE TO MPF-LINE-RUN-DATE
               MOVE MPF-RUN-NUMBER TO MPF-LINE-RUN-NUMBER
               MOVE MPF-REPORT-NAME TO MPF-LINE-REPORT-NAME
               PERFORM FILE-ONE-REPORT-LINE
                   UNTIL MPF-SCAN-EOF OR MPF-FILING-ERROR
               CLOSE MATH-FILED-REPORT-FILE
               IF NOT MPF-FILING-ERROR
                   MOVE ZERO TO MPF-LINE-NUMBER
                   MOVE ZERO TO MPF-LINE-PAGE-NUMBER
                   MOVE SPACES TO MPF-LINE-TEXT
                   MOVE MPF-PAGE-COUNT TO MPF-DIR-PAGE-COUNT
                   MOVE MPF-LINE-COUNT TO MPF-DIR-LINE-COUNT
                   MOVE MPF-FILED-DATE TO MPF-DIR-FILED-DATE
                   MOVE MPF-FILED-TIME TO MPF-DIR-FILED-TIME
                   MOVE MPF-PROGRAM-ID TO MPF-DIR-FILED-BY
                   PERFORM WRITE-REPOSITORY-WORK-LINE
               END-IF
           END-IF
           .

       FILE-ONE-REPORT-LINE.
           READ MATH-FILED-REPORT-FILE
               AT END
                   SET MPF-SCAN-EOF TO TRUE
               NOT AT END
                   IF MATH-FILED-REPORT-RECORD
                           (1:MPF-PAGE-MARK-LENGTH)
                           = MPF-PAGE-MARK (1:MPF-PAGE-MARK-LENGTH)
                       ADD 1 TO MPF-PAGE-COUNT
                   ELSE
                       IF MPF-PAGE-COUNT = ZERO
                           MOVE 1 TO MPF-PAGE-COUNT
                       END-IF
                   END-IF
                   ADD 1 TO MPF-LINE-COUNT
                   MOVE MPF-LINE-COUNT TO MPF-LINE-NUMBER
                   MOVE MPF-PAGE-COUNT TO MPF-LINE-PAGE-NUMBER
                   MOVE MATH-FILED-REPORT-RECORD TO MPF-LINE-TEXT
                   PERFORM WRITE-REPOSITORY-WORK-LINE
           END-READ
           .

       WRITE-REPOSITORY-WORK-LINE.
           MOVE MPF-LINE-IMAGE TO MATH-REPOSITORY-WORK-RECORD
           WRITE MATH-REPOSITORY-WORK-RECORD
           IF WS-REPOSWK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write"
                   " MATH-REPOSITORY-WORK-FILE (mathrposwk.dat),"
                   " file status " WS-REPOSWK-FILE-STATUS
               SET MPF-FILING-ERROR TO TRUE
           END-IF
           .

       REPLACE-REPOSITORY.
           MOVE 'N' TO MPF-SCAN-EOF-SW
           OPEN INPUT MATH-REPOSITORY-WORK-FILE
           IF WS-REPOSWK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to reopen"
                   " MATH-REPOSITORY-WORK-FILE (mathrposwk.dat),"
                   " file status " WS-REPOSWK-FILE-STATUS
               SET MPF-FILING-ERROR TO TRUE
           ELSE
               OPEN OUTPUT MATH-REPOSITORY-FILE
               IF WS-REPOS-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: unable to rewrite"
                       " MATH-REPOSITORY-FILE (mathrpos.dat),"
                       " file status " WS-REPOS-FILE-STATUS
                   DISPLAY "         -- the full repository is"
                       " preserved in mathrposwk.dat; restore it"
                       " before the next filing."
                   SET MPF-FILING-ERROR TO TRUE
               ELSE
                   PERFORM REPLACE-ONE-REPOSITORY-LINE
                       UNTIL MPF-SCAN-EOF
                   CLOSE MATH-REPOSITORY-FILE
               END-IF
               CLOSE MATH-REPOSITORY-WORK-FILE
           END-IF
           .

       REPLACE-ONE-REPOSITORY-LINE.
           READ MATH-REPOSITORY-WORK-FILE
               AT END
                   SET MPF-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE MATH-REPOSITORY-WORK-RECORD
                       TO MATH-REPOSITORY-RECORD
                   WRITE MATH-REPOSITORY-RECORD
           END-READ
           .
