      *>              leaves the pipeline state in the MRR-* flags
      *>              (COPY MATHRNW): whether a clean edit has left a
      *>              validated file the batch may consume, whether a
      *>              clean batch run is waiting to be balanced,
      *>              whether the validated file has already been
      *>              screened, and whether the date already balanced
      *>              end-to-end.
      *>              A missing register reads as an empty one -- a
      *>              brand-new business date. REGISTER-RUN-EVENT
      *>              appends one record from the MRR-* fields,
      *>              append is reported and flagged in
      *>              MRR-REGISTER-ERROR but deliberately left to the
      *>              caller to grade, since the step's own output is
      *>              unaffected. SCAN-CYCLE-WINDOW reads the whole
      *>              register once and marks MRR-CYCLE-DONE for each
      *>              day of the MRR-WINDOW-DAYS days (31 at most)
      *>              starting at MRR-WINDOW-START whose cycle
      *>              balanced end-to-end -- by the same rule as
      *>              MRR-DAY-BALANCED, a rerun authorization reopening
      *>              the day -- and leaves the earliest date on the
      *>              register in MRR-FIRST-RUN-DATE (zero when the
      *>              register is empty), so a caller does not report
      *>              days from before the stream was installed as
      *>              missed. The calling program must declare
      *>              MATH-RUN-CONTROL-FILE with COPY MATHRUN in its
      *>              FD, WS-RUNCTL-FILE-STATUS, WS-RUN-DATE,
      *>              WS-RUN-TIME, and WS-RUN-NUMBER, and COPY MATHRNW
           MOVE 'N' TO MRR-EDIT-SEEN-SW
           MOVE 'N' TO MRR-BATCH-SEEN-SW
           MOVE 'N' TO MRR-RECON-SEEN-SW
           MOVE 'N' TO MRR-SCREEN-SEEN-SW
           MOVE 'N' TO MRR-SCREEN-DONE-SW
           MOVE ZERO TO MRR-EDIT-END-RC
           MOVE ZERO TO MRR-BATCH-END-RC
           MOVE ZERO TO MRR-RECON-END-RC
           MOVE ZERO TO MRR-SCREEN-END-RC
           OPEN INPUT MATH-RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM SCAN-ONE-REGISTER-RECORD UNTIL MRR-SCAN-EOF
                   MOVE 'N' TO MRR-EDIT-READY-SW
                   MOVE 'N' TO MRR-BATCH-READY-SW
                   MOVE 'N' TO MRR-DAY-BALANCED-SW
                   MOVE 'N' TO MRR-SCREEN-DONE-SW
               WHEN MRU-EVENT-END
                       AND MRU-STEP-NAME = "WS-MATH-EDIT"
                   SET MRR-EDIT-SEEN TO TRUE
                   MOVE MRU-RETURN-CODE TO MRR-EDIT-END-RC
                   MOVE 'N' TO MRR-SCREEN-DONE-SW
                   IF MRU-RETURN-CODE <= 04
                       SET MRR-EDIT-READY TO TRUE
                       MOVE 'N' TO MRR-BATCH-READY-SW
                   ELSE
                       MOVE 'N' TO MRR-EDIT-READY-SW
                   END-IF
               WHEN MRU-EVENT-END
                       AND MRU-STEP-NAME = "WS-MATH-SCREEN"
                   SET MRR-SCREEN-SEEN TO TRUE
                   MOVE MRU-RETURN-CODE TO MRR-SCREEN-END-RC
                   IF MRU-RETURN-CODE <= 04
                       SET MRR-SCREEN-DONE TO TRUE
                   ELSE
                       MOVE 'N' TO MRR-EDIT-READY-SW
                   END-IF
               WHEN MRU-EVENT-END
                       AND MRU-STEP-NAME = "WS-MATH-BATCH"
                   SET MRR-BATCH-SEEN TO TRUE
           END-EVALUATE
           .

       SCAN-CYCLE-WINDOW.
           MOVE 'N' TO MRR-SCAN-EOF-SW
           MOVE ALL 'N' TO MRR-CYCLE-TABLE
           MOVE ZERO TO MRR-FIRST-RUN-DATE
           OPEN INPUT MATH-RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM SCAN-ONE-CYCLE-RECORD UNTIL MRR-SCAN-EOF
               CLOSE MATH-RUN-CONTROL-FILE
           END-IF
           .

       SCAN-ONE-CYCLE-RECORD.
           READ MATH-RUN-CONTROL-FILE
               AT END
                   SET MRR-SCAN-EOF TO TRUE
               NOT AT END
                   IF MRU-RUN-DATE IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD (MRU-RUN-DATE)
                               = ZERO
                           PERFORM APPLY-ONE-CYCLE-EVENT
                       END-IF
                   END-IF
           END-READ
           .

       APPLY-ONE-CYCLE-EVENT.
           IF MRR-FIRST-RUN-DATE = ZERO
                   OR MRU-RUN-DATE < MRR-FIRST-RUN-DATE
               MOVE MRU-RUN-DATE TO MRR-FIRST-RUN-DATE
           END-IF
           COMPUTE MRR-WINDOW-OFFSET =
               FUNCTION INTEGER-OF-DATE (MRU-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (MRR-WINDOW-START) + 1
           IF MRR-WINDOW-OFFSET >= 1
                   AND MRR-WINDOW-OFFSET <= MRR-WINDOW-DAYS
               EVALUATE TRUE
                   WHEN MRU-EVENT-RERUN-AUTH
                       MOVE 'N' TO MRR-CYCLE-DONE-SW (MRR-WINDOW-OFFSET)
                   WHEN MRU-EVENT-END
                           AND MRU-STEP-NAME = "WS-MATH-RECON"
                           AND MRU-RETURN-CODE = ZERO
                       SET MRR-CYCLE-DONE (MRR-WINDOW-OFFSET) TO TRUE
               END-EVALUATE
           END-IF
           .

       REGISTER-RUN-EVENT.
           OPEN EXTEND MATH-RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
