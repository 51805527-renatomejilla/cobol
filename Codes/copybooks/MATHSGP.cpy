      *> Author:      Renato D. Mejilla
      *> Description: Operator sign-on, function authorization, and
      *>              security-log paragraphs. SIGN-ON-OPERATOR
      *>              prompts for an operator ID and password and
      *>              checks them against the security file (COPY
      *>              MATHSEC), allowing MSG-MAX-ATTEMPTS tries; only
      *>              an ACTIVE entry whose password matches signs on.
      *>              IDs are keyed in any case and held in upper
      *>              case; passwords are compared exactly. A missing
      *>              or unreadable security file signs no one on --
      *>              the controlled programs fail closed, never open.
      *>              CHECK-FUNCTION-AUTH sets MSG-AUTHORIZED when the
      *>              signed-on operator holds the function named in
      *>              MSG-FUNCTION-NAME, and otherwise tells the
      *>              operator and logs the refusal.
      *>              WRITE-SECURITY-LOG-EVENT appends one entry to
      *>              the security log (COPY MATHSLG) from MSG-EVENT,
      *>              MSG-FUNCTION-NAME, and MSG-DETAIL, stamped with
      *>              the wall-clock date and time and the caller's
      *>              MSG-PROGRAM-ID; every sign-on, failed attempt,
      *>              and refusal is logged here automatically. A
      *>              failure to append is reported as a warning and
      *>              does not stop the caller. The calling program
      *>              must declare MATH-SECURITY-FILE (COPY MATHSEC
      *>              in its FD) with WS-SECURITY-FILE-STATUS and
      *>              MATH-SECURITY-LOG-FILE (COPY MATHSLG in its FD)
      *>              with WS-SECLOG-FILE-STATUS, and COPY MATHSGW
      *>              into WORKING-STORAGE.
       SIGN-ON-OPERATOR.
           MOVE 'N' TO MSG-SIGNED-ON-SW
           MOVE 'N' TO MSG-FILE-MISSING-SW
           MOVE ZERO TO MSG-ATTEMPTS
           MOVE SPACES TO MSG-OPERATOR-ID
           MOVE SPACES TO MSG-OPERATOR-NAME
           MOVE ALL 'N' TO MSG-FUNCTIONS
           PERFORM PROMPT-SIGN-ON
               UNTIL MSG-SIGNED-ON OR MSG-FILE-MISSING
                   OR MSG-ATTEMPTS >= MSG-MAX-ATTEMPTS
           IF NOT MSG-SIGNED-ON AND NOT MSG-FILE-MISSING
               DISPLAY "SIGN-ON REFUSED after " MSG-MAX-ATTEMPTS
                   " failed attempts -- nothing was done."
           END-IF
           .

       PROMPT-SIGN-ON.
           ADD 1 TO MSG-ATTEMPTS
           DISPLAY "Operator ID: " WITH NO ADVANCING
           MOVE SPACES TO MSG-ID-ENTRY
           ACCEPT MSG-ID-ENTRY
           INSPECT MSG-ID-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Password: " WITH NO ADVANCING
           MOVE SPACES TO MSG-PASSWORD-ENTRY
           ACCEPT MSG-PASSWORD-ENTRY
           PERFORM FIND-SECURITY-ENTRY
           MOVE MSG-ID-ENTRY TO MSG-OPERATOR-ID
           MOVE SPACES TO MSG-FUNCTION-NAME
           IF MSG-FILE-MISSING
               DISPLAY "ERROR: unable to open MATH-SECURITY-FILE"
                   " (mathsecu.dat), file status "
                   WS-SECURITY-FILE-STATUS
               DISPLAY "       -- no operator can be signed on;"
                   " nothing was done."
               MOVE "SIGNFAIL" TO MSG-EVENT
               MOVE "security file unavailable" TO MSG-DETAIL
               PERFORM WRITE-SECURITY-LOG-EVENT
               MOVE SPACES TO MSG-OPERATOR-ID
           ELSE
               IF MSG-SIGNED-ON
                   MOVE "SIGNON" TO MSG-EVENT
                   MOVE "signed on" TO MSG-DETAIL
                   PERFORM WRITE-SECURITY-LOG-EVENT
                   DISPLAY "Signed on as " MSG-OPERATOR-ID
                       " (" MSG-OPERATOR-NAME ")."
               ELSE
                   DISPLAY "  Sign-on failed -- unknown ID, wrong"
                       " password, or the ID is revoked."
                   MOVE "SIGNFAIL" TO MSG-EVENT
                   MOVE SPACES TO MSG-DETAIL
                   IF NOT MSG-ENTRY-FOUND
                       MOVE "unknown operator ID" TO MSG-DETAIL
                   ELSE
                       MOVE "wrong password or ID revoked"
                           TO MSG-DETAIL
                   END-IF
                   PERFORM WRITE-SECURITY-LOG-EVENT
                   MOVE SPACES TO MSG-OPERATOR-ID
               END-IF
           END-IF
           .

       FIND-SECURITY-ENTRY.
           MOVE 'N' TO MSG-ENTRY-FOUND-SW
           MOVE 'N' TO MSG-SCAN-EOF-SW
           OPEN INPUT MATH-SECURITY-FILE
           IF WS-SECURITY-FILE-STATUS NOT = "00"
               SET MSG-FILE-MISSING TO TRUE
           ELSE
               PERFORM CHECK-ONE-SECURITY-ENTRY
                   UNTIL MSG-SCAN-EOF OR MSG-ENTRY-FOUND
               CLOSE MATH-SECURITY-FILE
           END-IF
           .

       CHECK-ONE-SECURITY-ENTRY.
           READ MATH-SECURITY-FILE
               AT END
                   SET MSG-SCAN-EOF TO TRUE
               NOT AT END
                   IF MSC-OPERATOR-ID = MSG-ID-ENTRY
                       SET MSG-ENTRY-FOUND TO TRUE
                       IF MSC-ACTIVE
                               AND MSC-PASSWORD = MSG-PASSWORD-ENTRY
                           SET MSG-SIGNED-ON TO TRUE
                           MOVE MSC-OPERATOR-NAME
                               TO MSG-OPERATOR-NAME
                           MOVE MSC-FUNCTIONS TO MSG-FUNCTIONS
                       END-IF
                   END-IF
           END-READ
           .

       CHECK-FUNCTION-AUTH.
           MOVE 'N' TO MSG-AUTHORIZED-SW
           MOVE ZERO TO MSG-FUNCTION-SLOT
           PERFORM FIND-FUNCTION-SLOT
               VARYING MSG-SUB FROM 1 BY 1
               UNTIL MSG-SUB > 16 OR MSG-FUNCTION-SLOT > ZERO
           IF MSG-SIGNED-ON AND MSG-FUNCTION-SLOT > ZERO
               IF MSG-FUNCTION-FLAG (MSG-FUNCTION-SLOT) = 'Y'
                   SET MSG-AUTHORIZED TO TRUE
               END-IF
           END-IF
           IF NOT MSG-AUTHORIZED
               DISPLAY "ACCESS DENIED: operator " MSG-OPERATOR-ID
                   " is not authorized for " MSG-FUNCTION-NAME
                   " -- nothing was done."
               MOVE "REFUSED" TO MSG-EVENT
               MOVE SPACES TO MSG-DETAIL
               IF MSG-FUNCTION-SLOT > ZERO
                   MOVE MSG-FUNCTION-TEXT (MSG-FUNCTION-SLOT)
                       TO MSG-DETAIL
               END-IF
               PERFORM WRITE-SECURITY-LOG-EVENT
           END-IF
           .

       FIND-FUNCTION-SLOT.
           IF MSG-FUNCTION-NAME-ENTRY (MSG-SUB) = MSG-FUNCTION-NAME
               MOVE MSG-SUB TO MSG-FUNCTION-SLOT
           END-IF
           .

       WRITE-SECURITY-LOG-EVENT.
           ACCEPT MSG-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT MSG-LOG-TIME FROM TIME
           OPEN EXTEND MATH-SECURITY-LOG-FILE
           IF WS-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT MATH-SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open"
                   " MATH-SECURITY-LOG-FILE (mathseclg.dat),"
                   " file status " WS-SECLOG-FILE-STATUS
               DISPLAY "         -- this " MSG-EVENT
                   " event was not logged."
           ELSE
               MOVE MSG-LOG-DATE TO MSL-LOG-DATE
               MOVE MSG-LOG-TIME TO MSL-LOG-TIME
               MOVE MSG-PROGRAM-ID TO MSL-PROGRAM-ID
               MOVE MSG-OPERATOR-ID TO MSL-OPERATOR-ID
               MOVE MSG-EVENT TO MSL-EVENT
               MOVE MSG-FUNCTION-NAME TO MSL-FUNCTION
               MOVE MSG-DETAIL TO MSL-DETAIL
               WRITE MATH-SECURITY-LOG-RECORD
               IF WS-SECLOG-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: unable to write"
                       " MATH-SECURITY-LOG-FILE (mathseclg.dat),"
                       " file status " WS-SECLOG-FILE-STATUS
                   DISPLAY "         -- this " MSG-EVENT
                       " event was not logged."
               END-IF
               CLOSE MATH-SECURITY-LOG-FILE
           END-IF
           .
