      *> Author:      Renato D. Mejilla
      *> Description: Chargeback rate paragraphs (COPY MATHRAT).
      *>              LOAD-RATE-TABLE reads mathrate.dat into the
      *>              MRW-* table (COPY MATHRTW); a missing file sets
      *>              MRW-RATE-FILE-MISSING and leaves the table empty,
      *>              any other open failure is reported and sets
      *>              MRW-RATE-FILE-ERROR. A record whose effective
      *>              date is not numeric is skipped. RESOLVE-RATE
      *>              leaves in MRW-FOUND-SUB the entry for
      *>              MRW-LOOKUP-SYSTEM with the latest effective date
      *>              on or before MRW-LOOKUP-DATE, a later entry
      *>              winning a tie, so a correction keyed after the
      *>              fact supersedes the entry it corrects -- the same
      *>              resolution as the parameter sets (COPY MATHPRD).
      *>              MRW-FOUND-SUB is zero when the department has no
      *>              rates in effect on that date. The calling program
      *>              must declare MATH-RATE-FILE with COPY MATHRAT in
      *>              its FD and WS-RATE-FILE-STATUS, and COPY MATHRTW
      *>              into WORKING-STORAGE.
       LOAD-RATE-TABLE.
           MOVE ZERO TO MRW-RATE-COUNT
           MOVE 'N' TO MRW-SCAN-EOF-SW
           MOVE 'N' TO MRW-TABLE-FULL-SW
           OPEN INPUT MATH-RATE-FILE
           EVALUATE WS-RATE-FILE-STATUS
               WHEN "00"
                   SET MRW-RATE-FILE-LOADED TO TRUE
                   PERFORM LOAD-ONE-RATE-ENTRY UNTIL MRW-SCAN-EOF
                   CLOSE MATH-RATE-FILE
               WHEN "35"
                   SET MRW-RATE-FILE-MISSING TO TRUE
               WHEN OTHER
                   SET MRW-RATE-FILE-ERROR TO TRUE
                   DISPLAY "ERROR: unable to open MATH-RATE-FILE"
                       " (mathrate.dat), file status "
                       WS-RATE-FILE-STATUS
           END-EVALUATE
           .

       LOAD-ONE-RATE-ENTRY.
           READ MATH-RATE-FILE
               AT END
                   SET MRW-SCAN-EOF TO TRUE
               NOT AT END
                   IF MRT-EFFECTIVE-DATE IS NUMERIC
                       IF MRW-RATE-COUNT < MRW-RATE-MAX
                           ADD 1 TO MRW-RATE-COUNT
                           MOVE MRW-RATE-COUNT TO MRW-RATE-SUB
                           PERFORM KEEP-RATE-ENTRY
                       ELSE
                           IF NOT MRW-TABLE-FULL
                               DISPLAY "WARNING: more than "
                                   MRW-RATE-MAX " entries on"
                                   " mathrate.dat -- the later"
                                   " ones are ignored."
                               SET MRW-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       KEEP-RATE-ENTRY.
           MOVE MRT-SENDING-SYSTEM TO MRW-SYSTEM (MRW-RATE-SUB)
           MOVE MRT-EFFECTIVE-DATE
               TO MRW-EFFECTIVE-DATE (MRW-RATE-SUB)
           MOVE MRT-COST-CODE TO MRW-COST-CODE (MRW-RATE-SUB)
           MOVE ZERO TO MRW-PROCESSED-RATE (MRW-RATE-SUB)
           MOVE ZERO TO MRW-REJECT-RATE (MRW-RATE-SUB)
           MOVE ZERO TO MRW-EXCEPTION-RATE (MRW-RATE-SUB)
           MOVE ZERO TO MRW-KEYED-DATE (MRW-RATE-SUB)
           IF MRT-PROCESSED-RATE IS NUMERIC
               MOVE MRT-PROCESSED-RATE
                   TO MRW-PROCESSED-RATE (MRW-RATE-SUB)
           END-IF
           IF MRT-REJECT-RATE IS NUMERIC
               MOVE MRT-REJECT-RATE TO MRW-REJECT-RATE (MRW-RATE-SUB)
           END-IF
           IF MRT-EXCEPTION-RATE IS NUMERIC
               MOVE MRT-EXCEPTION-RATE
                   TO MRW-EXCEPTION-RATE (MRW-RATE-SUB)
           END-IF
           IF MRT-KEYED-DATE IS NUMERIC
               MOVE MRT-KEYED-DATE TO MRW-KEYED-DATE (MRW-RATE-SUB)
           END-IF
           MOVE MRT-KEYED-BY TO MRW-KEYED-BY (MRW-RATE-SUB)
           .

       RESOLVE-RATE.
           MOVE ZERO TO MRW-FOUND-SUB
           PERFORM RESOLVE-ONE-RATE
               VARYING MRW-RATE-SUB FROM 1 BY 1
               UNTIL MRW-RATE-SUB > MRW-RATE-COUNT
           .

       RESOLVE-ONE-RATE.
           IF MRW-SYSTEM (MRW-RATE-SUB) = MRW-LOOKUP-SYSTEM
                   AND MRW-EFFECTIVE-DATE (MRW-RATE-SUB)
                       <= MRW-LOOKUP-DATE
               IF MRW-FOUND-SUB = ZERO
                   MOVE MRW-RATE-SUB TO MRW-FOUND-SUB
               ELSE
                   IF MRW-EFFECTIVE-DATE (MRW-RATE-SUB)
                           >= MRW-EFFECTIVE-DATE (MRW-FOUND-SUB)
                       MOVE MRW-RATE-SUB TO MRW-FOUND-SUB
                   END-IF
               END-IF
           END-IF
           .
