      *>              that balances it. The MO-* value fields mirror
      *>              MATH-TRANSACTION-RECORD (COPY MATHTRAN) -- keep
      *>              the two copybooks in step whenever a field
      *>              changes. MO-ENTRY-TYPE is 'R' on the offsetting
      *>              line of a reversal, whose MO-ORIG-KEY names the
      *>              results-master key of the posting it backs out,
      *>              so WS-MATH-RECON can count reversals as their own
      *>              category. The FID=, FDT=, and LINE= tags carry
      *>              the record's lineage (COPY MATHINRC). The whole
      *>              line is 268 bytes. COPY this into WORKING-STORAGE.
       01 MATH-OUTPUT-LINE.
           05 MO-REC-TAG            PIC X(4) VALUE "REC=".
           05 MO-RECORD-NUMBER      PIC 9(9).
           05 MO-SIZE-ERROR-FLAG    PIC X.
           05 FILLER                PIC X(5) VALUE " SRC=".
           05 MO-SOURCE-SYSTEM      PIC X(8).
           05 FILLER                PIC X(6) VALUE " TYPE=".
           05 MO-ENTRY-TYPE         PIC X.
           05 FILLER                PIC X(6) VALUE " ORIG=".
           05 MO-ORIG-KEY.
               10 MO-ORIG-RUN-DATE      PIC 9(8).
               10 MO-ORIG-RUN-NUMBER    PIC 9(3).
               10 MO-ORIG-RECORD-NUMBER PIC 9(9).
           05 FILLER                PIC X(5) VALUE " FID=".
           05 MO-FEED-FILE-ID       PIC X(8).
           05 FILLER                PIC X(5) VALUE " FDT=".
           05 MO-FEED-CREATE-DATE   PIC X(8).
           05 FILLER                PIC X(6) VALUE " LINE=".
           05 MO-FEED-RECORD-NUMBER PIC X(9).
