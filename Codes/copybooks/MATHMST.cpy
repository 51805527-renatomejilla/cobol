      *>              of MATH-TRANSACTION-RECORD (COPY MATHTRAN) exactly,
      *>              including the DIVZERO and SIZEERR flags -- keep the
      *>              two copybooks in step whenever a field changes.
      *>              MM-ENTRY-TYPE tells an ordinary posting ('D')
      *>              from the offsetting entry WS-MATH-BATCH posts for
      *>              a reversal ('R'), whose amounts are the negated
      *>              amounts of the posting it backs out. The
      *>              original is never deleted: it is marked with
      *>              MM-REVERSED-FLAG, and MM-REVERSAL-KEY on each of
      *>              the pair names the other, so either one leads
      *>              to its partner. Records written before
      *>              reversals existed carry spaces in these fields
      *>              and read as ordinary, unreversed postings.
      *>              MM-LINEAGE is the record's lineage from the
      *>              validated feed (COPY MATHINRC) -- the file ID and
      *>              creation date of the department's own
      *>              transmission and the line it arrived on -- so
      *>              WS-MATH-TRACE can walk from a posting back to the
      *>              line the department sent, or from that line to
      *>              its posting; records posted before lineage
      *>              existed carry spaces there.
      *>              COPY this into the FD MATH-MASTER-FILE of any
      *>              program that reads or writes the results master.
       01 MATH-MASTER-RECORD.
           05 MM-SIZE-ERROR-FLAG    PIC X.
               88 MM-SIZE-ERROR         VALUE 'Y'.
           05 MM-SOURCE-SYSTEM      PIC X(8).
           05 MM-ENTRY-TYPE         PIC X.
               88 MM-REVERSAL-ENTRY     VALUE 'R'.
           05 MM-REVERSED-FLAG      PIC X.
               88 MM-REVERSED           VALUE 'Y'.
           05 MM-REVERSAL-KEY.
               10 MM-REV-RUN-DATE       PIC 9(8).
               10 MM-REV-RUN-NUMBER     PIC 9(3).
               10 MM-REV-RECORD-NUMBER  PIC 9(9).
           05 MM-LINEAGE.
               10 MM-FEED-FILE-ID       PIC X(8).
               10 MM-FEED-CREATE-DATE   PIC 9(8).
               10 MM-FEED-RECORD-NUMBER PIC 9(9).
