      *>              feed from WS-MATH-MERGE does) and otherwise from
      *>              the feed header's MH-SENDING-SYSTEM, so the
      *>              sender's identity survives past the header
      *>              instead of dying with it. A record of type 'R'
      *>              is a reversal: it carries no amounts of its own
      *>              (WS-MATH-EDIT writes its inputs as zero) and
      *>              names, in MI-REVERSAL-KEY, the results-master key
      *>              (COPY MATHMST) of an already-posted transaction
      *>              the department wants backed out. On the raw feed
      *>              the key occupies positions 26-45, straight after
      *>              the source bytes. An adjustment is sent as a
      *>              reversal of the wrong posting followed by an
      *>              ordinary 'D' record with the right amounts.
      *>              MI-REVERSAL-KEY is zero on every 'D' record.
      *>              MI-LINEAGE names where the record first arrived:
      *>              the file ID and creation date from the header of
      *>              the department's own transmission, and the
      *>              record's line number within it (the header is
      *>              line 1). On the raw feed it occupies positions
      *>              46-70; WS-MATH-MERGE stamps it on every record it
      *>              consolidates, WS-MATH-CORRECT carries it onto a
      *>              resubmitted correction, and WS-MATH-EDIT fills it
      *>              from the feed header when a record arrives
      *>              without it, so a department's "line 412 of our
      *>              file" can be followed all the way to the master.
      *>              COPY this into the FILE SECTION of any program
      *>              that reads or writes the transaction file
      *>              directly.
       01 MATH-INPUT-RECORD.
           05 MI-RECORD-TYPE        PIC X.
               88 MI-DETAIL             VALUE 'D'.
               88 MI-REVERSAL           VALUE 'R'.
           05 MI-INPUT1             PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 MI-INPUT2             PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 MI-SOURCE-SYSTEM      PIC X(8).
           05 MI-REVERSAL-KEY.
               10 MI-REV-RUN-DATE       PIC 9(8).
               10 MI-REV-RUN-NUMBER     PIC 9(3).
               10 MI-REV-RECORD-NUMBER  PIC 9(9).
           05 MI-LINEAGE.
               10 MI-FEED-FILE-ID       PIC X(8).
               10 MI-FEED-CREATE-DATE   PIC 9(8).
               10 MI-FEED-RECORD-NUMBER PIC 9(9).
