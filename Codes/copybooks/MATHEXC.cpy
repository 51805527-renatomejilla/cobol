      *>              condition (DIVZERO for a divide-by-zero record,
      *>              SIZEERR for a result that overflowed its field,
      *>              BADINPUT for a record whose input amounts were
      *>              not numeric, BADREV for a reversal whose original
      *>              posting could no longer be backed out when the
      *>              batch reached it), and the input values involved --
      *>              kept as raw characters so a BADINPUT record shows
      *>              exactly what arrived. MX-REVERSAL-KEY names the
      *>              original master key on a BADREV record and is
      *>              zero otherwise. MX-LINEAGE carries the problem
      *>              record's lineage (COPY MATHINRC) so an exception
      *>              can be taken straight back to the line the
      *>              department sent. The scheduler branches on
      *>              the run's return code and the operators work this
      *>              short list instead of scanning the full output
      *>              for DIVZERO=Y and SIZEERR=Y. COPY this into the
           05 MX-CONDITION          PIC X(8).
           05 MX-INPUT1             PIC X(8).
           05 MX-INPUT2             PIC X(8).
           05 MX-REVERSAL-KEY.
               10 MX-REV-RUN-DATE       PIC 9(8).
               10 MX-REV-RUN-NUMBER     PIC 9(3).
               10 MX-REV-RECORD-NUMBER  PIC 9(9).
           05 MX-LINEAGE.
               10 MX-FEED-FILE-ID       PIC X(8).
               10 MX-FEED-CREATE-DATE   PIC 9(8).
               10 MX-FEED-RECORD-NUMBER PIC 9(9).
