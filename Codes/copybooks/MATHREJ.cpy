      *>              sending system the record came from, and the raw
      *>              record image exactly as it arrived -- so nothing
      *>              rejected can fall through without a recorded
      *>              disposition. A rejected reversal carries one of
      *>              the REV-* reasons (bad key, key not on the
      *>              master, already reversed, itself an offset, a
      *>              different department's posting, or a duplicate
      *>              within the feed). The FID=, FDT=, and LINE= tags
      *>              carry the record's lineage (COPY MATHINRC) --
      *>              the file ID and creation date of the department's
      *>              own transmission and the record's line within
      *>              it -- so a correction resubmitted through
      *>              WS-MATH-CORRECT keeps pointing back at the line
      *>              the department sent; lines written before lineage
      *>              existed carry spaces there. The whole line is 193
      *>              bytes. COPY this into WORKING-STORAGE
      *>              of any program that writes or works the reject
      *>              file.
       01 MATH-REJECT-LINE.
           05 MRJ-REC-TAG           PIC X(4) VALUE "REC=".
           05 MRJ-SOURCE            PIC X(8).
           05 FILLER                PIC X(7) VALUE " IMAGE=".
           05 MRJ-RAW-IMAGE         PIC X(80).
           05 FILLER                PIC X(5) VALUE " FID=".
           05 MRJ-FEED-FILE-ID      PIC X(8).
           05 FILLER                PIC X(5) VALUE " FDT=".
           05 MRJ-FEED-CREATE-DATE  PIC X(8).
           05 FILLER                PIC X(6) VALUE " LINE=".
           05 MRJ-FEED-RECORD-NUMBER PIC X(9).
