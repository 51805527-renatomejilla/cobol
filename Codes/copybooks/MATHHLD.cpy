      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-HELD-FILE
      *>              (mathheld.dat) -- validated records pulled out
      *>              of the nightly feed by WS-MATH-SCREEN because
      *>              their department breached its screening
      *>              thresholds (COPY MATHTHR). One line per held
      *>              record, appended: the business date and time of
      *>              the screening run that held it, the sending
      *>              system, the first threshold breached, a status
      *>              (HELD until a supervisor acts; RELEASED once
      *>              WS-MATH-RELEASE has queued it for the next batch
      *>              run; RETURNED once it has been sent back to the
      *>              department to be corrected and retransmitted),
      *>              the date and supervisor of that action, and the
      *>              validated record image exactly as WS-MATH-EDIT
      *>              wrote it (COPY MATHINRC), lineage and all, so a
      *>              released record posts as if it had never been
      *>              held; MHL-LINEAGE is the image's lineage, for
      *>              WS-MATH-TRACE. The records of one department from one
      *>              screening run are always held, released, or
      *>              returned together. Written by WS-MATH-SCREEN and
      *>              rewritten only by WS-MATH-RELEASE. COPY this into
      *>              the FD MATH-HELD-FILE of any program that writes
      *>              or reads the held file.
       01 MATH-HELD-RECORD.
           05 MHL-HELD-DATE         PIC 9(8).
           05 MHL-HELD-TIME         PIC 9(8).
           05 MHL-SENDING-SYSTEM    PIC X(8).
           05 MHL-BREACH            PIC X(12).
           05 MHL-STATUS            PIC X(8).
               88 MHL-HELD              VALUE "HELD".
               88 MHL-RELEASED          VALUE "RELEASED".
               88 MHL-RETURNED          VALUE "RETURNED".
           05 MHL-ACTION-DATE       PIC 9(8).
           05 MHL-ACTION-BY         PIC X(8).
           05 MHL-RECORD-IMAGE      PIC X(70).
           05 MHL-IMAGE-FIELDS REDEFINES MHL-RECORD-IMAGE.
               10 FILLER                PIC X(45).
               10 MHL-LINEAGE           PIC X(25).
