      *>              must open MATH-TRANSACTION-FILE (the raw batch
      *>              input feed). The sending system writes it as the
      *>              first record of every transmission so the receiving
      *>              side can identify the file and the day it was cut,
      *>              and optionally the time it was cut (HHMM), which
      *>              WS-MATH-MERGE compares with the sender's cutoff on
      *>              the feed schedule (COPY MATHSCH) -- a header that
      *>              leaves it blank is judged on its date alone.
      *>              COPY this into WORKING-STORAGE of any program that
      *>              reads the raw transaction feed.
       01 MATH-HEADER-RECORD.
           05 MH-FILE-ID            PIC X(8).
           05 MH-CREATE-DATE        PIC 9(8).
           05 MH-SENDING-SYSTEM     PIC X(8).
           05 MH-CREATE-TIME        PIC X(4).
