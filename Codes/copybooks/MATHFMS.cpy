      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-FEED-MISS-FILE
      *>              (mathfmiss.dat) -- the log of every scheduled
      *>              feed (COPY MATHSCH) that WS-MATH-MERGE found
      *>              missing or late. One line is appended per miss
      *>              per consolidation: the business date, the
      *>              sending system and its slot, MISSING (no feed
      *>              arrived and none was already accepted that
      *>              business date) or LATE (it arrived, but its
      *>              header was cut after the business date or after
      *>              the cutoff), the cutoff in force, the header
      *>              creation date and time of a late feed, whether
      *>              the operator held the cycle or proceeded without
      *>              the department (a late feed is always merged,
      *>              so it is recorded as PROCEED), and when the line
      *>              was written. A date held for a missing feed and
      *>              merged later shows a MISSING/HOLD line followed
      *>              by a LATE one. WS-MATH-SCHED reads it for the
      *>              month-end on-time transmission report. COPY
      *>              this into the FD MATH-FEED-MISS-FILE of any
      *>              program that writes or reads the log.
       01 MATH-FEED-MISS-RECORD.
           05 MFM-BUSINESS-DATE     PIC 9(8).
           05 MFM-SENDING-SYSTEM    PIC X(8).
           05 MFM-FEED-SLOT         PIC 9.
           05 MFM-MISS-TYPE         PIC X(8).
               88 MFM-MISSING           VALUE "MISSING".
               88 MFM-LATE              VALUE "LATE".
           05 MFM-CUTOFF-TIME       PIC 9(4).
           05 MFM-CREATE-DATE       PIC 9(8).
           05 MFM-CREATE-TIME       PIC X(4).
           05 MFM-DECISION          PIC X(8).
               88 MFM-HELD              VALUE "HOLD".
               88 MFM-PROCEEDED         VALUE "PROCEED".
           05 MFM-RECORDED-DATE     PIC 9(8).
           05 MFM-RECORDED-TIME     PIC 9(8).
