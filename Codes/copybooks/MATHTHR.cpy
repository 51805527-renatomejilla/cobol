      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-THRESHOLD-FILE
      *>              (maththrs.dat) -- the department screening
      *>              thresholds. One entry per sending system: the
      *>              fewest and the most detail and reversal records
      *>              its share of a validated feed may carry, the
      *>              largest hash total (the sum of every
      *>              MI-INPUT1/MI-INPUT2 value, taken without its
      *>              sign, so a runaway credit is caught like a
      *>              runaway debit), the largest single MI-INPUT1 or
      *>              MI-INPUT2 amount, again without its sign, and the
      *>              date and operator of the last change. A zero
      *>              limit is not checked, and a department with no
      *>              entry is not screened at all. WS-MATH-SCREEN
      *>              holds any department that breaches its entry;
      *>              only WS-MATH-LIMITS maintains the table. COPY
      *>              this into the FD MATH-THRESHOLD-FILE of any
      *>              program that reads or maintains the thresholds.
       01 MATH-THRESHOLD-RECORD.
           05 MDT-SENDING-SYSTEM    PIC X(8).
           05 MDT-MIN-RECORDS       PIC 9(7).
           05 MDT-MAX-RECORDS       PIC 9(7).
           05 MDT-MAX-HASH-TOTAL    PIC 9(11)V99.
           05 MDT-MAX-AMOUNT        PIC 9(5)V99.
           05 MDT-CHANGED-DATE      PIC 9(8).
           05 MDT-CHANGED-BY        PIC X(8).
