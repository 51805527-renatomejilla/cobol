      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-SCHEDULE-FILE
      *>              (mathsched.dat) -- the expected-feed schedule.
      *>              One entry per sending system: the feed slot it
      *>              transmits into (n for mathtrann.dat), one Y/N
      *>              flag per weekday it is expected to send, Monday
      *>              first (a holiday on the processing calendar,
      *>              COPY MATHCAL, excuses every feed), the cutoff
      *>              time (HHMM) its header creation time must not
      *>              pass, an ACTIVE/SUSPEND status (a suspended
      *>              department is not expected at all until it is
      *>              reactivated), the date it was first scheduled,
      *>              and the date and operator of the last change.
      *>              WS-MATH-MERGE checks every night's arrivals
      *>              against it; only WS-MATH-SCHED maintains it.
      *>              COPY this into the FD MATH-SCHEDULE-FILE of any
      *>              program that reads or maintains the schedule.
       01 MATH-SCHEDULE-RECORD.
           05 MSH-SENDING-SYSTEM    PIC X(8).
           05 MSH-FEED-SLOT         PIC 9.
           05 MSH-EXPECTED-DAYS     PIC X(7).
           05 MSH-EXPECTED-TABLE REDEFINES MSH-EXPECTED-DAYS.
               10 MSH-EXPECTED-DAY      PIC X OCCURS 7 TIMES.
           05 MSH-CUTOFF-TIME       PIC 9(4).
           05 MSH-STATUS            PIC X(8).
               88 MSH-ACTIVE            VALUE "ACTIVE".
               88 MSH-SUSPENDED         VALUE "SUSPEND".
           05 MSH-ADDED-DATE        PIC 9(8).
           05 MSH-CHANGED-DATE      PIC 9(8).
           05 MSH-CHANGED-BY        PIC X(8).
