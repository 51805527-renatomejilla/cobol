      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for
      *>              MATH-ARCHIVE-REGISTER-FILE (mathmarc.dat) -- the
      *>              register of which run dates WS-MATH-ARCHIVE has
      *>              moved off the live results master and into which
      *>              dated archive file (mathmstYYYYMMDD.arc, named
      *>              for the cutoff). One entry is written per run
      *>              date archived, carrying the number of master
      *>              records that went with it, the cutoff the
      *>              operator gave, and when the archive ran.
      *>              WS-MATH-INQUIRY reads it when a key is no longer
      *>              on the live master, so the operator is told which
      *>              archive holds it instead of being told the result
      *>              does not exist. COPY this into the FD
      *>              MATH-ARCHIVE-REGISTER-FILE of any program that
      *>              writes or consults the register.
       01 MATH-MASTER-ARCHIVE-RECORD.
           05 MMA-RUN-DATE          PIC 9(8).
           05 MMA-ARCHIVE-FILE-NAME PIC X(30).
           05 MMA-RECORD-COUNT      PIC 9(9).
           05 MMA-CUTOFF-DATE       PIC 9(8).
           05 MMA-ARCHIVE-DATE      PIC 9(8).
           05 MMA-ARCHIVE-TIME      PIC 9(8).
