      *> Author:      Renato D. Mejilla
      *> Description: Working fields for the chargeback rate paragraphs
      *>              in MATHRTP. After PERFORMing LOAD-RATE-TABLE the
      *>              whole rate table (mathrate.dat, COPY MATHRAT) is
      *>              held in MRW-RATE-ENTRY in file order, with
      *>              MRW-RATE-FILE-MISSING or MRW-RATE-FILE-ERROR set
      *>              when it could not be read. To find a department's
      *>              rates for a business date the caller moves the
      *>              sending system to MRW-LOOKUP-SYSTEM and the date
      *>              to MRW-LOOKUP-DATE, PERFORMs RESOLVE-RATE, and
      *>              reads MRW-FOUND-SUB -- the entry in effect, or
      *>              zero when the department has none on that date.
      *>              COPY this into WORKING-STORAGE alongside COPY
      *>              MATHRTP.
       01 MATH-RATE-WORK.
           05 MRW-RATE-COUNT        PIC 9(3) VALUE ZERO.
           05 MRW-RATE-MAX          PIC 9(3) VALUE 300.
           05 MRW-RATE-SUB          PIC 9(3) VALUE ZERO.
           05 MRW-FOUND-SUB         PIC 9(3) VALUE ZERO.
           05 MRW-LOOKUP-SYSTEM     PIC X(8) VALUE SPACES.
           05 MRW-LOOKUP-DATE       PIC 9(8) VALUE ZERO.
           05 MRW-SCAN-EOF-SW       PIC X VALUE 'N'.
               88 MRW-SCAN-EOF          VALUE 'Y'.
           05 MRW-RATE-FILE-SW      PIC X VALUE SPACE.
               88 MRW-RATE-FILE-LOADED  VALUE 'Y'.
               88 MRW-RATE-FILE-MISSING VALUE 'M'.
               88 MRW-RATE-FILE-ERROR   VALUE 'E'.
           05 MRW-TABLE-FULL-SW     PIC X VALUE 'N'.
               88 MRW-TABLE-FULL        VALUE 'Y'.
           05 MRW-RATE-ENTRY OCCURS 300 TIMES.
               10 MRW-SYSTEM            PIC X(8).
               10 MRW-EFFECTIVE-DATE    PIC 9(8).
               10 MRW-COST-CODE         PIC X(8).
               10 MRW-PROCESSED-RATE    PIC 9(3)V9(4).
               10 MRW-REJECT-RATE       PIC 9(3)V9(4).
               10 MRW-EXCEPTION-RATE    PIC 9(3)V9(4).
               10 MRW-KEYED-DATE        PIC 9(8).
               10 MRW-KEYED-BY          PIC X(8).
