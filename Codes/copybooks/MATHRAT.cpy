      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-RATE-FILE
      *>              (mathrate.dat) -- the effective-dated chargeback
      *>              rate table. Each record is one department's rates
      *>              from a given date: the sending system, the date
      *>              the rates take effect, the general-ledger cost
      *>              code the department's charges are booked to, the
      *>              charge per processed transaction, the (lower)
      *>              charge per rejected record, and the surcharge
      *>              per DIVZERO or SIZEERR exception, each to four
      *>              decimal places, with the date and operator that
      *>              keyed them. WS-MATH-RATES appends a new record
      *>              for each change -- keyed in advance, it takes
      *>              effect on its date -- and the file itself is the
      *>              change history. The rates for a department on a
      *>              given business date are those of its record with
      *>              the latest effective date on or before it, later
      *>              entries winning ties, as with the parameter sets
      *>              (COPY MATHPARMFD). A department with no such
      *>              record is not charged. WS-MATH-CHARGE prices the
      *>              month's activity from this table. COPY this into
      *>              the FD MATH-RATE-FILE of any program that reads
      *>              or maintains the rate table.
       01 MATH-RATE-RECORD.
           05 MRT-SENDING-SYSTEM    PIC X(8).
           05 MRT-EFFECTIVE-DATE    PIC 9(8).
           05 MRT-COST-CODE         PIC X(8).
           05 MRT-PROCESSED-RATE    PIC 9(3)V9(4).
           05 MRT-REJECT-RATE       PIC 9(3)V9(4).
           05 MRT-EXCEPTION-RATE    PIC 9(3)V9(4).
           05 MRT-KEYED-DATE        PIC 9(8).
           05 MRT-KEYED-BY          PIC X(8).
