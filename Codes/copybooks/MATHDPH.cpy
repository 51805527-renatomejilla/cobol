      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-DEPT-HISTORY-FILE
      *>              (mathdpth.dat) -- the per-department screening
      *>              history. WS-MATH-SCREEN appends one line per
      *>              department per screening run: the business date
      *>              and time of the run, the sending system, the
      *>              record count, the signed hash total, and the
      *>              largest single amount (without its sign) of the
      *>              department's share of the validated feed, whether
      *>              that share was POSTED or HELD, and the first
      *>              threshold it breached (MIN-RECORDS, MAX-RECORDS,
      *>              MAX-HASH, or MAX-AMOUNT; blank when posted).
      *>              Records released from the held file by
      *>              WS-MATH-RELEASE are not screened again and add no
      *>              line. WS-MATH-LIMITS reads it to set each
      *>              department's thresholds beside the trailing
      *>              average of its posted runs. COPY this into the
      *>              FD MATH-DEPT-HISTORY-FILE of any program that
      *>              writes or reads the history.
       01 MATH-DEPT-HISTORY-RECORD.
           05 MDH-BUSINESS-DATE     PIC 9(8).
           05 MDH-SCREEN-TIME       PIC 9(8).
           05 MDH-SENDING-SYSTEM    PIC X(8).
           05 MDH-RECORD-COUNT      PIC 9(7).
           05 MDH-HASH-TOTAL        PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MDH-MAX-AMOUNT        PIC 9(5)V99.
           05 MDH-OUTCOME           PIC X(8).
               88 MDH-POSTED            VALUE "POSTED".
               88 MDH-HELD              VALUE "HELD".
           05 MDH-BREACH            PIC X(12).
