      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-CUT-REGISTER-FILE
      *>              (mathcuts.dat) -- the register of every outbound
      *>              results feed (mathrslt.dat) WS-MATH-EXTRACT has
      *>              cut. One record per cut: the header identity the
      *>              feed went out under (file ID and creation date,
      *>              COPY MATHHDRC), the time it was cut, the business
      *>              date and run number it carries, the sending
      *>              system it was cut for (spaces when it carries
      *>              every system on the run), and the record count,
      *>              reversal count, and hash total its trailer
      *>              (COPY MATHTLRC) quoted. The feed itself is
      *>              overwritten by the next cut; the register is how
      *>              WS-MATH-TRACE tells a department which cut
      *>              carried a result back to them. The MCU-ACK-*
      *>              fields record the department's acknowledgement
      *>              of the cut (COPY MATHACK): OUTSTANDING until one
      *>              arrives, ACKNOWLEDGED when the department accepted
      *>              it and quoted our count and hash, DISPUTED when
      *>              it rejected the cut or quoted a different count
      *>              or hash (MCU-ACK-REASON says which), with who
      *>              acknowledged, when, and what they quoted. A
      *>              register line written before acknowledgements
      *>              were tracked has the MCU-ACK-* fields blank and
      *>              reads as OUTSTANDING. Appended to by
      *>              WS-MATH-EXTRACT, rewritten by WS-MATH-ACK as
      *>              acknowledgements are matched, and read by
      *>              WS-MATH-TRACE. COPY this into the FD
      *>              MATH-CUT-REGISTER-FILE of any program that writes
      *>              or reads the register.
       01 MATH-RESULT-CUT-RECORD.
           05 MCU-CUT-FILE-ID       PIC X(8).
           05 MCU-CUT-DATE          PIC 9(8).
           05 MCU-CUT-TIME          PIC 9(8).
           05 MCU-RUN-DATE          PIC 9(8).
           05 MCU-RUN-NUMBER        PIC 9(3).
           05 MCU-SENDING-SYSTEM    PIC X(8).
           05 MCU-RECORD-COUNT      PIC 9(9).
           05 MCU-REVERSAL-COUNT    PIC 9(9).
           05 MCU-HASH-TOTAL        PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MCU-ACK-STATUS        PIC X(12).
               88 MCU-ACK-OUTSTANDING   VALUE "OUTSTANDING" SPACES.
               88 MCU-ACKNOWLEDGED      VALUE "ACKNOWLEDGED".
               88 MCU-ACK-DISPUTED      VALUE "DISPUTED".
           05 MCU-ACK-DATE          PIC 9(8).
           05 MCU-ACK-TIME          PIC 9(8).
           05 MCU-ACK-BY            PIC X(8).
           05 MCU-ACK-CODE          PIC X.
           05 MCU-ACK-REASON        PIC X(8).
           05 MCU-ACK-COUNT         PIC 9(9).
           05 MCU-ACK-HASH-TOTAL    PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
