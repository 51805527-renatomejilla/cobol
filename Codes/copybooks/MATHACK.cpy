      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-ACK-FILE
      *>              (mathack.dat) -- the acknowledgements the
      *>              departments send back for the outbound results
      *>              feed. One record per cut acknowledged: the header
      *>              identity the cut arrived under (file ID and
      *>              creation date from its MATHHDRC header), the
      *>              sending system acknowledging it, the record count
      *>              and hash total the department counted on its own
      *>              side of the transfer (the same signed
      *>              two-implied-decimal form as MTL-HASH-TOTAL, COPY
      *>              MATHTLRC), and an accept or reject code with an
      *>              optional free-text reason. WS-MATH-ACK matches
      *>              each record against the result-cut register
      *>              (COPY MATHCUT). COPY this into the FD
      *>              MATH-ACK-FILE of any program that reads the
      *>              acknowledgement file.
       01 MATH-ACK-RECORD.
           05 MAK-RECORD-TYPE       PIC X.
               88 MAK-ACK-RECORD        VALUE 'A'.
           05 MAK-FILE-ID           PIC X(8).
           05 MAK-CREATE-DATE       PIC 9(8).
           05 MAK-SENDING-SYSTEM    PIC X(8).
           05 MAK-RECORD-COUNT      PIC 9(9).
           05 MAK-HASH-TOTAL        PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MAK-ACK-CODE          PIC X.
               88 MAK-ACCEPTED          VALUE 'A'.
               88 MAK-REJECTED          VALUE 'R'.
           05 MAK-REJECT-TEXT       PIC X(30).
