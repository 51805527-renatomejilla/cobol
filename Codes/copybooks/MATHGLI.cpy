      *> Author:      Renato D. Mejilla
      *> Description: Physical record layouts for
      *>              MATH-GL-INTERFACE-FILE (mathglchg.dat) -- the
      *>              fixed-format chargeback interface WS-MATH-CHARGE
      *>              hands the general ledger at month end. Every
      *>              record is 100 bytes and starts with its record
      *>              type. One header (H) names the interface, the
      *>              charge month, the business dates it covers, and
      *>              when the file was cut. One detail line (D)
      *>              follows per department and cost code, carrying
      *>              the processed, rejected, and exception volumes
      *>              and the processing charge, reject charge,
      *>              exception surcharge, and their sum, each rounded
      *>              to the cent. One trailer (T) closes the file
      *>              with the number of detail lines and the control
      *>              total of their charge amounts, so the ledger can
      *>              prove it loaded the whole file. Amounts are
      *>              unsigned with two implied decimal places. COPY
      *>              this into the FD MATH-GL-INTERFACE-FILE of any
      *>              program that writes or reads the interface.
       01 MATH-GL-HEADER-RECORD.
           05 MGH-RECORD-TYPE       PIC X.
           05 MGH-INTERFACE-ID      PIC X(8).
           05 MGH-CHARGE-MONTH      PIC 9(6).
           05 MGH-PERIOD-START      PIC 9(8).
           05 MGH-PERIOD-END        PIC 9(8).
           05 MGH-CREATED-DATE      PIC 9(8).
           05 MGH-CREATED-TIME      PIC 9(8).
           05 FILLER                PIC X(53).
       01 MATH-GL-DETAIL-RECORD.
           05 MGD-RECORD-TYPE       PIC X.
           05 MGD-CHARGE-MONTH      PIC 9(6).
           05 MGD-SENDING-SYSTEM    PIC X(8).
           05 MGD-COST-CODE         PIC X(8).
           05 MGD-PROCESSED-COUNT   PIC 9(7).
           05 MGD-REJECT-COUNT      PIC 9(7).
           05 MGD-EXCEPTION-COUNT   PIC 9(7).
           05 MGD-PROCESSED-AMOUNT  PIC 9(9)V99.
           05 MGD-REJECT-AMOUNT     PIC 9(9)V99.
           05 MGD-SURCHARGE-AMOUNT  PIC 9(9)V99.
           05 MGD-CHARGE-AMOUNT     PIC 9(9)V99.
           05 FILLER                PIC X(12).
       01 MATH-GL-TRAILER-RECORD.
           05 MGT-RECORD-TYPE       PIC X.
           05 MGT-CHARGE-MONTH      PIC 9(6).
           05 MGT-DETAIL-COUNT      PIC 9(7).
           05 MGT-CONTROL-TOTAL     PIC 9(11)V99.
           05 FILLER                PIC X(73).
