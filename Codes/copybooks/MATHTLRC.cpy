      *>              amounts themselves), so the receiving side can
      *>              prove the file arrived whole -- a transfer that
      *>              dies partway leaves the trailer missing or the
      *>              totals short. Reversal records ('R', see
      *>              MATHINRC) count in MTL-RECORD-COUNT but carry no
      *>              amounts, so they add nothing to the hash;
      *>              MTL-REVERSAL-COUNT says how many of the records
      *>              were reversals. A sender that has never sent a
      *>              reversal may leave it blank, and it is only
      *>              checked when it is numeric. The outbound results
      *>              feed always fills it in. COPY this into
      *>              WORKING-STORAGE of
      *>              any program that reads the raw transaction feed.
       01 MATH-TRAILER-RECORD.
           05 MTL-RECORD-TYPE       PIC X.
           05 MTL-RECORD-COUNT      PIC 9(9).
           05 MTL-HASH-TOTAL        PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05 MTL-REVERSAL-COUNT    PIC 9(9).
