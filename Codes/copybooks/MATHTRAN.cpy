      *>              computes, reports on, or audits WS-MATH
      *>              transactions, so the shape of a transaction is
      *>              defined once instead of re-typed per program.
      *>              MT-ENTRY-TYPE is 'D' for an ordinary computed
      *>              transaction and 'R' for the offsetting entry
      *>              WS-MATH-BATCH builds when it posts a reversal.
       01 MATH-TRANSACTION-RECORD.
           05 MT-INPUT1             PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 MT-INPUT2             PIC S9(5)V99 SIGN LEADING SEPARATE.
               88 MT-DIVIDE-OK          VALUE 'N'.
           05 MT-SIZE-ERROR-FLAG    PIC X VALUE 'N'.
               88 MT-SIZE-ERROR         VALUE 'Y'.
           05 MT-ENTRY-TYPE         PIC X VALUE 'D'.
               88 MT-ORDINARY-ENTRY     VALUE 'D'.
               88 MT-REVERSAL-ENTRY     VALUE 'R'.
