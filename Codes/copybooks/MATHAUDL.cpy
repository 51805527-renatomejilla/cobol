      *>              WS-MATH sessions appended to the same file. The
      *>              MA-* value fields mirror MATH-TRANSACTION-RECORD
      *>              (COPY MATHTRAN) -- keep the two copybooks in step
      *>              whenever a field changes. MA-ENTRY-TYPE is 'R'
      *>              on the line for a reversal's offsetting entry and
      *>              'D' otherwise (blank on lines written before
      *>              reversals existed). MA-RECORD-NUMBER is the
      *>              record number within the batch run, so with
      *>              MA-RUN-DATE and MA-RUN-NUMBER it names the
      *>              results-master key the line describes (zero for
      *>              an interactive session; blank on lines written
      *>              before it existed). COPY this into
      *>              WORKING-STORAGE of any program that PERFORMs
      *>              WRITE-AUDIT-RECORD or reads the audit file.
       01 MATH-AUDIT-LINE.
           05 MA-SIZE-ERROR-FLAG    PIC X.
           05 FILLER                PIC X(5) VALUE " RUN=".
           05 MA-RUN-NUMBER         PIC 9(3).
           05 FILLER                PIC X(6) VALUE " TYPE=".
           05 MA-ENTRY-TYPE         PIC X.
           05 FILLER                PIC X(5) VALUE " REC=".
           05 MA-RECORD-NUMBER      PIC 9(9) VALUE ZERO.
