      *>              reconciliation, a balancing recon END marks the
      *>              whole date complete, and a RERUN authorization
      *>              clears the completed state so the date can be
      *>              deliberately reprocessed. The screening step
      *>              sits between the edit and the batch: a clean
      *>              screen END marks the validated file screened
      *>              (MRR-SCREEN-DONE, cleared by the next edit END)
      *>              so it is not screened twice, and a failed one
      *>              withdraws it from the batch until the edit is
      *>              rerun, since a half-screened file must not post.
      *>              The MRR-*-SEEN flags
      *>              and MRR-*-END-RC values keep the latest outcome
      *>              of each step for reporting. MRR-CYCLE-DONE
      *>              holds, for each day of the window of up to 31
      *>              days starting at MRR-WINDOW-START, whether that
      *>              business date completed a balanced cycle, and
      *>              MRR-FIRST-RUN-DATE the earliest date on the
      *>              register (see SCAN-CYCLE-WINDOW). COPY this into
      *>              WORKING-STORAGE alongside COPY MATHRNP.
       01 MATH-RUN-REGISTER-WORK.
           05 MRR-STEP-NAME         PIC X(16) VALUE SPACES.
               88 MRR-BATCH-SEEN        VALUE 'Y'.
           05 MRR-RECON-SEEN-SW     PIC X VALUE 'N'.
               88 MRR-RECON-SEEN        VALUE 'Y'.
           05 MRR-SCREEN-SEEN-SW    PIC X VALUE 'N'.
               88 MRR-SCREEN-SEEN       VALUE 'Y'.
           05 MRR-SCREEN-DONE-SW    PIC X VALUE 'N'.
               88 MRR-SCREEN-DONE       VALUE 'Y'.
           05 MRR-EDIT-END-RC       PIC 9(2) VALUE ZERO.
           05 MRR-BATCH-END-RC      PIC 9(2) VALUE ZERO.
           05 MRR-RECON-END-RC      PIC 9(2) VALUE ZERO.
           05 MRR-SCREEN-END-RC     PIC 9(2) VALUE ZERO.
           05 MRR-WINDOW-START      PIC 9(8) VALUE ZERO.
           05 MRR-WINDOW-DAYS       PIC 9(2) VALUE ZERO.
           05 MRR-WINDOW-OFFSET     PIC S9(7) VALUE ZERO.
           05 MRR-FIRST-RUN-DATE    PIC 9(8) VALUE ZERO.
           05 MRR-CYCLE-TABLE.
               10 MRR-CYCLE-DONE-SW     PIC X OCCURS 31 TIMES.
                   88 MRR-CYCLE-DONE        VALUE 'Y'.
