      *> Author:      Renato D. Mejilla
      *> Description: Working fields for the report-filing paragraphs
      *>              in MATHRPFP. Before PERFORMing
      *>              FILE-REPORT-TO-REPOSITORY the caller closes its
      *>              print file and moves the business date, run
      *>              number, and report name to file it under
      *>              (MPF-RUN-DATE, MPF-RUN-NUMBER, MPF-REPORT-NAME),
      *>              its PROGRAM-ID (MPF-PROGRAM-ID), the name of the
      *>              print file to read back (MPF-SOURCE-FILE-NAME),
      *>              and the text its page heading starts with
      *>              (MPF-PAGE-MARK, with its length in
      *>              MPF-PAGE-MARK-LENGTH) -- each line that starts
      *>              with the mark begins a new page. Afterwards
      *>              MPF-LINE-COUNT and MPF-PAGE-COUNT say what was
      *>              filed, MPF-AGED-COUNT how many older reports the
      *>              retention setting aged out, and MPF-FILING-ERROR
      *>              whether the filing failed. MPF-DEFAULT-RETENTION
      *>              is the number of days kept when no retention
      *>              setting has been keyed. MPF-LINE-IMAGE is where
      *>              each repository line is built, in the layout of
      *>              MATH-REPOSITORY-RECORD (COPY MATHRPO) -- keep the
      *>              two in step. COPY this into WORKING-STORAGE
      *>              alongside COPY MATHRPFP.
       01 MATH-REPORT-FILING-WORK.
           05 MPF-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 MPF-RUN-NUMBER        PIC 9(3) VALUE ZERO.
           05 MPF-REPORT-NAME       PIC X(8) VALUE SPACES.
           05 MPF-PROGRAM-ID        PIC X(16) VALUE SPACES.
           05 MPF-SOURCE-FILE-NAME  PIC X(30) VALUE SPACES.
           05 MPF-PAGE-MARK         PIC X(40) VALUE SPACES.
           05 MPF-PAGE-MARK-LENGTH  PIC 9(2) VALUE 1.
           05 MPF-DEFAULT-RETENTION PIC 9(5) VALUE 90.
           05 MPF-RETENTION-DAYS    PIC 9(5) VALUE ZERO.
           05 MPF-FILED-DATE        PIC 9(8) VALUE ZERO.
           05 MPF-FILED-TIME        PIC 9(8) VALUE ZERO.
           05 MPF-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
           05 MPF-LINE-COUNT        PIC 9(7) VALUE ZERO.
           05 MPF-PAGE-COUNT        PIC 9(5) VALUE ZERO.
           05 MPF-AGED-COUNT        PIC 9(7) VALUE ZERO.
           05 MPF-SCAN-EOF-SW       PIC X VALUE 'N'.
               88 MPF-SCAN-EOF          VALUE 'Y'.
           05 MPF-FILING-ERROR-SW   PIC X VALUE 'N'.
               88 MPF-FILING-ERROR      VALUE 'Y'.
           05 MPF-LINE-IMAGE.
               10 MPF-LINE-RUN-DATE     PIC 9(8).
               10 MPF-LINE-RUN-NUMBER   PIC 9(3).
               10 MPF-LINE-REPORT-NAME  PIC X(8).
               10 MPF-LINE-NUMBER       PIC 9(7).
               10 MPF-LINE-PAGE-NUMBER  PIC 9(5).
               10 MPF-LINE-TEXT         PIC X(132).
               10 MPF-LINE-DIRECTORY REDEFINES MPF-LINE-TEXT.
                   15 MPF-DIR-PAGE-COUNT    PIC 9(5).
                   15 MPF-DIR-LINE-COUNT    PIC 9(7).
                   15 MPF-DIR-FILED-DATE    PIC 9(8).
                   15 MPF-DIR-FILED-TIME    PIC 9(8).
                   15 MPF-DIR-FILED-BY      PIC X(16).
                   15 FILLER                PIC X(88).
