      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-REPOSITORY-FILE
      *>              (mathrpos.dat) -- the report repository. Every
      *>              print line of every filed report is kept here
      *>              under the business date, run number, and report
      *>              name it was produced for (RESULTS for the
      *>              WS-MATH-BATCH results report, RECON for the
      *>              WS-MATH-RECON balancing report, STATUS for the
      *>              WS-MATH-STATUS handoff sheet), numbered from 1
      *>              and tagged with the page it printed on, so any
      *>              page range can be reprinted exactly as it first
      *>              came off. Line 0 of each report is its directory
      *>              entry and carries, in place of the print text,
      *>              the page and line counts, when it was filed, and
      *>              the program that filed it. A report filed again
      *>              under the same date, run, and name (a restarted
      *>              batch, a rebalanced date, a second status sheet)
      *>              replaces the earlier copy. The file is written
      *>              only through FILE-REPORT-TO-REPOSITORY (COPY
      *>              MATHRPFP) and read by WS-MATH-REPRINT. COPY this
      *>              into the FD MATH-REPOSITORY-FILE of any program
      *>              that files or reprints a report.
       01 MATH-REPOSITORY-RECORD.
           05 MPR-RUN-DATE          PIC 9(8).
           05 MPR-RUN-NUMBER        PIC 9(3).
           05 MPR-REPORT-NAME       PIC X(8).
           05 MPR-LINE-NUMBER       PIC 9(7).
               88 MPR-DIRECTORY-ENTRY   VALUE ZERO.
           05 MPR-PAGE-NUMBER       PIC 9(5).
           05 MPR-PRINT-LINE        PIC X(132).
           05 MPR-DIRECTORY-DATA REDEFINES MPR-PRINT-LINE.
               10 MPR-PAGE-COUNT        PIC 9(5).
               10 MPR-LINE-COUNT        PIC 9(7).
               10 MPR-FILED-DATE        PIC 9(8).
               10 MPR-FILED-TIME        PIC 9(8).
               10 MPR-FILED-BY          PIC X(16).
               10 FILLER                PIC X(88).
