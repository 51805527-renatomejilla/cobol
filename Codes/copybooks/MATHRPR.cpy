      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-RETENTION-FILE
      *>              (mathrpret.dat) -- the report repository's
      *>              retention setting. A single record giving the
      *>              number of days a filed report is kept, counted
      *>              back from the day a later report is filed; every
      *>              filing ages out whatever has passed it. When the
      *>              file does not exist the default in MATHRPFW
      *>              applies. Changed only through WS-MATH-REPRINT by
      *>              an operator holding the REPORTS function, with
      *>              the date and operator of the change stamped
      *>              here. COPY this into the FD MATH-RETENTION-FILE
      *>              of any program that files reports or maintains
      *>              the setting.
       01 MATH-RETENTION-RECORD.
           05 MPT-RETENTION-DAYS    PIC 9(5).
           05 MPT-CHANGED-DATE      PIC 9(8).
           05 MPT-CHANGED-BY        PIC X(8).
