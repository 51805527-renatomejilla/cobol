      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-SECURITY-LOG-FILE
      *>              (mathseclg.dat) -- the append-only security log.
      *>              Every sign-on (SIGNON), every failed sign-on
      *>              attempt (SIGNFAIL), every refusal of a function
      *>              the operator is not authorized for (REFUSED),
      *>              and every sensitive action taken (ACTION) is
      *>              written here with the wall-clock date and time,
      *>              the program, the operator ID (as keyed, for a
      *>              failed attempt), the function, and a line of
      *>              detail naming what was touched -- so the
      *>              question of who reopened a date, forced a feed,
      *>              or changed a weight has a recorded answer. The
      *>              file is written only through
      *>              WRITE-SECURITY-LOG-EVENT (COPY MATHSGP). COPY
      *>              this into the FD MATH-SECURITY-LOG-FILE of any
      *>              program that signs an operator on.
       01 MATH-SECURITY-LOG-RECORD.
           05 MSL-LOG-DATE          PIC 9(8).
           05 MSL-LOG-TIME          PIC 9(8).
           05 MSL-PROGRAM-ID        PIC X(16).
           05 MSL-OPERATOR-ID       PIC X(8).
           05 MSL-EVENT             PIC X(8).
               88 MSL-SIGNON            VALUE "SIGNON".
               88 MSL-SIGNFAIL          VALUE "SIGNFAIL".
               88 MSL-REFUSED           VALUE "REFUSED".
               88 MSL-ACTION            VALUE "ACTION".
           05 MSL-FUNCTION          PIC X(8).
           05 MSL-DETAIL            PIC X(60).
