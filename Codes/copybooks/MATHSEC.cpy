      *> Author:      Renato D. Mejilla
      *> Description: Physical record layout for MATH-SECURITY-FILE
      *>              (mathsecu.dat) -- the operator security file.
      *>              One entry per operator: the sign-on ID and
      *>              password, the operator's name for the log and
      *>              the screens, an ACTIVE/REVOKED status (a revoked
      *>              entry is kept, never deleted, so the log still
      *>              resolves to a name), and one Y/N flag per
      *>              controlled function. The flags are addressed
      *>              by position through MSC-FUNCTION-FLAG, in the
      *>              order of the function names in MATHSGW -- keep
      *>              the two copybooks in step whenever a function is
      *>              added; the FILLER positions are spare for new
      *>              functions and read as N. Every change stamps the
      *>              date and the supervisor who made it. Only
      *>              WS-MATH-SECURE writes this file; every other
      *>              program reads it through SIGN-ON-OPERATOR (COPY
      *>              MATHSGP). COPY this into the FD
      *>              MATH-SECURITY-FILE of any program that signs an
      *>              operator on or maintains the security file.
       01 MATH-SECURITY-RECORD.
           05 MSC-OPERATOR-ID       PIC X(8).
           05 MSC-PASSWORD          PIC X(8).
           05 MSC-OPERATOR-NAME     PIC X(20).
           05 MSC-STATUS            PIC X(8).
               88 MSC-ACTIVE            VALUE "ACTIVE".
               88 MSC-REVOKED           VALUE "REVOKED".
           05 MSC-FUNCTIONS.
               10 MSC-AUTH-RERUN        PIC X.
               10 MSC-AUTH-FEED-FORCE   PIC X.
               10 MSC-AUTH-FEED-PURGE   PIC X.
               10 MSC-AUTH-PARM         PIC X.
               10 MSC-AUTH-CORRECT      PIC X.
               10 MSC-AUTH-ARCHIVE      PIC X.
               10 MSC-AUTH-SUPERVISOR   PIC X.
               10 MSC-AUTH-REPORTS      PIC X.
               10 MSC-AUTH-CALENDAR     PIC X.
               10 MSC-AUTH-SCHEDULE     PIC X.
               10 MSC-AUTH-RELEASE      PIC X.
               10 MSC-AUTH-THRESHOLD    PIC X.
               10 MSC-AUTH-RATES        PIC X.
               10 FILLER                PIC X(3).
           05 MSC-FUNCTION-TABLE REDEFINES MSC-FUNCTIONS.
               10 MSC-FUNCTION-FLAG     PIC X OCCURS 16 TIMES.
           05 MSC-CHANGED-DATE      PIC 9(8).
           05 MSC-CHANGED-BY        PIC X(8).
