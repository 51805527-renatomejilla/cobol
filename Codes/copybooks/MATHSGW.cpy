      *> Author:      Renato D. Mejilla
      *> Description: Working fields for the operator sign-on,
      *>              authorization, and security-log paragraphs in
      *>              MATHSGP. The caller moves its PROGRAM-ID into
      *>              MSG-PROGRAM-ID before PERFORMing
      *>              SIGN-ON-OPERATOR and reads MSG-SIGNED-ON
      *>              afterwards; the signed-on operator's ID, name,
      *>              and function flags are then left in
      *>              MSG-OPERATOR-ID, MSG-OPERATOR-NAME, and
      *>              MSG-FUNCTIONS. To check a function the caller
      *>              moves its name (one of the MSG-FUNCTION-NAME-
      *>              ENTRY values below) to MSG-FUNCTION-NAME,
      *>              PERFORMs CHECK-FUNCTION-AUTH, and reads
      *>              MSG-AUTHORIZED. To log a sensitive action it
      *>              moves the function name, "ACTION" to MSG-EVENT,
      *>              and a line of detail to MSG-DETAIL, and PERFORMs
      *>              WRITE-SECURITY-LOG-EVENT. The function names are
      *>              in the same order as the MSC-FUNCTION-FLAG
      *>              positions of the security file (COPY MATHSEC),
      *>              with a short description of each for the
      *>              maintenance screens -- keep the copybooks in
      *>              step when a function is added. COPY this into
      *>              WORKING-STORAGE alongside COPY MATHSGP.
       01 MATH-SIGN-ON-WORK.
           05 MSG-PROGRAM-ID        PIC X(16) VALUE SPACES.
           05 MSG-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05 MSG-OPERATOR-NAME     PIC X(20) VALUE SPACES.
           05 MSG-FUNCTIONS         PIC X(16) VALUE ALL 'N'.
           05 MSG-FUNCTION-TABLE REDEFINES MSG-FUNCTIONS.
               10 MSG-FUNCTION-FLAG     PIC X OCCURS 16 TIMES.
           05 MSG-FUNCTION-NAME     PIC X(8) VALUE SPACES.
           05 MSG-FUNCTION-SLOT     PIC 9(2) VALUE ZERO.
           05 MSG-SUB               PIC 9(2) VALUE ZERO.
           05 MSG-EVENT             PIC X(8) VALUE SPACES.
           05 MSG-DETAIL            PIC X(60) VALUE SPACES.
           05 MSG-ID-ENTRY          PIC X(8) VALUE SPACES.
           05 MSG-PASSWORD-ENTRY    PIC X(8) VALUE SPACES.
           05 MSG-ATTEMPTS          PIC 9 VALUE ZERO.
           05 MSG-MAX-ATTEMPTS      PIC 9 VALUE 3.
           05 MSG-LOG-DATE          PIC 9(8) VALUE ZERO.
           05 MSG-LOG-TIME          PIC 9(8) VALUE ZERO.
           05 MSG-SIGNED-ON-SW      PIC X VALUE 'N'.
               88 MSG-SIGNED-ON         VALUE 'Y'.
           05 MSG-AUTHORIZED-SW     PIC X VALUE 'N'.
               88 MSG-AUTHORIZED        VALUE 'Y'.
           05 MSG-ENTRY-FOUND-SW    PIC X VALUE 'N'.
               88 MSG-ENTRY-FOUND       VALUE 'Y'.
           05 MSG-SCAN-EOF-SW       PIC X VALUE 'N'.
               88 MSG-SCAN-EOF          VALUE 'Y'.
           05 MSG-FILE-MISSING-SW   PIC X VALUE 'N'.
               88 MSG-FILE-MISSING      VALUE 'Y'.
           05 MSG-FUNCTION-NAME-LIST.
               10 FILLER                PIC X(8) VALUE "RERUN".
               10 FILLER                PIC X(8) VALUE "FEEDFRC".
               10 FILLER                PIC X(8) VALUE "FEEDPRG".
               10 FILLER                PIC X(8) VALUE "PARM".
               10 FILLER                PIC X(8) VALUE "CORRECT".
               10 FILLER                PIC X(8) VALUE "ARCHIVE".
               10 FILLER                PIC X(8) VALUE "SUPERVSR".
               10 FILLER                PIC X(8) VALUE "REPORTS".
               10 FILLER                PIC X(8) VALUE "CALENDAR".
               10 FILLER                PIC X(8) VALUE "SCHEDULE".
               10 FILLER                PIC X(8) VALUE "RELEASE".
               10 FILLER                PIC X(8) VALUE "THRESHLD".
               10 FILLER                PIC X(8) VALUE "RATES".
               10 FILLER                PIC X(24) VALUE SPACES.
           05 MSG-FUNCTION-NAMES REDEFINES MSG-FUNCTION-NAME-LIST.
               10 MSG-FUNCTION-NAME-ENTRY PIC X(8) OCCURS 16 TIMES.
           05 MSG-FUNCTION-TEXT-LIST.
               10 FILLER                PIC X(36)
                   VALUE "Reopen a balanced business date".
               10 FILLER                PIC X(36)
                   VALUE "Force-accept a feed retransmission".
               10 FILLER                PIC X(36)
                   VALUE "Purge a feed register entry".
               10 FILLER                PIC X(36)
                   VALUE "Key a new parameter set".
               10 FILLER                PIC X(36)
                   VALUE "Disposition edit rejects".
               10 FILLER                PIC X(36)
                   VALUE "Archive the results master".
               10 FILLER                PIC X(36)
                   VALUE "Maintain the operator security file".
               10 FILLER                PIC X(36)
                   VALUE "Set the report retention period".
               10 FILLER                PIC X(36)
                   VALUE "Maintain the processing calendar".
               10 FILLER                PIC X(36)
                   VALUE "Maintain the expected-feed schedule".
               10 FILLER                PIC X(36)
                   VALUE "Release or return a held department".
               10 FILLER                PIC X(36)
                   VALUE "Maintain the department thresholds".
               10 FILLER                PIC X(36)
                   VALUE "Key chargeback rates".
               10 FILLER                PIC X(108) VALUE SPACES.
           05 MSG-FUNCTION-TEXTS REDEFINES MSG-FUNCTION-TEXT-LIST.
               10 MSG-FUNCTION-TEXT     PIC X(36) OCCURS 16 TIMES.
