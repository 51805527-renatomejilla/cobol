*>              comma-delimited line per record -- one column per
*>              MM-* field, amounts rendered with a real decimal
*>              point and a leading minus sign instead of the
*>              +0012345 internal form; the closing columns say
*>              whether a row is an original posting or the
*>              offsetting entry of a reversal, whether it has been
*>              reversed, and the key of its partner entry, so the
*>              analysts can net the pairs. The same range of
*>              mathhist.dat is written to mathhist.csv so the trend
*>              data behind WS-MATH-TREND can be charted. Ends with
*>              RETURN-CODE 0 on success and 16 when a file could
    .

WRITE-MASTER-CSV-HEADING.
    MOVE "RUN_DATE,RUN_NUMBER,RECORD_NUMBER,SOURCE_SYSTEM,INPUT1,INPUT2,ADD,SUB,MUL,DIV,TOT,DIVZERO_FLAG,SIZE_ERROR_FLAG,ENTRY_TYPE,REVERSED_FLAG,PARTNER_RUN_DATE,PARTNER_RUN_NUMBER,PARTNER_RECORD_NUMBER" TO MATH-MASTER-CSV-RECORD
    WRITE MATH-MASTER-CSV-RECORD
    .

           MM-DIVZERO-FLAG                DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-SIZE-ERROR-FLAG             DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-ENTRY-TYPE                  DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-REVERSED-FLAG               DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-REV-RUN-DATE                DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-REV-RUN-NUMBER              DELIMITED BY SIZE
           ","                            DELIMITED BY SIZE
           MM-REV-RECORD-NUMBER           DELIMITED BY SIZE
        INTO WS-CSV-LINE
    END-STRING
    MOVE WS-CSV-LINE TO MATH-MASTER-CSV-RECORD
