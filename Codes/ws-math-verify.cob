*>              clean master re-proves exactly), or the set in
*>              effect today (an impact check -- every record
*>              written under superseded rules or weights shows up
*>              as a discrepancy). The offsetting entry of a
*>              reversal is re-proved as the exact negation of the
*>              posting it backs out: its stored inputs are negated
*>              back to the original pair, the results recomputed,
*>              negated again, and compared, and its DIVZERO/SIZEERR
*>              flags must both be N. Ends
*>              with RETURN-CODE 0 when every record re-proved, 8
*>              when discrepancies were found, and 16 when a file
*>              could not be opened.
RECOMPUTE-AND-COMPARE.
    ADD 1 TO WS-DATE-CHECKED
    ADD 1 TO WS-TOTAL-CHECKED
    IF MM-REVERSAL-ENTRY
        COMPUTE MT-INPUT1 = ZERO - MM-INPUT1
        COMPUTE MT-INPUT2 = ZERO - MM-INPUT2
        PERFORM PERFORM-MATH-CALCULATIONS
        PERFORM NEGATE-RECOMPUTED-RESULTS
    ELSE
        MOVE MM-INPUT1 TO MT-INPUT1
        MOVE MM-INPUT2 TO MT-INPUT2
        PERFORM PERFORM-MATH-CALCULATIONS
    END-IF
    MOVE 'N' TO WS-RECORD-DISCREPANT-SW
    PERFORM COMPARE-RESULT-FIELDS
    IF WS-RECORD-DISCREPANT
    END-IF
    .

NEGATE-RECOMPUTED-RESULTS.
    COMPUTE MT-ADD = ZERO - MT-ADD
    COMPUTE MT-SUB = ZERO - MT-SUB
    COMPUTE MT-MUL = ZERO - MT-MUL
    COMPUTE MT-DIV = ZERO - MT-DIV
    COMPUTE MT-TOT = ZERO - MT-TOT
    MOVE 'N' TO MT-DIVZERO-FLAG
    MOVE 'N' TO MT-SIZE-ERROR-FLAG
    .

COMPARE-RESULT-FIELDS.
    IF MT-ADD NOT = MM-ADD
        MOVE "ADD" TO MVR-FIELD
