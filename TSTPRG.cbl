     05 WS-TOTAL-RUN                PIC 9(6)   VALUE ZERO.
     05 WS-TOTAL-PASSED             PIC 9(6)   VALUE ZERO.
     05 WS-TOTAL-FAILED             PIC 9(6)   VALUE ZERO.
     05 WS-TOTAL-CALLS              PIC 9(6)   VALUE ZERO.

*    8 slots - the 5 known opcodes plus headroom for the deliberately
*    invalid instruction codes a negative test case can now carry.
*    ***********************************************
*    * BIT-DIFF REPORTING                            *
*    ***********************************************
*    The expected hex text, zero-filled past its real length so
*    HEX-TO-CHAR always sees a full field of hex digits.
     05 WS-EXPECTED-TEXT            PIC X(8).
     05 WS-EXPECTED-TEXT-DW         PIC X(16).
     05 WS-EXPECTED-HEX             PIC X(4).
     05 WS-EXPECTED-BI              PIC X(32).
     05 WS-EXPECTED-HEX-DW          PIC X(8).
     05 WS-BIT-POS                  PIC 999.
*    Real significant-bit count (WS-LENGTH hex chars * 4 bits each) -
*    the comparison loops below stop here, not at the field's full
*    width, since WS-EXPECTED-HEX(-DW)'s tail past the real hex text
*    is only the zero fill, and comparing it would report bits the
*    test record never specified.
     05 WS-BIT-LIMIT                 PIC 99.
     05 WS-ANY-BIT-DIFF             PIC X       VALUE 'N'.
     88 WS-ANY-BIT-DIFF-FOUND                   VALUE 'Y'.
 B01-BITOPS-CALL SECTION.

     CALL 'BITOPS' USING BITOPS-PGM
     ADD 1                              TO WS-TOTAL-CALLS

     CONTINUE.

     COMPUTE WS-BIT-LIMIT = WS-LENGTH * 4

     IF BO-I-MODE-IS-DOUBLE
        MOVE ALL '0'                     TO WS-EXPECTED-TEXT-DW
        MOVE BO-I-EXPECTED-RESULT-DW (1:WS-LENGTH)
                                   TO WS-EXPECTED-TEXT-DW (1:WS-LENGTH)
        MOVE FUNCTION HEX-TO-CHAR(WS-EXPECTED-TEXT-DW)
                                         TO WS-EXPECTED-HEX-DW
        MOVE FUNCTION BIT-OF(WS-EXPECTED-HEX-DW)    TO WS-EXPECTED-BI-DW

           END-IF
        END-PERFORM
     ELSE
        MOVE ALL '0'                     TO WS-EXPECTED-TEXT
        MOVE BO-I-EXPECTED-RESULT (1:WS-LENGTH)
                                   TO WS-EXPECTED-TEXT (1:WS-LENGTH)
        MOVE FUNCTION HEX-TO-CHAR(WS-EXPECTED-TEXT)
                                         TO WS-EXPECTED-HEX
        MOVE FUNCTION BIT-OF(WS-EXPECTED-HEX)       TO WS-EXPECTED-BI

*    Clear the in-flight marker: the balancing END record, with the
*    run's totals and final return code. A capture run records what
*    it captured in the UPDATED column - the deck it produced is
*    its update. The tester journals nothing; its BITOPS calls are
*    counted so FLGBAL can balance them against the AUDITLOG.
     OPEN EXTEND RUN-LOG

     MOVE SPACE                         TO RUNLOG-REC
     MOVE WS-TOTAL-PASSED               TO RL-COUNT-PASSED
     MOVE WS-TOTAL-FAILED               TO RL-COUNT-FAILED
     MOVE WS-FINAL-RC                   TO RL-RETURNCODE
     MOVE ZERO                          TO RL-COUNT-JOURNALED
     MOVE WS-TOTAL-CALLS                TO RL-COUNT-CALLS

     WRITE RUNLOG-REC

