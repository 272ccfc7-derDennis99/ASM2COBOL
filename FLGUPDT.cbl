     05 WS-TOTAL-ERRORS            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-TESTED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-SKIPPED           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JOURNALED         PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CALLS             PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * RUN-CONTROL LOG                              *
     MOVE WS-STEP-INSTRUCT(WS-STEP-IX)  TO I-C-INSTRUCT

     CALL 'BITOPS' USING BITOPS-PGM
     ADD 1                              TO WS-TOTAL-CALLS

     IF O-B-RC-IO
        ADD 1                      TO WS-STEP-UPDATED(WS-STEP-IX)
                                        TO I-C-INSTRUCT

     CALL 'BITOPS' USING BITOPS-PGM
     ADD 1                              TO WS-TOTAL-CALLS

     EVALUATE TRUE
        WHEN O-B-RC-TM-ALL-ZERO
     MOVE WS-RUN-START-TS               TO FL-RUN-TS

     WRITE FLGLOG-REC
     ADD 1                              TO WS-TOTAL-JOURNALED

     CONTINUE.

     MOVE WS-TOTAL-SKIPPED              TO RL-COUNT-PASSED
     MOVE WS-TOTAL-ERRORS               TO RL-COUNT-FAILED
     MOVE WS-FINAL-RC                   TO RL-RETURNCODE
     MOVE WS-TOTAL-JOURNALED            TO RL-COUNT-JOURNALED
     MOVE WS-TOTAL-CALLS                TO RL-COUNT-CALLS

     WRITE RUNLOG-REC

