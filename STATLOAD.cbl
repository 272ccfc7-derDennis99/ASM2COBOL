     MOVE ZERO                          TO RL-COUNT-PASSED
     MOVE WS-TOTAL-REJECTED             TO RL-COUNT-FAILED
     MOVE WS-FINAL-RC                   TO RL-RETURNCODE
     MOVE ZERO                          TO RL-COUNT-JOURNALED
     MOVE ZERO                          TO RL-COUNT-CALLS

     WRITE RUNLOG-REC

