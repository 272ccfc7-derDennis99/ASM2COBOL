*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGBAL.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-LOG     ASSIGN TO RUNLOG
         FILE STATUS IS WS-RUNLOG-STATUS.
     SELECT FLAG-LOG    ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT AUDIT-LOG   ASSIGN TO AUDITLOG
         FILE STATUS IS WS-AUDIT-STATUS.
     SELECT BAL-CONTROL ASSIGN TO BALCTL
         FILE STATUS IS WS-BALCTL-STATUS.
     SELECT PRINT-LINE  ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    RUN-LOG - THE SHARED RUN-CONTROL LOG (SEE RUNLOGIF). EVERY
*    END OR ABEND MARKER CLOSED SINCE THE LAST BALANCE IS A RUN TO
*    CHECK; ITS START TIMESTAMP AND CLOSE TIMESTAMP ARE THE RUN'S
*    KEY INTO THE OTHER TWO FILES.
*-----------------------------------------------------------------
 FD  RUN-LOG RECORDING MODE F.
 COPY RUNLOGIF.

*-----------------------------------------------------------------
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF).
*    EVERY RECORD CARRIES THE PROGRAM AND RUN START TIMESTAMP THAT
*    WROTE IT, SO A RUN'S JOURNAL CAN BE COUNTED EXACTLY.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    AUDIT-LOG - THE TRAIL BITOPS APPENDS TO ON EVERY CALL. THE
*    LAYOUT HERE MIRRORS AUDIT-REC IN BITOPS BYTE FOR BYTE; IF THE
*    SUPPLIER'S RECORD EVER GROWS, THIS FD MUST GROW WITH IT. A
*    CALL CARRIES NO PROGRAM NAME, ONLY ITS TIME, SO IT IS COUNTED
*    AGAINST EVERY RUN WHOSE START-TO-CLOSE WINDOW IT FALLS IN.
*-----------------------------------------------------------------
 FD  AUDIT-LOG RECORDING MODE F.
 01  AUDIT-REC.
     05 AU-TIMESTAMP               PIC X(26).
     05 FILLER                     PIC X.
     05 AU-INSTRUCT                PIC X(2).
     05 FILLER                     PIC X.
     05 AU-MODE                    PIC X(1).
     05 FILLER                     PIC X.
     05 AU-INPUT                   PIC X(16).
     05 FILLER                     PIC X.
     05 AU-MASK                    PIC X(16).
     05 FILLER                     PIC X.
     05 AU-RESULT                  PIC X(16).
     05 FILLER                     PIC X.
     05 AU-RETURNCODE              PIC 99.

*-----------------------------------------------------------------
*    BAL-CONTROL - ONE RECORD: THE CLOSE TIMESTAMP OF THE LAST RUN
*    ALREADY BALANCED, WHEN THAT BALANCE WAS DONE AND WHAT IT
*    FOUND. READ AT THE START TO KNOW WHERE TONIGHT BEGINS AND
*    WRITTEN BACK AT THE END. NO FILE YET MEANS NOTHING HAS EVER
*    BEEN BALANCED, AND THE WHOLE RUN LOG IS CHECKED.
*-----------------------------------------------------------------
 FD  BAL-CONTROL RECORDING MODE F.
 01  BAL-CONTROL-REC.
     05 BC-LAST-END-TS             PIC X(16).
     05 FILLER                     PIC X.
     05 BC-BALANCED-AT             PIC X(16).
     05 FILLER                     PIC X.
     05 BC-RUNS-CHECKED            PIC 9(6).
     05 FILLER                     PIC X.
     05 BC-BREAKS                  PIC 9(6).
     05 FILLER                     PIC X(33).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 RUNLOG-EOF                 PIC X       VALUE 'N'.
     88 RUNLOG-IS-EOF                          VALUE 'Y'.
     05 FLGLOG-EOF                 PIC X       VALUE 'N'.
     88 FLGLOG-IS-EOF                          VALUE 'Y'.
     05 AUDIT-EOF                  PIC X       VALUE 'N'.
     88 AUDIT-IS-EOF                           VALUE 'Y'.

     05 WS-RUNLOG-STATUS           PIC XX.
     88 WS-RUNLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-RUNLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-AUDIT-STATUS            PIC XX.
     88 WS-AUDIT-STATUS-OK                     VALUES '00', '07'.
     88 WS-AUDIT-STATUS-NOTFOUND               VALUES '35', '30'.
     05 WS-BALCTL-STATUS           PIC XX.
     88 WS-BALCTL-STATUS-OK                    VALUES '00', '07'.
     88 WS-BALCTL-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-LOG-OPEN-FAILED         PIC X       VALUE 'N'.
     88 WS-LOG-HAS-FAILED                      VALUE 'Y'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * REQUEST PARM - WHERE TO START                *
*    *   blank            - after the last balance  *
*    *   ALL              - the whole run log       *
*    *   YYYYMMDD         - runs closed on or after *
*    *                      that day                *
*    *   YYYYMMDDHHMMSScc - runs closed after that  *
*    *                      moment                  *
*    * A parm re-checks old runs; it never moves    *
*    * the remembered mark backwards.               *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-DATE-CHECK              PIC X(8)    VALUE SPACE.
     05 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                   PIC 9(8).

*    ***********************************************
*    * BALANCE MARKS                                *
*    ***********************************************
*    WS-LAST-MARK is what the control file said; WS-FROM-TS is
*    where this run starts checking (the mark, or the parm);
*    WS-NEW-MARK is what goes back to the control file.
     05 WS-LAST-MARK               PIC X(16)   VALUE SPACE.
     05 WS-FROM-TS                 PIC X(16)   VALUE SPACE.
     05 WS-NEW-MARK                PIC X(16)   VALUE SPACE.
     05 WS-LOW-TS                  PIC X(16)   VALUE HIGH-VALUE.
     05 WS-HIGH-TS                 PIC X(16)   VALUE LOW-VALUE.
     05 WS-CALL-TS                 PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * RUN TABLE - ONE SLOT PER CLOSED RUN TO CHECK *
*    ***********************************************
*    200 slots - the same week of nightly runs RUNRPT allows for.
*    A backlog bigger than that is balanced in instalments: the
*    mark stops at the last run that fitted, the sheet says more
*    remain, and the next run picks up from there.
     05 WS-RUN-MAX                 PIC 9(6)    VALUE 200.
     05 WS-RUN-COUNT               PIC 9(6)    VALUE ZERO.
     05 WS-RUN-MORE                PIC X       VALUE 'N'.
     88 WS-RUN-HAS-MORE                        VALUE 'Y'.
     05 WS-RUNS.
        10 WS-RUN-ENTRY            OCCURS 200 TIMES
                                    INDEXED BY WS-RUN-IX.
           15 WS-RUN-PROGRAM       PIC X(8)    VALUE SPACE.
           88 WS-RUN-IS-FLGUPDT                VALUE 'FLGUPDT'.
           15 WS-RUN-MARKER        PIC X       VALUE SPACE.
           88 WS-RUN-IS-ABEND                  VALUE 'A'.
           15 WS-RUN-START-TS-T    PIC X(16)   VALUE SPACE.
           15 WS-RUN-END-TS        PIC X(16)   VALUE SPACE.
           15 WS-RUN-RC            PIC 99      VALUE ZERO.
           15 WS-RUN-UPDATED       PIC 9(6)    VALUE ZERO.
           15 WS-RUN-RECORDED      PIC X       VALUE 'N'.
           88 WS-RUN-IS-RECORDED               VALUE 'Y'.
           15 WS-RUN-EXP-JOURNAL   PIC 9(6)    VALUE ZERO.
           15 WS-RUN-EXP-CALLS     PIC 9(6)    VALUE ZERO.
           15 WS-RUN-FND-JOURNAL   PIC 9(6)    VALUE ZERO.
           15 WS-RUN-FND-CALLS     PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * CONTROL SHEET WORK                           *
*    ***********************************************
     05 WS-OUT-BY                  PIC S9(7)   VALUE ZERO.
     05 WS-OUT-BY-ED               PIC -(6)9.
     05 WS-UNCHANGED               PIC 9(6)    VALUE ZERO.
     05 WS-RUN-VERDICT             PIC X(30)   VALUE SPACE.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-RUNLOG            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-FLGLOG            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-AUDIT             PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-MATCHED           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-BREAKS            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-ABEND-OPEN        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-ABEND-CLEAN       PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNRECORDED        PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGBAL  START AT '
            W1-CURRENT-TS (1:4) '-'
            W1-CURRENT-TS (5:2) '-'
            W1-CURRENT-TS (7:2) ' '
            W1-CURRENT-TS (9:2) ':'
            W1-CURRENT-TS (11:2) ':'
            W1-CURRENT-TS (13:4)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     INSPECT PRINT-REC REPLACING ALL LOW-VALUES BY SPACE
     WRITE PRINT-REC
     MOVE W1-CURRENT-TS                TO WS-RUN-START-TS

     PERFORM A00A-PARSE-PARM

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGBAL PARM INVALID - EXPECTED ALL, YYYYMMDD,'
               ' YYYYMMDDHHMMSScc OR NOTHING'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM A02-READ-CONTROL

     IF NOT WS-BALCTL-STATUS-OK
     AND NOT WS-BALCTL-STATUS-NOTFOUND
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGBAL CANNOT READ BALCTL - STATUS '
               WS-BALCTL-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     IF WS-PARM = SPACE
        MOVE WS-LAST-MARK              TO WS-FROM-TS
     END-IF
     MOVE WS-LAST-MARK                 TO WS-NEW-MARK

     MOVE SPACE                        TO PRINT-REC
     IF WS-FROM-TS = SPACE
        STRING 'BALANCING EVERY RUN ON THE RUN LOG'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING 'BALANCING RUNS CLOSED AFTER '
               WS-FROM-TS (1:4) '-'
               WS-FROM-TS (5:2) '-'
               WS-FROM-TS (7:2) ' '
               WS-FROM-TS (9:2) ':'
               WS-FROM-TS (11:2) ':'
               WS-FROM-TS (13:4)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     OPEN INPUT RUN-LOG
     IF NOT WS-RUNLOG-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        IF WS-RUNLOG-STATUS-NOTFOUND
           STRING 'FLGBAL - NO RUN LOG TO BALANCE'
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           MOVE 4                      TO RETURN-CODE
        ELSE
           STRING 'FLGBAL CANNOT OPEN RUNLOG - STATUS '
                  WS-RUNLOG-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           MOVE 16                     TO RETURN-CODE
        END-IF
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        GOBACK
     END-IF

     PERFORM A01-READ-RUNLOG
     PERFORM UNTIL RUNLOG-IS-EOF
        PERFORM B01-COLLECT-RUN
        PERFORM A01-READ-RUNLOG
     END-PERFORM

     CLOSE RUN-LOG.

*    Nothing closed since the last balance: the sheet says so and
*    the control file is left exactly as it was.
     IF WS-RUN-COUNT = ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO RUNS CLOSED SINCE THE LAST BALANCE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A00-FINISH
     END-IF

     PERFORM B02-COUNT-JOURNAL

     PERFORM B03-COUNT-CALLS

     IF WS-LOG-HAS-FAILED
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGBAL CANNOT OPEN FLGLOG/AUDITLOG - STATUS '
               WS-FLGLOG-STATUS '/' WS-AUDIT-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM C00-COLUMN-HEADING

     PERFORM VARYING WS-RUN-IX FROM 1 BY 1
     UNTIL WS-RUN-IX > WS-RUN-COUNT
        PERFORM C01-PRINT-RUN
     END-PERFORM

     PERFORM A03-WRITE-CONTROL.

 A00-FINISH.

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'RUNS CHECKED: ' WS-RUN-COUNT
            '  MATCHED: ' WS-TOTAL-MATCHED
            '  OUT OF BALANCE: ' WS-TOTAL-BREAKS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ABENDS NEEDING ATTENTION: ' WS-TOTAL-ABEND-OPEN
            '  ABENDS WITH NO JOURNAL: ' WS-TOTAL-ABEND-CLEAN
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'COUNTS NOT RECORDED: ' WS-TOTAL-UNRECORDED
            '  FLGLOG READ: ' WS-TOTAL-FLGLOG
            '  AUDITLOG READ: ' WS-TOTAL-AUDIT
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     IF WS-NEW-MARK = SPACE
        STRING 'NOTHING BALANCED YET'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING 'BALANCED THROUGH RUNS CLOSED AT '
               WS-NEW-MARK (1:4) '-'
               WS-NEW-MARK (5:2) '-'
               WS-NEW-MARK (7:2) ' '
               WS-NEW-MARK (9:2) ':'
               WS-NEW-MARK (11:2) ':'
               WS-NEW-MARK (13:4)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC

     IF WS-RUN-HAS-MORE
        MOVE SPACE                     TO PRINT-REC
        STRING 'MORE RUNS REMAIN THAN ONE PASS HOLDS'
               ' - RUN FLGBAL AGAIN'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGBAL  END   AT '
            W1-CURRENT-TS (1:4) '-'
            W1-CURRENT-TS (5:2) '-'
            W1-CURRENT-TS (7:2) ' '
            W1-CURRENT-TS (9:2) ':'
            W1-CURRENT-TS (11:2) ':'
            W1-CURRENT-TS (13:4)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     INSPECT PRINT-REC REPLACING ALL LOW-VALUES BY SPACE
     WRITE PRINT-REC

     CLOSE PRINT-LINE.

*    A break in the counts is an error; an abend whose partial
*    journal is still out there, a run that closed without its
*    counts and so could not be checked, or a backlog left for the
*    next pass, is a warning.
     EVALUATE TRUE
        WHEN WS-TOTAL-BREAKS > ZERO
           MOVE 8                      TO RETURN-CODE
        WHEN WS-TOTAL-ABEND-OPEN > ZERO
        WHEN WS-TOTAL-UNRECORDED > ZERO
        WHEN WS-RUN-HAS-MORE
           MOVE 4                      TO RETURN-CODE
        WHEN OTHER
           MOVE ZERO                   TO RETURN-CODE
     END-EVALUATE

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    Blank is "since the last balance". A date must be a real one;
*    a full timestamp must at least be sixteen digits.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM = SPACE
        GO TO A00A-PARSE-EXIT
     END-IF

     IF WS-PARM = 'ALL'
        MOVE SPACE                     TO WS-FROM-TS
        GO TO A00A-PARSE-EXIT
     END-IF

     IF WS-PARM(9:8) = SPACE
        MOVE WS-PARM(1:8)              TO WS-DATE-CHECK
        IF WS-DATE-CHECK NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-N) = ZERO
           MOVE WS-PARM                TO WS-FROM-TS
        ELSE
           MOVE 'N'                    TO WS-PARM-OK
        END-IF
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-PARM(1:8)                 TO WS-DATE-CHECK
     IF WS-PARM NUMERIC
     AND FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-N) = ZERO
        MOVE WS-PARM                   TO WS-FROM-TS
     ELSE
        MOVE 'N'                       TO WS-PARM-OK
     END-IF.

 A00A-PARSE-EXIT.

     CONTINUE.

 A01-READ-RUNLOG SECTION.

     READ RUN-LOG
        AT END SET RUNLOG-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-READ-CONTROL SECTION.
*    The mark left by the last balance. A missing or empty control
*    file leaves it blank - every run on the log is new.
     MOVE SPACE                        TO WS-LAST-MARK

     OPEN INPUT BAL-CONTROL
     IF NOT WS-BALCTL-STATUS-OK
        GO TO A02-READ-EXIT
     END-IF

     READ BAL-CONTROL
        AT END MOVE SPACE              TO BAL-CONTROL-REC
     END-READ
     MOVE BC-LAST-END-TS               TO WS-LAST-MARK
     MOVE '00'                         TO WS-BALCTL-STATUS

     CLOSE BAL-CONTROL.

 A02-READ-EXIT.

     CONTINUE.

 A03-WRITE-CONTROL SECTION.
*    The mark moves forward to the last run checked, breaks or not:
*    tonight's sheet is the record of a break, and a re-check of
*    older runs is asked for by parm, never by holding the mark.
     OPEN OUTPUT BAL-CONTROL

     MOVE SPACE                        TO BAL-CONTROL-REC
     MOVE WS-NEW-MARK                  TO BC-LAST-END-TS
     MOVE WS-RUN-START-TS              TO BC-BALANCED-AT
     MOVE WS-RUN-COUNT                 TO BC-RUNS-CHECKED
     MOVE WS-TOTAL-BREAKS              TO BC-BREAKS

     WRITE BAL-CONTROL-REC

     CLOSE BAL-CONTROL

     CONTINUE.

 B01-COLLECT-RUN SECTION.
*    An END or abend marker closed after the starting point is a
*    run to balance. START markers close nothing; a run still in
*    flight is balanced on the night after its END arrives.
     ADD 1                             TO WS-TOTAL-RUNLOG

     IF RL-MARKER-IS-START
        GO TO B01-COLLECT-EXIT
     END-IF

     IF RL-END-TS NOT > WS-FROM-TS
        GO TO B01-COLLECT-EXIT
     END-IF

     IF WS-RUN-COUNT >= WS-RUN-MAX
        MOVE 'Y'                       TO WS-RUN-MORE
        GO TO B01-COLLECT-EXIT
     END-IF

     ADD 1                             TO WS-RUN-COUNT
     SET WS-RUN-IX                     TO WS-RUN-COUNT
     MOVE RL-PROGRAM                   TO WS-RUN-PROGRAM(WS-RUN-IX)
     MOVE RL-MARKER                    TO WS-RUN-MARKER(WS-RUN-IX)
     MOVE RL-START-TS                  TO WS-RUN-START-TS-T(WS-RUN-IX)
     MOVE RL-END-TS                    TO WS-RUN-END-TS(WS-RUN-IX)
     MOVE RL-RETURNCODE                TO WS-RUN-RC(WS-RUN-IX)
     MOVE ZERO                         TO WS-RUN-FND-JOURNAL(WS-RUN-IX)
     MOVE ZERO                         TO WS-RUN-FND-CALLS(WS-RUN-IX)

*    An END written before the run log carried the journal and call
*    counts has spaces there: the run is listed but not balanced.
     IF RL-COUNT-JOURNALED NUMERIC
     AND RL-COUNT-CALLS NUMERIC
     AND RL-COUNT-UPDATED NUMERIC
        MOVE 'Y'                       TO WS-RUN-RECORDED(WS-RUN-IX)
        MOVE RL-COUNT-UPDATED          TO WS-RUN-UPDATED(WS-RUN-IX)
        MOVE RL-COUNT-JOURNALED    TO WS-RUN-EXP-JOURNAL(WS-RUN-IX)
        MOVE RL-COUNT-CALLS        TO WS-RUN-EXP-CALLS(WS-RUN-IX)
     ELSE
        MOVE 'N'                       TO WS-RUN-RECORDED(WS-RUN-IX)
        MOVE ZERO                      TO WS-RUN-UPDATED(WS-RUN-IX)
        MOVE ZERO                  TO WS-RUN-EXP-JOURNAL(WS-RUN-IX)
        MOVE ZERO                  TO WS-RUN-EXP-CALLS(WS-RUN-IX)
     END-IF

*    The call window of an END run bounds the audit pass; an
*    abended run's close is recovery's time, not the run's, so it
*    has no window to count calls in.
     IF NOT WS-RUN-IS-ABEND(WS-RUN-IX)
        IF RL-START-TS < WS-LOW-TS
           MOVE RL-START-TS            TO WS-LOW-TS
        END-IF
        IF RL-END-TS > WS-HIGH-TS
           MOVE RL-END-TS              TO WS-HIGH-TS
        END-IF
     END-IF

     IF RL-END-TS > WS-NEW-MARK
        MOVE RL-END-TS                 TO WS-NEW-MARK
     END-IF.

 B01-COLLECT-EXIT.

     CONTINUE.

 B02-COUNT-JOURNAL SECTION.
*    One pass of FLGLOG: every record written under a program and
*    run start timestamp on the table counts toward that run. No
*    journal at all counts as an empty one.
     OPEN INPUT FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
        IF NOT WS-FLGLOG-STATUS-NOTFOUND
           MOVE 'Y'                    TO WS-LOG-OPEN-FAILED
        END-IF
        GO TO B02-COUNT-EXIT
     END-IF

     PERFORM B02-READ-FLGLOG
     PERFORM UNTIL FLGLOG-IS-EOF
        ADD 1                          TO WS-TOTAL-FLGLOG
        PERFORM VARYING WS-RUN-IX FROM 1 BY 1
        UNTIL WS-RUN-IX > WS-RUN-COUNT
           IF FL-PROGRAM = WS-RUN-PROGRAM(WS-RUN-IX)
           AND FL-RUN-TS = WS-RUN-START-TS-T(WS-RUN-IX)
              ADD 1              TO WS-RUN-FND-JOURNAL(WS-RUN-IX)
           END-IF
        END-PERFORM
        PERFORM B02-READ-FLGLOG
     END-PERFORM

     CLOSE FLAG-LOG.

 B02-COUNT-EXIT.

     CONTINUE.

 B02-READ-FLGLOG SECTION.

     READ FLAG-LOG
        AT END SET FLGLOG-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 B03-COUNT-CALLS SECTION.
*    One pass of AUDITLOG: a call stamped inside an END run's
*    start-to-close window counts toward that run. Calls from
*    programs that keep no run log (FLGRPT, FLGMNT, ...) made in
*    the same window count too, and show as an overage.
     OPEN INPUT AUDIT-LOG
     IF NOT WS-AUDIT-STATUS-OK
        IF NOT WS-AUDIT-STATUS-NOTFOUND
           MOVE 'Y'                    TO WS-LOG-OPEN-FAILED
        END-IF
        GO TO B03-COUNT-EXIT
     END-IF

     PERFORM B03-READ-AUDIT
     PERFORM UNTIL AUDIT-IS-EOF
        ADD 1                          TO WS-TOTAL-AUDIT
        MOVE AU-TIMESTAMP(1:16)        TO WS-CALL-TS
        IF WS-CALL-TS NOT < WS-LOW-TS
        AND WS-CALL-TS NOT > WS-HIGH-TS
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
           UNTIL WS-RUN-IX > WS-RUN-COUNT
              IF NOT WS-RUN-IS-ABEND(WS-RUN-IX)
              AND WS-CALL-TS NOT < WS-RUN-START-TS-T(WS-RUN-IX)
              AND WS-CALL-TS NOT > WS-RUN-END-TS(WS-RUN-IX)
                 ADD 1             TO WS-RUN-FND-CALLS(WS-RUN-IX)
              END-IF
           END-PERFORM
        END-IF
        PERFORM B03-READ-AUDIT
     END-PERFORM

     CLOSE AUDIT-LOG.

 B03-COUNT-EXIT.

     CONTINUE.

 B03-READ-AUDIT SECTION.

     READ AUDIT-LOG
        AT END SET AUDIT-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 C00-COLUMN-HEADING SECTION.

     MOVE SPACE                        TO PRINT-REC
     STRING 'PROGRAM  M RUN START        CLOSED           RC'
            '  BALANCE'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING '           FILE     EXPECTED    FOUND   OUT BY'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     CONTINUE.

 C01-PRINT-RUN SECTION.
*    One block per run: the run line with its verdict, then the
*    journal and BITOPS counts it was balanced on.
     IF WS-RUN-IS-ABEND(WS-RUN-IX)
        PERFORM C02-PRINT-ABEND
        GO TO C01-PRINT-EXIT
     END-IF

     IF NOT WS-RUN-IS-RECORDED(WS-RUN-IX)
        ADD 1                          TO WS-TOTAL-UNRECORDED
        MOVE 'NOT RECORDED - NOT BALANCED' TO WS-RUN-VERDICT
        PERFORM C03-RUN-LINE
        MOVE SPACE                     TO PRINT-REC
        STRING '           FLGLOG   ' '  ------   '
               WS-RUN-FND-JOURNAL(WS-RUN-IX)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE SPACE                     TO PRINT-REC
        STRING '           AUDITLOG ' '  ------   '
               WS-RUN-FND-CALLS(WS-RUN-IX)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO C01-PRINT-EXIT
     END-IF

     IF WS-RUN-EXP-JOURNAL(WS-RUN-IX) = WS-RUN-FND-JOURNAL(WS-RUN-IX)
     AND WS-RUN-EXP-CALLS(WS-RUN-IX) = WS-RUN-FND-CALLS(WS-RUN-IX)
        ADD 1                          TO WS-TOTAL-MATCHED
        MOVE 'MATCHED'                 TO WS-RUN-VERDICT
     ELSE
        ADD 1                          TO WS-TOTAL-BREAKS
        MOVE '** OUT OF BALANCE **'    TO WS-RUN-VERDICT
     END-IF
     PERFORM C03-RUN-LINE

     COMPUTE WS-OUT-BY = WS-RUN-FND-JOURNAL(WS-RUN-IX)
                       - WS-RUN-EXP-JOURNAL(WS-RUN-IX)
     MOVE WS-OUT-BY                    TO WS-OUT-BY-ED
     MOVE SPACE                        TO PRINT-REC
     STRING '           FLGLOG   ' '  '
            WS-RUN-EXP-JOURNAL(WS-RUN-IX) '   '
            WS-RUN-FND-JOURNAL(WS-RUN-IX) '  '
            WS-OUT-BY-ED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     COMPUTE WS-OUT-BY = WS-RUN-FND-CALLS(WS-RUN-IX)
                       - WS-RUN-EXP-CALLS(WS-RUN-IX)
     MOVE WS-OUT-BY                    TO WS-OUT-BY-ED
     MOVE SPACE                        TO PRINT-REC
     STRING '           AUDITLOG ' '  '
            WS-RUN-EXP-CALLS(WS-RUN-IX) '   '
            WS-RUN-FND-CALLS(WS-RUN-IX) '  '
            WS-OUT-BY-ED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

*    FLGUPDT counts an update that left the flag as it was; only a
*    change is journaled. The difference is shown so the run
*    report's UPDATED figure ties to the journal.
     IF WS-RUN-IS-FLGUPDT(WS-RUN-IX)
        IF WS-RUN-UPDATED(WS-RUN-IX) >= WS-RUN-EXP-JOURNAL(WS-RUN-IX)
           COMPUTE WS-UNCHANGED = WS-RUN-UPDATED(WS-RUN-IX)
                                - WS-RUN-EXP-JOURNAL(WS-RUN-IX)
        ELSE
           MOVE ZERO                   TO WS-UNCHANGED
        END-IF
        MOVE SPACE                     TO PRINT-REC
        STRING '           UPDATED ' WS-RUN-UPDATED(WS-RUN-IX)
               ' = JOURNALED ' WS-RUN-EXP-JOURNAL(WS-RUN-IX)
               ' + UNCHANGED ' WS-UNCHANGED
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF.

 C01-PRINT-EXIT.

     CONTINUE.

 C02-PRINT-ABEND SECTION.
*    An abended run never wrote its totals, so there is nothing to
*    balance - but whatever it journaled before it died is on
*    FLGLOG under its start timestamp, and until that is backed out
*    (FLGBACK) or the run restarted over it, it needs attention.
     IF WS-RUN-FND-JOURNAL(WS-RUN-IX) > ZERO
        ADD 1                          TO WS-TOTAL-ABEND-OPEN
        MOVE '** ABEND - PARTIAL JOURNAL **'
                                       TO WS-RUN-VERDICT
     ELSE
        ADD 1                          TO WS-TOTAL-ABEND-CLEAN
        MOVE 'ABEND - NOTHING JOURNALED'
                                       TO WS-RUN-VERDICT
     END-IF
     PERFORM C03-RUN-LINE

     MOVE SPACE                        TO PRINT-REC
     IF WS-RUN-FND-JOURNAL(WS-RUN-IX) > ZERO
        STRING '           FLGLOG   ' '  ------   '
               WS-RUN-FND-JOURNAL(WS-RUN-IX)
               '  BACK OUT OR RESTART OVER IT'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING '           FLGLOG   ' '  ------   '
               WS-RUN-FND-JOURNAL(WS-RUN-IX)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC

     CONTINUE.

 C03-RUN-LINE SECTION.

     MOVE SPACE                        TO PRINT-REC
     STRING WS-RUN-PROGRAM(WS-RUN-IX) ' '
            WS-RUN-MARKER(WS-RUN-IX) ' '
            WS-RUN-START-TS-T(WS-RUN-IX) ' '
            WS-RUN-END-TS(WS-RUN-IX) ' '
            WS-RUN-RC(WS-RUN-IX) '  '
            WS-RUN-VERDICT
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.
