         FILE STATUS  IS WS-MST-STATUS.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT PEND-CHG   ASSIGN TO PENDCHG
         FILE STATUS IS WS-PEND-STATUS.
     SELECT PEND-HIST  ASSIGN TO PENDHIST
         FILE STATUS IS WS-HIST-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    PEND-CHG - THE MAKER-CHECKER QUEUE (SEE PENDCHIF). CHANGES
*    NORMALLY REACH THE MASTER THROUGH IT (FLGQREQ, FLGQAPR,
*    FLGQREL, FLGTRAN). THIS PROGRAM ONLY RUNS UNDER AN EXPLICIT
*    OVERRIDE, AND EVERY OVERRIDE IS APPENDED HERE - ALREADY
*    APPLIED - BEFORE THE MASTER IS TOUCHED, SO THE NIGHTLY QUEUE
*    REPORT PUTS IT IN FRONT OF THE CONTROL GROUP.
*-----------------------------------------------------------------
 FD  PEND-CHG RECORDING MODE F.
 COPY PENDCHIF.

*-----------------------------------------------------------------
*    PEND-HIST - THE QUEUE'S HISTORY (SEE FLGQREL). READ ONLY, FOR
*    THE HIGHEST REQUEST NUMBER EVER ISSUED (SEE FLGQREQ).
*-----------------------------------------------------------------
 FD  PEND-HIST RECORDING MODE F.
 01  PEND-HIST-REC.
     05 PH-REQ-ID                  PIC 9(8).
     05 FILLER                     PIC X(172).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
 01 W01.
     05 STATMST-EOF                PIC X       VALUE 'N'.
     88 STATMST-IS-EOF                         VALUE 'Y'.
     05 PEND-EOF                   PIC X       VALUE 'N'.
     88 PEND-IS-EOF                            VALUE 'Y'.
     05 HIST-EOF                   PIC X       VALUE 'N'.
     88 HIST-IS-EOF                            VALUE 'Y'.

     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-PEND-STATUS             PIC XX.
     88 WS-PEND-STATUS-OK                      VALUES '00', '07'.
     88 WS-PEND-STATUS-NOTFOUND                VALUES '35', '30'.
     05 WS-HIST-STATUS             PIC XX.
     88 WS-HIST-STATUS-OK                      VALUES '00', '07'.
     05 WS-BEFORE-FLAG             PIC X(4)    VALUE SPACE.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * REQUEST PARM - EMERGENCY USE ONLY:           *
*    *   OVERRIDE,REQUESTER,<OPERATION>             *
*    * REQUESTER IS THE SUBMITTING USER ID (UP TO 8 *
*    * CHARS) AND <OPERATION> IS ONE OF             *
*    *   INSTRUCTION,MASK            - WHOLE MASTER *
*    *   INSTRUCTION,MASK,ACCOUNT-ID - ONE ACCOUNT  *
*    * THE MASK IS 2 OR 4 HEX CHARS - THE OLD ONE-  *
*    * BYTE FORM READS WITH ITS SECOND BYTE AS 00.  *
*    * E.G. "OVERRIDE,JSMITH,NI,FE00,0000123456"    *
*    * CLEARS THE HOLD BIT ON THAT ONE ACCOUNT AND  *
*    * NOTHING ELSE. ROUTINE CHANGES GO TO FLGQREQ. *
*    ***********************************************
     05 WS-PARM                    PIC X(40).
     05 WS-OP-PARM                 PIC X(20)   VALUE SPACE.
     05 WS-REQUESTER               PIC X(8)    VALUE SPACE.
     05 WS-NAME-LEN                PIC 99      VALUE ZERO.
     05 WS-NO-OVERRIDE             PIC X       VALUE 'N'.
     88 WS-NO-OVERRIDE-GIVEN                   VALUE 'Y'.
     05 WS-REQ-INSTRUCT            PIC X(2)    VALUE SPACE.
     05 WS-REQ-MASK                PIC X(4)    VALUE SPACE.
     05 WS-MASK-LEN                PIC 9       VALUE ZERO.
     05 WS-SINGLE-MODE             PIC X       VALUE 'N'.
     88 WS-SINGLE-IS-MODE                      VALUE 'Y'.

*    ***********************************************
*    * OVERRIDE LOG - THE QUEUE NUMBER THIS RUN IS  *
*    * LOGGED UNDER                                 *
*    ***********************************************
     05 WS-NEXT-ID                 PIC 9(8)    VALUE ZERO.
     05 WS-LOG-OK                  PIC X       VALUE 'Y'.
     88 WS-LOG-IS-OK                           VALUE 'Y'.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     IF NOT WS-PARM-IS-OK
        OPEN OUTPUT PRINT-LINE
        WRITE PRINT-REC
        IF WS-NO-OVERRIDE-GIVEN
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGMNT CHANGES THE MASTER WITHOUT A CHECKER -'
                  ' ROUTINE CHANGES GO TO FLGQREQ'
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
        END-IF
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGMNT PARM INVALID - EXPECTED OVERRIDE,REQUESTER,'
               'INSTRUCTION,MASK[,ACCOUNT-ID]'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        GOBACK
     END-IF

*    No override reaches the master unless it is on the queue
*    first - a run that cannot log itself changes nothing.
     PERFORM K01-LOG-OVERRIDE
     IF NOT WS-LOG-IS-OK
        CLOSE STATUS-MASTER
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM J01-OPEN-FLAG-LOG

     IF WS-SINGLE-IS-MODE
     GOBACK.

 A00A-PARSE-PARM SECTION.
*    The OVERRIDE keyword and the requester come first - without
*    them nothing is applied. The requester runs to the comma and
*    must fit the queue's 8-char user ID, as in FLGQREQ.
*    The operation behind them is the same INSTRUCTION,MASK front as
*    FLGUPDT - the mask 2 or 4 hex chars, a short one padded out
*    with 00; a third comma-field names one account and turns the
*    run into a keyed, single-record correction instead of a
*    master-wide pass.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM(1:9) NOT = 'OVERRIDE,'
        MOVE 'Y'                       TO WS-NO-OVERRIDE
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE ZERO                         TO WS-NAME-LEN
     PERFORM UNTIL WS-NAME-LEN >= 9
     OR WS-PARM(WS-NAME-LEN + 10:1) = ','
     OR WS-PARM(WS-NAME-LEN + 10:1) = SPACE
        ADD 1                          TO WS-NAME-LEN
     END-PERFORM

     IF WS-NAME-LEN = ZERO
     OR WS-NAME-LEN > 8
     OR WS-PARM(WS-NAME-LEN + 10:1) NOT = ','
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-PARM(10:WS-NAME-LEN)      TO WS-REQUESTER
     MOVE WS-PARM(WS-NAME-LEN + 11:)   TO WS-OP-PARM

     IF WS-OP-PARM = SPACE
     OR WS-OP-PARM(3:1) NOT = ','
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-OP-PARM(1:2)              TO WS-REQ-INSTRUCT

     MOVE ZERO                         TO WS-MASK-LEN
     PERFORM UNTIL WS-MASK-LEN >= 5
     OR WS-OP-PARM(4 + WS-MASK-LEN:1) = ','
     OR WS-OP-PARM(4 + WS-MASK-LEN:1) = SPACE
        ADD 1                          TO WS-MASK-LEN
     END-PERFORM

     END-IF

     MOVE SPACE                        TO WS-REQ-MASK
     MOVE WS-OP-PARM(4:WS-MASK-LEN)    TO WS-REQ-MASK(1:WS-MASK-LEN)
     IF WS-MASK-LEN = 2
        MOVE '00'                      TO WS-REQ-MASK(3:2)
     END-IF

     IF WS-OP-PARM(4 + WS-MASK-LEN:1) = ','
        IF WS-OP-PARM(5 + WS-MASK-LEN:10) = SPACE
           MOVE 'N'                    TO WS-PARM-OK
        ELSE
           MOVE 'Y'                    TO WS-SINGLE-MODE
           MOVE WS-OP-PARM(5 + WS-MASK-LEN:10) TO WS-REQ-ACCOUNT
        END-IF
     END-IF.

     END-IF

     CONTINUE.

 K01-LOG-OVERRIDE SECTION.
*    Append this run to the maker-checker queue as an override,
*    already applied: who asked, what, on which account (*ALL* for
*    a master-wide pass) and the run timestamp its FLGLOG records
*    carry. FLGQAPR cannot decide it; FLGQREL lists it on the daily
*    queue report for sign-off and moves it to history. Numbering
*    runs on from the highest number ever issued, as in FLGQREQ.
     MOVE 'Y'                           TO WS-LOG-OK
     MOVE ZERO                          TO WS-NEXT-ID

     OPEN INPUT PEND-CHG
     IF WS-PEND-STATUS-OK
        PERFORM K01-READ-PEND
        PERFORM UNTIL PEND-IS-EOF
           IF PC-REQ-ID > WS-NEXT-ID
              MOVE PC-REQ-ID            TO WS-NEXT-ID
           END-IF
           PERFORM K01-READ-PEND
        END-PERFORM
        CLOSE PEND-CHG
     ELSE
        IF NOT WS-PEND-STATUS-NOTFOUND
           GO TO K01-LOG-FAILED
        END-IF
     END-IF

     OPEN INPUT PEND-HIST
     IF WS-HIST-STATUS-OK
        PERFORM K01-READ-HIST
        PERFORM UNTIL HIST-IS-EOF
           IF PH-REQ-ID > WS-NEXT-ID
              MOVE PH-REQ-ID            TO WS-NEXT-ID
           END-IF
           PERFORM K01-READ-HIST
        END-PERFORM
        CLOSE PEND-HIST
     END-IF

     OPEN EXTEND PEND-CHG
     IF NOT WS-PEND-STATUS-OK
     AND WS-PEND-STATUS-NOTFOUND
        OPEN OUTPUT PEND-CHG
     END-IF
     IF NOT WS-PEND-STATUS-OK
        GO TO K01-LOG-FAILED
     END-IF

     ADD 1                              TO WS-NEXT-ID

     MOVE SPACE                         TO PENDCHG-REC
     MOVE WS-NEXT-ID                    TO PC-REQ-ID
     SET PC-STATUS-OVERRIDE             TO TRUE
     IF WS-SINGLE-IS-MODE
        MOVE WS-REQ-ACCOUNT             TO PC-ACCOUNT-ID
     ELSE
        MOVE '*ALL*'                    TO PC-ACCOUNT-ID
     END-IF
     MOVE WS-REQ-INSTRUCT               TO PC-INSTRUCT
     MOVE WS-REQ-MASK                   TO PC-MASK
     MOVE WS-REQUESTER                  TO PC-REQUESTER
     MOVE WS-RUN-START-TS               TO PC-REQUEST-TS
     STRING 'FLGMNT OVERRIDE - RUN ' WS-RUN-START-TS
            DELIMITED BY SIZE
            INTO PC-REASON
     END-STRING

     WRITE PENDCHG-REC
     IF NOT WS-PEND-STATUS-OK
        CLOSE PEND-CHG
        GO TO K01-LOG-FAILED
     END-IF
     CLOSE PEND-CHG

     MOVE SPACE                         TO PRINT-REC
     STRING 'OVERRIDE BY ' WS-REQUESTER
            ' LOGGED AS QUEUE REQUEST ' PC-REQ-ID
            ' ' PC-ACCOUNT-ID
            ' ' PC-INSTRUCT ',' PC-MASK
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC
     GO TO K01-LOG-EXIT.

 K01-LOG-FAILED.

     MOVE 'N'                           TO WS-LOG-OK
     MOVE SPACE                         TO PRINT-REC
     STRING 'FLGMNT CANNOT LOG OVERRIDE TO PENDCHG - STATUS '
            WS-PEND-STATUS ' - NOTHING APPLIED'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC.

 K01-LOG-EXIT.

     CONTINUE.

 K01-READ-PEND SECTION.

     READ PEND-CHG
        AT END SET PEND-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 K01-READ-HIST SECTION.

     READ PEND-HIST
        AT END SET HIST-IS-EOF TO TRUE
     END-READ.

     CONTINUE.
