*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGQAPR.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT APPROVE-IN ASSIGN TO APPRIN
         FILE STATUS IS WS-APPRIN-STATUS.
     SELECT PEND-CHG   ASSIGN TO PENDCHG
         FILE STATUS IS WS-PEND-STATUS.
     SELECT PEND-NEW   ASSIGN TO PENDNEW
         FILE STATUS IS WS-NEW-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    APPROVE-IN - THE CHECKER'S DECISIONS: A REQUEST NUMBER FROM
*    THE QUEUE REPORT AND A = APPROVE OR R = REJECT, E.G.
*      "00000042 A"
*      "00000043 R"
*    AN '*' IN COLUMN 1 MARKS A COMMENT; BLANK RECORDS ARE SKIPPED.
*-----------------------------------------------------------------
 FD  APPROVE-IN RECORDING MODE F.
 01  APPROVE-REC.
     05 AP-REQ-ID                  PIC X(8).
     05 FILLER                     PIC X.
     05 AP-DECISION                PIC X.
     88 AP-DECISION-APPROVE                    VALUE 'A'.
     88 AP-DECISION-REJECT                     VALUE 'R'.
     05 FILLER                     PIC X(70).

*-----------------------------------------------------------------
*    PEND-CHG - THE MAKER-CHECKER QUEUE AS IT STANDS (SEE
*    PENDCHIF), READ FRONT TO BACK.
*-----------------------------------------------------------------
 FD  PEND-CHG RECORDING MODE F.
 COPY PENDCHIF.

*-----------------------------------------------------------------
*    PEND-NEW - THE QUEUE WITH TONIGHT'S DECISIONS STAMPED ON IT,
*    EVERY RECORD CARRIED ACROSS IN ORDER. THE STEP AFTER THIS ONE
*    MAKES IT THE NEW PENDCHG.
*-----------------------------------------------------------------
 FD  PEND-NEW RECORDING MODE F.
 01  PEND-NEW-REC                  PIC X(180).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 APPRIN-EOF                 PIC X       VALUE 'N'.
     88 APPRIN-IS-EOF                          VALUE 'Y'.
     05 PEND-EOF                   PIC X       VALUE 'N'.
     88 PEND-IS-EOF                            VALUE 'Y'.

     05 WS-APPRIN-STATUS           PIC XX.
     88 WS-APPRIN-STATUS-OK                    VALUES '00', '07'.
     05 WS-PEND-STATUS             PIC XX.
     88 WS-PEND-STATUS-OK                      VALUES '00', '07'.
     05 WS-NEW-STATUS              PIC XX.
     88 WS-NEW-STATUS-OK                       VALUES '00', '07'.
     05 WS-NEW-FAILED              PIC X       VALUE 'N'.
     88 WS-NEW-HAS-FAILED                      VALUE 'Y'.
     05 WS-FAIL-STATUS             PIC XX      VALUE SPACE.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.
     05 WS-TODAY                   PIC X(8)    VALUE SPACE.

*    ***********************************************
*    * CHECKER PARM - THE USER ID MAKING TONIGHT'S  *
*    * DECISIONS (UP TO 8 CHARS). IT IS STAMPED ON  *
*    * EVERY DECISION AND MAY NEVER BE THE USER     *
*    * WHO RAISED THE REQUEST.                      *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-CHECKER                 PIC X(8)    VALUE SPACE.
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.

*    ***********************************************
*    * DECISION TABLE - 500 SLOTS. A DECK BIGGER    *
*    * THAN THAT REFUSES THE RUN RATHER THAN DECIDE *
*    * HALF OF IT.                                  *
*    ***********************************************
     05 WS-DEC-MAX                 PIC 9(6)    VALUE 500.
     05 WS-DEC-COUNT               PIC 9(6)    VALUE ZERO.
     05 WS-DEC-TABLE.
        10 WS-DEC-ENTRY            OCCURS 500 TIMES
                                    INDEXED BY WS-DEC-IX.
           15 WS-DEC-REQ-ID        PIC 9(8)    VALUE ZERO.
           15 WS-DEC-DECISION      PIC X       VALUE SPACE.
           15 WS-DEC-USED          PIC X       VALUE 'N'.
           88 WS-DEC-IS-USED                   VALUE 'Y'.
     05 WS-DEC-REQ-NUM             PIC 9(8)    VALUE ZERO.
     05 WS-DECK-BAD                PIC X       VALUE 'N'.
     88 WS-DECK-IS-BAD                         VALUE 'Y'.
     05 WS-REFUSE-REASON           PIC X(36)   VALUE SPACE.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-QUEUE             PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-APPROVED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REJECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REFUSED           PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     PERFORM A00A-PARSE-PARM

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGQAPR START AT '
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
     MOVE W1-CURRENT-TS(1:8)           TO WS-TODAY

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR PARM INVALID - EXPECTED CHECKER USER ID'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'DECISIONS BY ' WS-CHECKER
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-DECISIONS
     IF WS-DECK-IS-BAD
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN INPUT PEND-CHG
     IF NOT WS-PEND-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR CANNOT OPEN PENDCHG - STATUS '
               WS-PEND-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    The decisions only exist once PENDNEW carries them - no
*    decision is applied unless it can be written.
     OPEN OUTPUT PEND-NEW
     IF NOT WS-NEW-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR CANNOT OPEN PENDNEW - STATUS '
               WS-NEW-STATUS
               ' - NO DECISION APPLIED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PEND-CHG
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM A01-READ-PEND

     PERFORM UNTIL PEND-IS-EOF
        ADD 1                          TO WS-TOTAL-QUEUE
        PERFORM B01-APPLY-DECISION
        WRITE PEND-NEW-REC           FROM PENDCHG-REC
        IF NOT WS-NEW-STATUS-OK
           MOVE 'Y'                    TO WS-NEW-FAILED
           MOVE WS-NEW-STATUS          TO WS-FAIL-STATUS
           MOVE 'Y'                    TO PEND-EOF
        ELSE
           PERFORM A01-READ-PEND
        END-IF
     END-PERFORM

     CLOSE PEND-CHG
     CLOSE PEND-NEW.

*    A short PENDNEW must never replace the queue: the lines above
*    are void, and the whole run is taken again.
     IF WS-NEW-HAS-FAILED
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR CANNOT WRITE PENDNEW - STATUS '
               WS-FAIL-STATUS
               ' - RUN STOPPED, NO DECISION APPLIED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    A decision that matched nothing on the queue is reported -
*    a mistyped number must not pass for a decision taken.
     PERFORM VARYING WS-DEC-IX FROM 1 BY 1
     UNTIL WS-DEC-IX > WS-DEC-COUNT
        IF NOT WS-DEC-IS-USED(WS-DEC-IX)
           ADD 1                       TO WS-TOTAL-REFUSED
           MOVE SPACE                  TO PRINT-REC
           STRING 'REFUSED  ' WS-DEC-REQ-ID(WS-DEC-IX)
                  ' ' WS-DEC-DECISION(WS-DEC-IX)
                  ' - REQUEST NOT ON QUEUE'
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
        END-IF
     END-PERFORM

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'QUEUE RECORDS: ' WS-TOTAL-QUEUE
            '  DECISIONS READ: ' WS-DEC-COUNT
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'APPROVED: ' WS-TOTAL-APPROVED
            '  REJECTED: ' WS-TOTAL-REJECTED
            '  REFUSED: ' WS-TOTAL-REFUSED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGQAPR END   AT '
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

     IF WS-TOTAL-REFUSED > ZERO
        MOVE 4                         TO RETURN-CODE
     ELSE
        MOVE ZERO                      TO RETURN-CODE
     END-IF

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    One word, up to 8 chars - the queue's user ID width.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM = SPACE
     OR WS-PARM(1:1) = SPACE
     OR WS-PARM(9:8) NOT = SPACE
        MOVE 'N'                       TO WS-PARM-OK
     ELSE
        MOVE WS-PARM(1:8)              TO WS-CHECKER
     END-IF.

     CONTINUE.

 A01-READ-PEND SECTION.

     READ PEND-CHG
        AT END SET PEND-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-LOAD-DECISIONS SECTION.
*    Every decision line must be a numeric request number with A
*    or R, and no number may be decided twice in one deck. One bad
*    line refuses the whole deck - better the checker re-keys it
*    than half of it goes through.
     OPEN INPUT APPROVE-IN
     IF NOT WS-APPRIN-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR CANNOT OPEN APPRIN - STATUS '
               WS-APPRIN-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        SET WS-DECK-IS-BAD             TO TRUE
        GO TO A02-LOAD-EXIT
     END-IF

     PERFORM A02-READ-APPRIN
     PERFORM UNTIL APPRIN-IS-EOF
        IF APPROVE-REC NOT = SPACE
        AND APPROVE-REC(1:1) NOT = '*'
           PERFORM A03-TAKE-DECISION
        END-IF
        PERFORM A02-READ-APPRIN
     END-PERFORM
     CLOSE APPROVE-IN

     IF WS-DEC-COUNT > WS-DEC-MAX
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR DECISION DECK EXCEEDS '
               WS-DEC-MAX ' ENTRIES - RUN REFUSED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        SET WS-DECK-IS-BAD             TO TRUE
        GO TO A02-LOAD-EXIT
     END-IF

     IF WS-DECK-IS-BAD
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQAPR DECISION DECK IN ERROR - RUN REFUSED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF.

 A02-LOAD-EXIT.

     CONTINUE.

 A02-READ-APPRIN SECTION.

     READ APPROVE-IN
        AT END SET APPRIN-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A03-TAKE-DECISION SECTION.

     IF AP-REQ-ID NOT NUMERIC
     OR NOT (AP-DECISION-APPROVE OR AP-DECISION-REJECT)
        SET WS-DECK-IS-BAD             TO TRUE
        MOVE SPACE                     TO PRINT-REC
        STRING 'BAD DECISION LINE: ' APPROVE-REC(1:40)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A03-TAKE-EXIT
     END-IF

     MOVE AP-REQ-ID                    TO WS-DEC-REQ-NUM

     PERFORM VARYING WS-DEC-IX FROM 1 BY 1
     UNTIL WS-DEC-IX > WS-DEC-COUNT
     OR WS-DEC-IX > WS-DEC-MAX
     OR WS-DEC-REQ-ID(WS-DEC-IX) = WS-DEC-REQ-NUM
        CONTINUE
     END-PERFORM

     IF WS-DEC-IX <= WS-DEC-COUNT
     AND WS-DEC-IX <= WS-DEC-MAX
        SET WS-DECK-IS-BAD             TO TRUE
        MOVE SPACE                     TO PRINT-REC
        STRING 'REQUEST DECIDED TWICE: ' AP-REQ-ID
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A03-TAKE-EXIT
     END-IF

     ADD 1                             TO WS-DEC-COUNT
     IF WS-DEC-COUNT <= WS-DEC-MAX
        SET WS-DEC-IX                  TO WS-DEC-COUNT
        MOVE WS-DEC-REQ-NUM            TO WS-DEC-REQ-ID(WS-DEC-IX)
        MOVE AP-DECISION               TO WS-DEC-DECISION(WS-DEC-IX)
     END-IF.

 A03-TAKE-EXIT.

     CONTINUE.

 B01-APPLY-DECISION SECTION.
*    A decision only lands on a request that is still pending,
*    still inside its approval window, and was raised by somebody
*    else. Anything else is refused and the request left exactly
*    as it was.
     PERFORM VARYING WS-DEC-IX FROM 1 BY 1
     UNTIL WS-DEC-IX > WS-DEC-COUNT
     OR WS-DEC-REQ-ID(WS-DEC-IX) = PC-REQ-ID
        CONTINUE
     END-PERFORM

     IF WS-DEC-IX > WS-DEC-COUNT
        GO TO B01-APPLY-EXIT
     END-IF

     MOVE 'Y'                          TO WS-DEC-USED(WS-DEC-IX)
     MOVE SPACE                        TO WS-REFUSE-REASON

     EVALUATE TRUE
        WHEN NOT PC-STATUS-PENDING
           STRING 'NOT PENDING - STATUS IS ' PC-STATUS
                  DELIMITED BY SIZE
                  INTO WS-REFUSE-REASON
           END-STRING
        WHEN PC-REQUESTER = WS-CHECKER
           MOVE 'OWN REQUEST - NEEDS ANOTHER CHECKER'
                                       TO WS-REFUSE-REASON
        WHEN WS-TODAY > PC-EXPIRY-DATE
           MOVE 'APPROVAL WINDOW HAS CLOSED'
                                       TO WS-REFUSE-REASON
        WHEN OTHER
           CONTINUE
     END-EVALUATE

     IF WS-REFUSE-REASON NOT = SPACE
        ADD 1                          TO WS-TOTAL-REFUSED
        MOVE SPACE                     TO PRINT-REC
        STRING 'REFUSED  ' PC-REQ-ID
               ' ' WS-DEC-DECISION(WS-DEC-IX)
               ' ' PC-ACCOUNT-ID
               ' - ' WS-REFUSE-REASON
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B01-APPLY-EXIT
     END-IF

     MOVE WS-DEC-DECISION(WS-DEC-IX)   TO PC-STATUS
     MOVE WS-CHECKER                   TO PC-CHECKER
     MOVE WS-RUN-START-TS              TO PC-CHECK-TS

     IF PC-STATUS-APPROVED
        ADD 1                          TO WS-TOTAL-APPROVED
        MOVE SPACE                     TO PRINT-REC
        STRING 'APPROVED ' PC-REQ-ID
               ' ' PC-ACCOUNT-ID
               ' ' PC-INSTRUCT ',' PC-MASK
               ' ' PC-EVENT-NAME
               ' BY ' PC-REQUESTER
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        ADD 1                          TO WS-TOTAL-REJECTED
        MOVE SPACE                     TO PRINT-REC
        STRING 'REJECTED ' PC-REQ-ID
               ' ' PC-ACCOUNT-ID
               ' ' PC-INSTRUCT ',' PC-MASK
               ' ' PC-EVENT-NAME
               ' BY ' PC-REQUESTER
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC.

 B01-APPLY-EXIT.

     CONTINUE.
