*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGQREL.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PEND-CHG   ASSIGN TO PENDCHG
         FILE STATUS IS WS-PEND-STATUS.
     SELECT PEND-NEW   ASSIGN TO PENDNEW
         FILE STATUS IS WS-NEW-STATUS.
     SELECT PEND-HIST  ASSIGN TO PENDHIST
         FILE STATUS IS WS-HIST-STATUS.
     SELECT RELEASE-OUT ASSIGN TO RELOUT
         FILE STATUS IS WS-REL-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    PEND-CHG - THE MAKER-CHECKER QUEUE AS THE CHECKERS LEFT IT
*    (SEE PENDCHIF).
*-----------------------------------------------------------------
 FD  PEND-CHG RECORDING MODE F.
 COPY PENDCHIF.

*-----------------------------------------------------------------
*    PEND-NEW - WHAT IS LEFT ON THE QUEUE: PENDING REQUESTS STILL
*    INSIDE THEIR APPROVAL WINDOW. THE STEP AFTER THIS ONE MAKES IT
*    THE NEW PENDCHG.
*-----------------------------------------------------------------
 FD  PEND-NEW RECORDING MODE F.
 01  PEND-NEW-REC                  PIC X(180).

*-----------------------------------------------------------------
*    PEND-HIST - EVERY REQUEST THAT HAS LEFT THE QUEUE, WITH ITS
*    FINAL STATUS (RELEASED, REJECTED, EXPIRED OR OVERRIDE)
*    AND THE TIME IT WAS CLOSED. APPEND-ONLY, LIKE FLGLOG.
*-----------------------------------------------------------------
 FD  PEND-HIST RECORDING MODE F.
 01  PEND-HIST-REC                 PIC X(180).

*-----------------------------------------------------------------
*    RELEASE-OUT - APPROVED REQUESTS IN TRANIN FORMAT (SEE
*    FLGTRAN), IN REQUEST-NUMBER ORDER. NOTHING REACHES THIS FILE
*    WITHOUT A SECOND USER'S APPROVAL.
*-----------------------------------------------------------------
 FD  RELEASE-OUT RECORDING MODE F.
 01  RELEASE-REC.
     05 RL-OUT-ACCOUNT-ID          PIC X(10).
     05 FILLER                     PIC X.
     05 RL-OUT-INSTRUCT            PIC X(2).
     05 FILLER                     PIC X.
     05 RL-OUT-MASK                PIC X(4).
     05 FILLER                     PIC X(62).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 PEND-EOF                   PIC X       VALUE 'N'.
     88 PEND-IS-EOF                            VALUE 'Y'.

     05 WS-PEND-STATUS             PIC XX.
     88 WS-PEND-STATUS-OK                      VALUES '00', '07'.
     88 WS-PEND-STATUS-NOTFOUND                VALUES '35', '30'.
     05 WS-NEW-STATUS              PIC XX.
     88 WS-NEW-STATUS-OK                       VALUES '00', '07'.
     05 WS-HIST-STATUS             PIC XX.
     88 WS-HIST-STATUS-OK                      VALUES '00', '07'.
     88 WS-HIST-STATUS-NOTFOUND                VALUES '35', '30'.
     05 WS-REL-STATUS              PIC XX.
     88 WS-REL-STATUS-OK                       VALUES '00', '07'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.
     05 WS-TODAY                   PIC X(8)    VALUE SPACE.

*    ***********************************************
*    * WHAT TONIGHT DOES WITH THE REQUEST IN HAND.  *
*    * THE SAME TEST DRIVES THE UPDATE PASS AND     *
*    * EACH SECTION OF THE REPORT, SO THE TWO CANNOT *
*    * DISAGREE.                                    *
*    ***********************************************
     05 WS-OUTCOME                 PIC X       VALUE SPACE.
     88 WS-OUTCOME-PENDING                     VALUE 'P'.
     88 WS-OUTCOME-RELEASED                    VALUE 'L'.
     88 WS-OUTCOME-REJECTED                    VALUE 'R'.
     88 WS-OUTCOME-EXPIRED                     VALUE 'E'.
     88 WS-OUTCOME-OVERRIDE                    VALUE 'O'.
     88 WS-OUTCOME-CLOSED                      VALUE 'C'.
     05 WS-SECTION                 PIC X       VALUE SPACE.
     05 WS-SECTION-COUNT           PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * AN OUTPUT THAT COULD NOT BE OPENED OR        *
*    * WRITTEN STOPS THE RUN - WHICH ONE, AND WHY    *
*    ***********************************************
     05 WS-WRITE-FAILED            PIC X       VALUE 'N'.
     88 WS-WRITE-HAS-FAILED                    VALUE 'Y'.
     05 WS-FAIL-FILE               PIC X(8)    VALUE SPACE.
     05 WS-FAIL-STATUS             PIC XX      VALUE SPACE.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-QUEUE             PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-PENDING           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-RELEASED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REJECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-EXPIRED           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-OVERRIDE          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CLOSED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-HIST-WRITTEN      PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGQREL START AT '
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

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

*    No queue yet is an empty queue: the outputs are still made,
*    so the steps behind this one always find their files.
     OPEN INPUT PEND-CHG
     IF NOT WS-PEND-STATUS-OK
     AND NOT WS-PEND-STATUS-NOTFOUND
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREL CANNOT OPEN PENDCHG - STATUS '
               WS-PEND-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    Every output must open before a single request is moved - an
*    approved item taken off the queue with no RELOUT behind it
*    would never be applied, and could not be released again.
     OPEN OUTPUT PEND-NEW
     IF NOT WS-NEW-STATUS-OK
        MOVE 'PENDNEW'                 TO WS-FAIL-FILE
        MOVE WS-NEW-STATUS             TO WS-FAIL-STATUS
        PERFORM A02-OPEN-FAILED
        GOBACK
     END-IF

     OPEN OUTPUT RELEASE-OUT
     IF NOT WS-REL-STATUS-OK
        CLOSE PEND-NEW
        MOVE 'RELOUT'                  TO WS-FAIL-FILE
        MOVE WS-REL-STATUS             TO WS-FAIL-STATUS
        PERFORM A02-OPEN-FAILED
        GOBACK
     END-IF

     OPEN EXTEND PEND-HIST
     IF NOT WS-HIST-STATUS-OK
     AND WS-HIST-STATUS-NOTFOUND
        OPEN OUTPUT PEND-HIST
     END-IF
     IF NOT WS-HIST-STATUS-OK
        CLOSE PEND-NEW
        CLOSE RELEASE-OUT
        MOVE 'PENDHIST'                TO WS-FAIL-FILE
        MOVE WS-HIST-STATUS            TO WS-FAIL-STATUS
        PERFORM A02-OPEN-FAILED
        GOBACK
     END-IF

     IF WS-PEND-STATUS-OK
        PERFORM A01-READ-PEND
        PERFORM UNTIL PEND-IS-EOF
                   OR WS-WRITE-HAS-FAILED
           ADD 1                       TO WS-TOTAL-QUEUE
           PERFORM B01-CLASSIFY
           PERFORM B02-CLOSE-OUT
           PERFORM A01-READ-PEND
        END-PERFORM
        CLOSE PEND-CHG
     END-IF

     CLOSE PEND-NEW
     CLOSE RELEASE-OUT
     CLOSE PEND-HIST.

*    A failed write stops the run short: PENDNEW is incomplete and
*    must not replace PENDCHG, and the history already appended
*    tonight has to come out before the rerun, or it is there twice.
     IF WS-WRITE-HAS-FAILED
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREL CANNOT WRITE '          DELIMITED BY SIZE
               WS-FAIL-FILE               DELIMITED BY SPACE
               ' - STATUS ' WS-FAIL-STATUS
               ' - RUN STOPPED, PENDCHG UNCHANGED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREL - PENDHIST RECORDS WRITTEN THIS RUN: '
               WS-TOTAL-HIST-WRITTEN
               ' - PURGE BEFORE RERUN'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    The daily queue report - one section per outcome, each read
*    back from the queue as it stood when the run began.
     MOVE 'P'                          TO WS-SECTION
     PERFORM C01-PRINT-SECTION
     MOVE 'L'                          TO WS-SECTION
     PERFORM C01-PRINT-SECTION
     MOVE 'R'                          TO WS-SECTION
     PERFORM C01-PRINT-SECTION
     MOVE 'E'                          TO WS-SECTION
     PERFORM C01-PRINT-SECTION
     MOVE 'O'                          TO WS-SECTION
     PERFORM C01-PRINT-SECTION

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'QUEUE RECORDS READ: ' WS-TOTAL-QUEUE
            '  STILL PENDING: ' WS-TOTAL-PENDING
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'RELEASED: ' WS-TOTAL-RELEASED
            '  REJECTED: ' WS-TOTAL-REJECTED
            '  EXPIRED: ' WS-TOTAL-EXPIRED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'OVERRIDES (FLGMNT/FLGSCRN), APPLIED WITHOUT A CHECKER: '
            WS-TOTAL-OVERRIDE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     IF WS-TOTAL-CLOSED > ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'ALREADY CLOSED, MOVED TO HISTORY: '
               WS-TOTAL-CLOSED
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGQREL END   AT '
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

*    An override is already on the master - the warning makes sure
*    the night job does not pass it by without the report being read.
     IF WS-TOTAL-OVERRIDE > ZERO
        MOVE 4                         TO RETURN-CODE
     ELSE
        MOVE ZERO                      TO RETURN-CODE
     END-IF

     GOBACK.

 A01-READ-PEND SECTION.

     READ PEND-CHG
        AT END SET PEND-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-OPEN-FAILED SECTION.
*    An output would not open: nothing has been moved yet, so the
*    queue is left exactly as it was for the rerun.
     MOVE SPACE                        TO PRINT-REC
     STRING 'FLGQREL CANNOT OPEN '           DELIMITED BY SIZE
            WS-FAIL-FILE               DELIMITED BY SPACE
            ' - STATUS ' WS-FAIL-STATUS
            ' - NOTHING RELEASED'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC
     IF WS-PEND-STATUS-OK
        CLOSE PEND-CHG
     END-IF
     CLOSE PRINT-LINE
     MOVE 16                           TO RETURN-CODE.

     CONTINUE.

 B01-CLASSIFY SECTION.
*    Approved goes out; rejected is done with; pending past its
*    expiry date lapses; pending inside it waits another night.
*    A change FLGMNT or FLGSCRN logged as an override is
*    already on the master - it is reported for sign-off and goes to
*    history, never to RELOUT. Anything already carrying a final
*    status should not be on the queue at all - it goes to history
*    untouched.
     EVALUATE TRUE
        WHEN PC-STATUS-OVERRIDE
           SET WS-OUTCOME-OVERRIDE     TO TRUE
        WHEN PC-STATUS-APPROVED
           SET WS-OUTCOME-RELEASED     TO TRUE
        WHEN PC-STATUS-REJECTED
           SET WS-OUTCOME-REJECTED     TO TRUE
        WHEN PC-STATUS-PENDING
        AND WS-TODAY > PC-EXPIRY-DATE
           SET WS-OUTCOME-EXPIRED      TO TRUE
        WHEN PC-STATUS-PENDING
           SET WS-OUTCOME-PENDING      TO TRUE
        WHEN OTHER
           SET WS-OUTCOME-CLOSED       TO TRUE
     END-EVALUATE.

     CONTINUE.

 B02-CLOSE-OUT SECTION.

*    A pending request is copied forward; everything else goes to
*    history - an approved one only once its RELOUT record is
*    safely written. Any write that fails stops the run.
     EVALUATE TRUE
        WHEN WS-OUTCOME-PENDING
           ADD 1                       TO WS-TOTAL-PENDING
           WRITE PEND-NEW-REC        FROM PENDCHG-REC
           IF NOT WS-NEW-STATUS-OK
              MOVE 'PENDNEW'           TO WS-FAIL-FILE
              MOVE WS-NEW-STATUS       TO WS-FAIL-STATUS
              GO TO B02-CLOSE-FAILED
           END-IF
           GO TO B02-CLOSE-EXIT
        WHEN WS-OUTCOME-RELEASED
           ADD 1                       TO WS-TOTAL-RELEASED
           MOVE SPACE                  TO RELEASE-REC
           MOVE PC-ACCOUNT-ID          TO RL-OUT-ACCOUNT-ID
           MOVE PC-INSTRUCT            TO RL-OUT-INSTRUCT
           MOVE PC-MASK                TO RL-OUT-MASK
           WRITE RELEASE-REC
           IF NOT WS-REL-STATUS-OK
              MOVE 'RELOUT'            TO WS-FAIL-FILE
              MOVE WS-REL-STATUS       TO WS-FAIL-STATUS
              GO TO B02-CLOSE-FAILED
           END-IF
           SET PC-STATUS-RELEASED      TO TRUE
           MOVE WS-RUN-START-TS        TO PC-CLOSE-TS
        WHEN WS-OUTCOME-REJECTED
           ADD 1                       TO WS-TOTAL-REJECTED
           MOVE WS-RUN-START-TS        TO PC-CLOSE-TS
        WHEN WS-OUTCOME-EXPIRED
           ADD 1                       TO WS-TOTAL-EXPIRED
           SET PC-STATUS-EXPIRED       TO TRUE
           MOVE WS-RUN-START-TS        TO PC-CLOSE-TS
        WHEN WS-OUTCOME-OVERRIDE
           ADD 1                       TO WS-TOTAL-OVERRIDE
           MOVE WS-RUN-START-TS        TO PC-CLOSE-TS
        WHEN OTHER
           ADD 1                       TO WS-TOTAL-CLOSED
     END-EVALUATE

     WRITE PEND-HIST-REC             FROM PENDCHG-REC
     IF NOT WS-HIST-STATUS-OK
        MOVE 'PENDHIST'                TO WS-FAIL-FILE
        MOVE WS-HIST-STATUS            TO WS-FAIL-STATUS
        GO TO B02-CLOSE-FAILED
     END-IF
     ADD 1                             TO WS-TOTAL-HIST-WRITTEN
     GO TO B02-CLOSE-EXIT.

 B02-CLOSE-FAILED.

     MOVE 'Y'                          TO WS-WRITE-FAILED.

 B02-CLOSE-EXIT.

     CONTINUE.

 C01-PRINT-SECTION SECTION.
*    One pass of the queue per report section, listing the
*    requests whose outcome tonight matches WS-SECTION.
     MOVE SPACE                        TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     EVALUATE WS-SECTION
        WHEN 'P'
           MOVE 'PENDING - AWAITING A CHECKER'
                                       TO PRINT-REC
        WHEN 'L'
           MOVE 'APPROVED - RELEASED TO RELOUT'
                                       TO PRINT-REC
        WHEN 'R'
           MOVE 'REJECTED BY A CHECKER'
                                       TO PRINT-REC
        WHEN 'E'
           MOVE 'EXPIRED - NOT APPROVED IN TIME'
                                       TO PRINT-REC
        WHEN 'O'
           MOVE 'OVERRIDE - APPLIED WITHOUT A CHECKER, SIGN OFF'
                                       TO PRINT-REC
     END-EVALUATE
     WRITE PRINT-REC

*    An override has no checker and no expiry; its line shows
*    when it was applied instead - the FL-RUN-TS its FLGLOG
*    records carry - and the program that applied it, the first
*    word of its reason.
     MOVE SPACE                        TO PRINT-REC
     IF WS-SECTION = 'O'
        STRING 'REQ-NO   ACCOUNT    OP  MASK EVENT            '
               'MAKER    APPLIED AT       PROGRAM'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING 'REQ-NO   ACCOUNT    OP  MASK EVENT            '
               'MAKER    CHECKER  EXPIRES'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC

     MOVE ZERO                         TO WS-SECTION-COUNT
     MOVE 'N'                          TO PEND-EOF

     OPEN INPUT PEND-CHG
     IF NOT WS-PEND-STATUS-OK
        GO TO C01-PRINT-COUNT
     END-IF

     PERFORM A01-READ-PEND
     PERFORM UNTIL PEND-IS-EOF
        PERFORM B01-CLASSIFY
        IF WS-OUTCOME = WS-SECTION
           ADD 1                       TO WS-SECTION-COUNT
           MOVE SPACE                  TO PRINT-REC
           IF WS-OUTCOME-OVERRIDE
              STRING PC-REQ-ID
                     ' ' PC-ACCOUNT-ID
                     ' ' PC-INSTRUCT
                     '  ' PC-MASK
                     ' ' PC-EVENT-NAME
                     ' ' PC-REQUESTER
                     ' ' PC-REQUEST-TS
                     ' ' PC-REASON (1:7)
                     DELIMITED BY SIZE
                     INTO PRINT-REC
              END-STRING
           ELSE
              STRING PC-REQ-ID
                     ' ' PC-ACCOUNT-ID
                     ' ' PC-INSTRUCT
                     '  ' PC-MASK
                     ' ' PC-EVENT-NAME
                     ' ' PC-REQUESTER
                     ' ' PC-CHECKER
                     ' ' PC-EXPIRY-DATE
                     DELIMITED BY SIZE
                     INTO PRINT-REC
              END-STRING
           END-IF
           WRITE PRINT-REC
        END-IF
        PERFORM A01-READ-PEND
     END-PERFORM
     CLOSE PEND-CHG.

 C01-PRINT-COUNT.

     MOVE SPACE                        TO PRINT-REC
     STRING '  ITEMS: ' WS-SECTION-COUNT
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC.

     CONTINUE.
