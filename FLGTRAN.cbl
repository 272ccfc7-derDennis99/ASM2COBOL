     SELECT STATUS-OUT ASSIGN TO STATOUT.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT SORT-WORK  ASSIGN TO SORTWK.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    TRAN-IN - THE TRANSACTIONS TO APPLY TONIGHT: WHICH ACCOUNT,
*    WHICH BITOPS INSTRUCTION, WHICH MASK. IN ANY ORDER - THE RUN
*    SORTS THEM INTO ACCOUNT ORDER ITSELF - AND AS MANY PER ACCOUNT
*    AS THE BUSINESS SENDS; AN ACCOUNT'S TRANSACTIONS ARE APPLIED
*    ONE ON TOP OF THE OTHER IN THE ORDER THEY ARRIVED. EVERY
*    STATIN ACCOUNT WITHOUT A TRANSACTION PASSES THROUGH UNCHANGED.
*    THE MASK IS THE FULL 4-HEX-CHAR FLAG FIELD; A TRANSACTION
*    FILE WRITTEN BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH
     05 FILLER                     PIC X(62).

*-----------------------------------------------------------------
*    STATUS-IN / STATUS-OUT - ONE RECORD PER ACCOUNT/POLICY, IN
*    ACCOUNT ORDER (AS STATUNLD WRITES IT). THE FLAG FIELD IS
*    CARRIED AS 4 HEX CHARACTERS (16 BITS) SO IT CAN BE HANDED TO
*    BITOPS-PGM (I-C-INPUT) WITHOUT ANY CONVERSION.
*    A FILE WRITTEN BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH
*    TRAILING SPACES - THE MISSING SECOND BYTE READS AS 00.
*-----------------------------------------------------------------

*-----------------------------------------------------------------
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF).
*    ONE RECORD APPENDED PER APPLIED TRANSACTION THAT ACTUALLY
*    CHANGED ITS ACCOUNT - TWO CHANGES TO ONE ACCOUNT ARE TWO
*    RECORDS, EACH BEFORE-IMAGE THE PREVIOUS ONE'S AFTER-IMAGE. THE
*    ACCOUNT-LEVEL TRAIL THE AUDITLOG (WHICH CARRIES NO ACCOUNT ID)
*    CANNOT ANSWER.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    SORT-WORK - THE TRANSACTIONS THAT PASSED THEIR EDITS, PUT INTO
*    ACCOUNT ORDER TO MATCH AGAINST STATIN IN ONE PASS. THE ARRIVAL
*    NUMBER KEEPS EACH ACCOUNT'S TRANSACTIONS IN THE ORDER TRANIN
*    CARRIED THEM.
*-----------------------------------------------------------------
 SD  SORT-WORK.
 01  SORT-REC.
     05 SW-ACCOUNT-ID              PIC X(10).
     05 SW-SEQ                     PIC 9(9).
     05 SW-INSTRUCT                PIC X(2).
     05 SW-MASK                    PIC X(4).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
     88 TRANIN-IS-EOF                          VALUE 'Y'.
     05 STATIN-EOF                 PIC X       VALUE 'N'.
     88 STATIN-IS-EOF                          VALUE 'Y'.
     05 SORT-EOF                   PIC X       VALUE 'N'.
     88 SORT-IS-EOF                            VALUE 'Y'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.

*    ***********************************************
*    * MATCH STATE - THE STATIN ACCOUNT IN HAND,    *
*    * ITS FLAG AS TONIGHT'S TRANSACTIONS HAVE LEFT *
*    * IT SO FAR, AND WHETHER ANY OF THEM WAS       *
*    * APPLIED. STATIN MUST ARRIVE IN ACCOUNT ORDER *
*    * - A RECORD BELOW ITS PREDECESSOR REFUSES THE *
*    * RUN, SINCE EVERY MATCH AFTER IT WOULD BE     *
*    * WRONG. THE ORDER IS PROVED IN A PASS OF ITS  *
*    * OWN BEFORE ANYTHING IS JOURNALED.            *
*    ***********************************************
     05 WS-PREV-ACCOUNT            PIC X(10)   VALUE LOW-VALUE.
     05 WS-SEQ-ERROR               PIC X       VALUE 'N'.
     88 WS-SEQ-IS-ERROR                        VALUE 'Y'.
     05 WS-ACCT-APPLIED            PIC X       VALUE 'N'.
     88 WS-ACCT-WAS-APPLIED                    VALUE 'Y'.
     05 WS-ACCT-MATCHED            PIC X       VALUE 'N'.
     88 WS-ACCT-WAS-MATCHED                    VALUE 'Y'.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BEFORE             PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * TRANSACTION FIELD EDITS                      *
     05 WS-TRAN-OK                 PIC X.
     88 WS-TRAN-IS-OK                          VALUE 'Y'.
     05 WS-REJECT-REASON           PIC X(24).

*    ***********************************************
*    * RUN TOTALS                                   *
     05 WS-TOTAL-PASSED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NOTFOUND          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REJECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JOURNALED         PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.
     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

*    STATIN out of order is refused here, before STATOUT is made
*    or a single FLGLOG record is written - a journal entry for a
*    change that never reached the status file would be taken as
*    real by every program that reads the journal.
     PERFORM A05-CHECK-STATUS-ORDER
     IF WS-SEQ-IS-ERROR
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGTRAN - STATIN NOT IN ACCOUNT ORDER - RUN REFUSED,'
               ' NOTHING APPLIED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     OPEN OUTPUT STATUS-OUT
     PERFORM J01-OPEN-FLAG-LOG

     SORT SORT-WORK
          ON ASCENDING KEY SW-ACCOUNT-ID
                           SW-SEQ
          INPUT PROCEDURE  IS A02-LOAD-TRANSACTIONS
          OUTPUT PROCEDURE IS B00-MATCH-STATUS

     CLOSE STATUS-IN.
     CLOSE STATUS-OUT.
     CLOSE FLAG-LOG.

     IF WS-SEQ-IS-ERROR
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC
     GOBACK.

 A01-READ-STATUS-IN SECTION.
*    Read the next STATIN record and hold the run to account
*    order; on a break, both sides are forced to end so the match
*    stops where it is.
     READ STATUS-IN
        AT END SET STATIN-IS-EOF TO TRUE
     END-READ

     IF STATIN-IS-EOF
        GO TO A01-READ-EXIT
     END-IF

     IF SI-ACCOUNT-ID < WS-PREV-ACCOUNT
        MOVE 'Y'                       TO WS-SEQ-ERROR
        SET STATIN-IS-EOF              TO TRUE
        SET SORT-IS-EOF                TO TRUE
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGTRAN - ' SI-ACCOUNT-ID
               ' OUT OF SEQUENCE AFTER ' WS-PREV-ACCOUNT
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGTRAN - STATOUT IS INCOMPLETE - RUN ABANDONED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
*       The journal written so far describes changes STATOUT will
*       never carry - give operations the run key to purge it by.
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGTRAN - RUN FLGTRAN ' WS-RUN-START-TS
               ' JOURNALED ' WS-TOTAL-JOURNALED
               ' - PURGE FROM FLGLOG'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A01-READ-EXIT
     END-IF

     MOVE SI-ACCOUNT-ID                TO WS-PREV-ACCOUNT.

 A01-READ-EXIT.

     CONTINUE.

 A02-LOAD-TRANSACTIONS SECTION.
*    Sort input: every TRANIN record is edited as it is read - a
*    bad instruction, a bad mask or a blank account is rejected
*    HERE, with its own report line, so a mistyped transaction
*    surfaces instead of silently matching nothing all night. The
*    good ones go to the sort tagged with their arrival number.
     OPEN INPUT TRAN-IN

     PERFORM A02-READ-TRAN-IN

     PERFORM UNTIL TRANIN-IS-EOF
        ADD 1                          TO WS-TOTAL-TRANS
        PERFORM A03-EDIT-TRANSACTION
        IF WS-TRAN-IS-OK
           MOVE TR-ACCOUNT-ID          TO SW-ACCOUNT-ID
           MOVE WS-TOTAL-TRANS         TO SW-SEQ
           MOVE TR-INSTRUCT            TO SW-INSTRUCT
           MOVE TR-MASK                TO SW-MASK
*          An old-format transaction carries a 2-hex-char mask
*          with trailing spaces - the missing second byte is 00.
           IF SW-MASK(3:2) = SPACE
              MOVE '00'                TO SW-MASK(3:2)
           END-IF
           RELEASE SORT-REC
        ELSE
           ADD 1                       TO WS-TOTAL-REJECTED
           MOVE SPACE                  TO PRINT-REC
           STRING 'REJECTED  ' TR-ACCOUNT-ID
                  ' ' TR-INSTRUCT ',' TR-MASK
                  ' - ' WS-REJECT-REASON
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
        END-IF
        PERFORM A02-READ-TRAN-IN
     END-PERFORM
        END-PERFORM
     END-IF

     CONTINUE.

 A04-RETURN-SORT SECTION.

     RETURN SORT-WORK
        AT END SET SORT-IS-EOF TO TRUE
     END-RETURN.

     CONTINUE.

 A05-CHECK-STATUS-ORDER SECTION.
*    A pass of STATIN on its own, before the match: every account
*    must be at or above the one before it. The file is closed
*    again and the match reopens it from the top.
     MOVE LOW-VALUE                    TO WS-PREV-ACCOUNT
     MOVE 'N'                          TO STATIN-EOF

     OPEN INPUT STATUS-IN

     PERFORM A05-READ-STATUS-IN
     PERFORM UNTIL STATIN-IS-EOF
        IF SI-ACCOUNT-ID < WS-PREV-ACCOUNT
           MOVE 'Y'                    TO WS-SEQ-ERROR
           SET STATIN-IS-EOF           TO TRUE
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGTRAN - ' SI-ACCOUNT-ID
                  ' OUT OF SEQUENCE AFTER ' WS-PREV-ACCOUNT
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
        ELSE
           MOVE SI-ACCOUNT-ID          TO WS-PREV-ACCOUNT
           PERFORM A05-READ-STATUS-IN
        END-IF
     END-PERFORM

     CLOSE STATUS-IN

     MOVE LOW-VALUE                    TO WS-PREV-ACCOUNT
     MOVE 'N'                          TO STATIN-EOF

     CONTINUE.

 A05-READ-STATUS-IN SECTION.

     READ STATUS-IN
        AT END SET STATIN-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 B00-MATCH-STATUS SECTION.
*    Sort output: STATIN and the sorted transactions, matched on
*    account. A transaction below the account in hand matched
*    nothing on STATIN; one equal to it is applied on top of
*    whatever the account's earlier transactions left; once the
*    transactions move past the account, it is written out.
     PERFORM A01-READ-STATUS-IN
     IF NOT STATIN-IS-EOF
        PERFORM B01-START-ACCOUNT
     END-IF
     PERFORM A04-RETURN-SORT

     PERFORM UNTIL STATIN-IS-EOF
     AND SORT-IS-EOF
        EVALUATE TRUE
           WHEN STATIN-IS-EOF
              PERFORM C01-REPORT-NOT-FOUND
              PERFORM A04-RETURN-SORT
           WHEN SORT-IS-EOF
              PERFORM B03-WRITE-ACCOUNT
           WHEN SW-ACCOUNT-ID < SI-ACCOUNT-ID
              PERFORM C01-REPORT-NOT-FOUND
              PERFORM A04-RETURN-SORT
           WHEN SW-ACCOUNT-ID = SI-ACCOUNT-ID
              PERFORM B02-APPLY-TRANSACTION
              PERFORM A04-RETURN-SORT
           WHEN OTHER
              PERFORM B03-WRITE-ACCOUNT
        END-EVALUATE
     END-PERFORM

     CONTINUE.

 B01-START-ACCOUNT SECTION.
*    A new STATIN account: its flag starts as read. A record
*    written before the widening carries 2 hex chars with trailing
*    spaces - the missing second byte reads as 00.
     ADD 1                              TO WS-TOTAL-READ

     MOVE STATUS-IN-REC                 TO STATUS-OUT-REC
     MOVE SI-FLAG-BYTE                  TO WS-FLAG-WORK
     IF WS-FLAG-WORK(3:2) = SPACE
        MOVE '00'                       TO WS-FLAG-WORK(3:2)
     END-IF
     MOVE 'N'                           TO WS-ACCT-APPLIED
     MOVE 'N'                           TO WS-ACCT-MATCHED

     CONTINUE.

 B02-APPLY-TRANSACTION SECTION.
*    One transaction against the account in hand, on the flag as
*    the account's earlier transactions tonight left it.
     MOVE 'Y'                           TO WS-ACCT-MATCHED
     MOVE WS-FLAG-WORK                  TO WS-FLAG-BEFORE

     MOVE SPACE                         TO I-C-MODE
     MOVE SPACE                         TO I-C-INPUT-DW
     MOVE SPACE                         TO I-C-INPUT
     MOVE SPACE                         TO I-C-MASK
     MOVE WS-FLAG-WORK                  TO I-C-INPUT(1:4)
     MOVE SW-MASK                       TO I-C-MASK(1:4)
     MOVE SW-INSTRUCT                   TO I-C-INSTRUCT

     CALL 'BITOPS' USING BITOPS-PGM

     IF O-B-RC-IO
        MOVE O-C-RESULT(1:4)            TO WS-FLAG-WORK
        MOVE 'Y'                        TO WS-ACCT-APPLIED
        ADD 1                           TO WS-TOTAL-APPLIED
        IF WS-FLAG-WORK NOT = WS-FLAG-BEFORE
           PERFORM J02-WRITE-JOURNAL
        END-IF
     ELSE
*       The account's flag is left as it stood - only the
*       transaction is charged with the failure, and any later
*       transaction for the account still applies.
        ADD 1                           TO WS-TOTAL-REJECTED
        MOVE SPACE                      TO PRINT-REC
        STRING 'REJECTED  ' SW-ACCOUNT-ID
               ' ' SW-INSTRUCT
               ',' SW-MASK
               ' - BITOPS RC ' O-N-RETURNCODE
               DELIMITED BY SIZE
               INTO PRINT-REC

     CONTINUE.

 B03-WRITE-ACCOUNT SECTION.
*    The account's transactions are done: write it out with the
*    flag they left (a record nothing was applied to goes out
*    exactly as it came in), then take the next STATIN account.
     IF WS-ACCT-WAS-APPLIED
        MOVE WS-FLAG-WORK               TO SO-FLAG-BYTE
     END-IF
     IF NOT WS-ACCT-WAS-MATCHED
        ADD 1                           TO WS-TOTAL-PASSED
     END-IF

     WRITE STATUS-OUT-REC

     PERFORM A01-READ-STATUS-IN
     IF NOT STATIN-IS-EOF
        PERFORM B01-START-ACCOUNT
     END-IF

     CONTINUE.

 J01-OPEN-FLAG-LOG SECTION.
*    Take the shared change journal for appending. Only a genuine
*    not-found status falls through to OPEN OUTPUT - same guard the
     CONTINUE.

 J02-WRITE-JOURNAL SECTION.
*    One journal record per transaction that actually changed its
*    account's flag field: before-image, after-image, the
*    transaction's own instruction/mask, and this run's start
*    timestamp.
     MOVE SPACE                         TO FLGLOG-REC
     MOVE SI-ACCOUNT-ID                 TO FL-ACCOUNT-ID
     MOVE WS-FLAG-BEFORE                TO FL-BEFORE-FLAG
     MOVE WS-FLAG-WORK                  TO FL-AFTER-FLAG
     MOVE SW-INSTRUCT                   TO FL-INSTRUCT
     MOVE SW-MASK                       TO FL-MASK
     MOVE 'FLGTRAN'                     TO FL-PROGRAM
     MOVE WS-RUN-START-TS               TO FL-RUN-TS

     WRITE FLGLOG-REC
     ADD 1                              TO WS-TOTAL-JOURNALED

     CONTINUE.

 C01-REPORT-NOT-FOUND SECTION.
*    A transaction the match passed without finding its account on
*    STATIN - the mistyped-account case this program exists to
*    surface.
     ADD 1                              TO WS-TOTAL-NOTFOUND
     MOVE SPACE                         TO PRINT-REC
     STRING 'NOT FOUND ' SW-ACCOUNT-ID
            ' ' SW-INSTRUCT
            ',' SW-MASK
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.
