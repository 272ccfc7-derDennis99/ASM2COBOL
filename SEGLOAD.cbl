*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    SEGLOAD.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SEGMENT-IN ASSIGN TO SEGIN
         FILE STATUS IS WS-SEGIN-STATUS.
     SELECT SEGMENT-MASTER ASSIGN TO SEGMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SG-ACCOUNT-ID
         FILE STATUS  IS WS-SEG-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    SEGMENT-IN - THE SEGMENT DELIVERY, ONE RECORD PER ACCOUNT IN
*    THE SEGMTIF LAYOUT, IN STRICT ACCOUNT ORDER. EVERY RECORD THAT
*    PASSES THE EDITS BECOMES ONE KEYED RECORD, BYTE FOR BYTE.
*-----------------------------------------------------------------
 FD  SEGMENT-IN RECORDING MODE F.
 01  SEGMENT-IN-REC                PIC X(80).

*-----------------------------------------------------------------
*    SEGMENT-MASTER - THE KEYED SEGMENT REFERENCE FILE (SEE
*    SEGMTIF), REPLACED WHOLESALE BY THIS LOAD.
*-----------------------------------------------------------------
 FD  SEGMENT-MASTER.
 COPY SEGMTIF.

*-----------------------------------------------------------------
*    STATUS-MASTER - THE KEYED STATUS FILE (SEE FLGMNT), READ IN
*    KEY ORDER ALONGSIDE THE DELIVERY TO FIND THE ACCOUNTS THE
*    DELIVERY LEAVES OUT AND THE SEGMENTS WHOSE ACCOUNT IS GONE.
*    ONLY READ.
*-----------------------------------------------------------------
 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 SEGIN-EOF                  PIC X       VALUE 'N'.
     88 SEGIN-IS-EOF                           VALUE 'Y'.

     05 WS-SEGIN-STATUS            PIC XX.
     88 WS-SEGIN-STATUS-OK                     VALUES '00', '07'.
     05 WS-SEG-STATUS              PIC XX.
     88 WS-SEG-STATUS-OK                       VALUES '00', '02'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-MST-OPENED              PIC X       VALUE 'N'.
     88 WS-MST-IS-OPENED                       VALUE 'Y'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-FINAL-RC                PIC 99      VALUE ZERO.

*    ***********************************************
*    * KEY-ORDER CHECK                              *
*    ***********************************************
     05 WS-PREV-KEY                PIC X(10)   VALUE LOW-VALUE.
     05 WS-REJECT-REASON           PIC X(24)   VALUE SPACE.

*    ***********************************************
*    * CROSS-CHECK AGAINST THE STATUS MASTER - THE  *
*    * MASTER KEY IN HAND, HIGH-VALUE AT ITS END    *
*    ***********************************************
     05 WS-MST-KEY                 PIC X(10)   VALUE LOW-VALUE.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-LOADED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REJECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-MST-READ          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NO-SEGMENT        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NO-ACCOUNT        PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'SEGLOAD START AT '
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

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     OPEN INPUT SEGMENT-IN
     IF NOT WS-SEGIN-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'SEGLOAD CANNOT OPEN SEGIN - STATUS '
               WS-SEGIN-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN OUTPUT SEGMENT-MASTER
     IF NOT WS-SEG-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'SEGLOAD CANNOT OPEN SEGMENT MASTER - STATUS '
               WS-SEG-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE SEGMENT-IN
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    Without the status master the load still runs - the reference
*    file does not depend on it - but nothing is cross-checked, and
*    the run says so and ends with a warning.
     OPEN INPUT STATUS-MASTER
     IF WS-MST-STATUS-OK
        MOVE 'Y'                       TO WS-MST-OPENED
        PERFORM A02-READ-STATUS-MASTER
     ELSE
        MOVE HIGH-VALUE                TO WS-MST-KEY
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO STATUS MASTER (STATUS ' WS-MST-STATUS
               ') - ACCOUNTS NOT CROSS-CHECKED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     PERFORM A01-READ-SEGMENT-IN

     PERFORM UNTIL SEGIN-IS-EOF
        PERFORM B01-LOAD-RECORD
        PERFORM A01-READ-SEGMENT-IN
     END-PERFORM

*    Whatever is left on the master after the last segment has no
*    segment either.
     PERFORM UNTIL WS-MST-KEY = HIGH-VALUE
        PERFORM B03-NO-SEGMENT
     END-PERFORM

     CLOSE SEGMENT-IN.
     CLOSE SEGMENT-MASTER.
     IF WS-MST-IS-OPENED
        CLOSE STATUS-MASTER
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'TOTAL READ: ' WS-TOTAL-READ
            '  LOADED: '   WS-TOTAL-LOADED
            '  REJECTED: ' WS-TOTAL-REJECTED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'MASTER ACCOUNTS: ' WS-TOTAL-MST-READ
            '  NO SEGMENT: ' WS-TOTAL-NO-SEGMENT
            '  SEGMENT, NO ACCOUNT: ' WS-TOTAL-NO-ACCOUNT
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

*    As with STATLOAD, the load only counts as good when every
*    record read went to the file. Gaps either way between the
*    segments and the master are for the segment owners to close,
*    and only warn.
     IF WS-TOTAL-READ = WS-TOTAL-LOADED
        MOVE SPACE                     TO PRINT-REC
        STRING 'COUNTS AGREE - SEGMENT FILE MATCHES INPUT'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        IF WS-TOTAL-NO-SEGMENT > ZERO
        OR WS-TOTAL-NO-ACCOUNT > ZERO
        OR NOT WS-MST-IS-OPENED
           MOVE 4                      TO WS-FINAL-RC
        ELSE
           MOVE ZERO                   TO WS-FINAL-RC
        END-IF
     ELSE
        MOVE SPACE                     TO PRINT-REC
        STRING 'COUNTS DISAGREE - DO NOT USE THIS SEGMENT FILE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE 8                         TO WS-FINAL-RC
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'SEGLOAD END   AT '
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

     MOVE WS-FINAL-RC                  TO RETURN-CODE

     GOBACK.

 A01-READ-SEGMENT-IN SECTION.

     READ SEGMENT-IN
        AT END SET SEGIN-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-READ-STATUS-MASTER SECTION.

     READ STATUS-MASTER
        AT END MOVE HIGH-VALUE         TO WS-MST-KEY
        NOT AT END
           ADD 1                       TO WS-TOTAL-MST-READ
           MOVE SM-ACCOUNT-ID          TO WS-MST-KEY
     END-READ.

     CONTINUE.

 B01-LOAD-RECORD SECTION.
*    One delivery record to one keyed record, guarded by the key
*    edits STATLOAD uses plus the three codes the reports break
*    on - a segment with a blank code would report under nothing.
     ADD 1                              TO WS-TOTAL-READ

     MOVE SEGMENT-IN-REC                TO SEGMENT-REC
     MOVE SPACE                         TO WS-REJECT-REASON

     IF SG-ACCOUNT-ID = SPACE
        MOVE 'BLANK ACCOUNT ID'         TO WS-REJECT-REASON
        GO TO B01-LOAD-VERDICT
     END-IF

     IF SG-ACCOUNT-ID = WS-PREV-KEY
        MOVE 'DUPLICATE KEY'            TO WS-REJECT-REASON
        GO TO B01-LOAD-VERDICT
     END-IF

     IF SG-ACCOUNT-ID < WS-PREV-KEY
        MOVE 'KEY OUT OF ORDER'         TO WS-REJECT-REASON
        GO TO B01-LOAD-VERDICT
     END-IF

     IF SG-PRODUCT = SPACE
        MOVE 'BLANK PRODUCT CODE'       TO WS-REJECT-REASON
        GO TO B01-LOAD-VERDICT
     END-IF

     IF SG-BRANCH = SPACE
        MOVE 'BLANK BRANCH'             TO WS-REJECT-REASON
        GO TO B01-LOAD-VERDICT
     END-IF

     IF SG-REGION = SPACE
        MOVE 'BLANK REGION'             TO WS-REJECT-REASON
     END-IF.

 B01-LOAD-VERDICT.

     IF WS-REJECT-REASON NOT = SPACE
        ADD 1                           TO WS-TOTAL-REJECTED
        MOVE SPACE                      TO PRINT-REC
        STRING 'REJECTED  ' SG-ACCOUNT-ID
               ' - ' WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B01-LOAD-EXIT
     END-IF

     WRITE SEGMENT-REC
     IF WS-SEG-STATUS-OK
        ADD 1                           TO WS-TOTAL-LOADED
        MOVE SG-ACCOUNT-ID              TO WS-PREV-KEY
        PERFORM B02-CROSS-CHECK
     ELSE
        ADD 1                           TO WS-TOTAL-REJECTED
        MOVE SPACE                      TO PRINT-REC
        STRING 'REJECTED  ' SG-ACCOUNT-ID
               ' - WRITE STATUS ' WS-SEG-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF.

 B01-LOAD-EXIT.

     CONTINUE.

 B02-CROSS-CHECK SECTION.
*    The loaded segment against the master, both in key order:
*    master accounts below it have no segment, an equal one is
*    matched, and if the master has moved past it the account the
*    segment describes no longer exists. The segment stays loaded
*    either way - it is reference data, and its owners clear it.
     IF NOT WS-MST-IS-OPENED
        GO TO B02-CROSS-EXIT
     END-IF

     PERFORM UNTIL WS-MST-KEY NOT < SG-ACCOUNT-ID
        PERFORM B03-NO-SEGMENT
     END-PERFORM

     IF WS-MST-KEY = SG-ACCOUNT-ID
        PERFORM A02-READ-STATUS-MASTER
     ELSE
        ADD 1                           TO WS-TOTAL-NO-ACCOUNT
        MOVE SPACE                      TO PRINT-REC
        STRING 'NOT ON STATMST ' SG-ACCOUNT-ID
               ' - SEGMENT ' SG-PRODUCT ' ' SG-BRANCH ' '
               SG-REGION ' - ACCOUNT GONE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF.

 B02-CROSS-EXIT.

     CONTINUE.

 B03-NO-SEGMENT SECTION.

     ADD 1                              TO WS-TOTAL-NO-SEGMENT
     MOVE SPACE                         TO PRINT-REC
     STRING 'NO SEGMENT     ' WS-MST-KEY
            ' - ON STATMST, NOT IN THE SEGMENT DELIVERY'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM A02-READ-STATUS-MASTER

     CONTINUE.
