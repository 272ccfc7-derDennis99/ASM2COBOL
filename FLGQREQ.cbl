*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGQREQ.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REQUEST-IN ASSIGN TO REQIN
         FILE STATUS IS WS-REQIN-STATUS.
     SELECT OP-CATALOG ASSIGN TO OPCAT
         FILE STATUS IS WS-CAT-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT PEND-CHG   ASSIGN TO PENDCHG
         FILE STATUS IS WS-PEND-STATUS.
     SELECT PEND-HIST  ASSIGN TO PENDHIST
         FILE STATUS IS WS-HIST-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    REQUEST-IN - THE MAKER'S DECK: ONE REQUESTED FLAG CHANGE PER
*    RECORD. THE OPERATION IS EITHER A CATALOG EVENT NAME OR AN
*    INSTRUCTION/MASK PAIR - NEVER BOTH - AND EVERY REQUEST CARRIES
*    A REASON THE CHECKER CAN READ, E.G.
*      "0000123456 RELEASE-HOLD             DISPUTE CLOSED"
*      "0000123456                  NI FE00 HOLD KEYED BY ERR"
*    AN '*' IN COLUMN 1 MARKS A COMMENT; BLANK RECORDS ARE SKIPPED.
*-----------------------------------------------------------------
 FD  REQUEST-IN RECORDING MODE F.
 01  REQUEST-REC.
     05 RQ-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 RQ-EVENT-NAME              PIC X(16).
     05 FILLER                     PIC X.
     05 RQ-INSTRUCT                PIC X(2).
     05 FILLER                     PIC X.
     05 RQ-MASK                    PIC X(4).
     05 FILLER                     PIC X.
     05 RQ-REASON                  PIC X(44).

*-----------------------------------------------------------------
*    OP-CATALOG - THE OPERATION CATALOG (SEE FLGUPDT). AN EVENT
*    NAME IS RESOLVED HERE, WHEN THE REQUEST IS TAKEN, SO WHAT THE
*    CHECKER APPROVES IS EXACTLY THE INSTRUCTION/MASK THAT WILL BE
*    RELEASED - A LATER CATALOG CHANGE CANNOT SLIP IN BETWEEN.
*-----------------------------------------------------------------
 FD  OP-CATALOG RECORDING MODE F.
 01  OP-CATALOG-REC.
     05 OC-NAME                    PIC X(16).
     05 FILLER                     PIC X.
     05 OC-INSTRUCT                PIC X(2).
     05 FILLER                     PIC X.
     05 OC-MASK                    PIC X(4).
     05 FILLER                     PIC X(56).

*-----------------------------------------------------------------
*    STATUS-MASTER - THE KEYED STATUS FILE (SEE FLGMNT), READ BY
*    KEY ONLY: A REQUEST FOR AN ACCOUNT THAT DOES NOT EXIST NEVER
*    REACHES A CHECKER'S DESK.
*-----------------------------------------------------------------
 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE               PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    PEND-CHG - THE MAKER-CHECKER QUEUE (SEE PENDCHIF). READ ONCE
*    FOR THE HIGHEST REQUEST NUMBER IN USE, THEN APPENDED TO WITH
*    TONIGHT'S ACCEPTED REQUESTS AS PENDING.
*-----------------------------------------------------------------
 FD  PEND-CHG RECORDING MODE F.
 COPY PENDCHIF.

*-----------------------------------------------------------------
*    PEND-HIST - THE QUEUE'S HISTORY (SEE FLGQREL). READ ONLY, FOR
*    THE HIGHEST REQUEST NUMBER EVER ISSUED - A NUMBER STAYS UNIQUE
*    AFTER ITS REQUEST HAS LEFT THE QUEUE.
*-----------------------------------------------------------------
 FD  PEND-HIST RECORDING MODE F.
 01  PEND-HIST-REC.
     05 PH-REQ-ID                  PIC 9(8).
     05 FILLER                     PIC X(172).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 REQIN-EOF                  PIC X       VALUE 'N'.
     88 REQIN-IS-EOF                           VALUE 'Y'.
     05 OPCAT-EOF                  PIC X       VALUE 'N'.
     88 OPCAT-IS-EOF                           VALUE 'Y'.
     05 PEND-EOF                   PIC X       VALUE 'N'.
     88 PEND-IS-EOF                            VALUE 'Y'.
     05 HIST-EOF                   PIC X       VALUE 'N'.
     88 HIST-IS-EOF                            VALUE 'Y'.

     05 WS-REQIN-STATUS            PIC XX.
     88 WS-REQIN-STATUS-OK                     VALUES '00', '07'.
     05 WS-CAT-STATUS              PIC XX.
     88 WS-CAT-STATUS-OK                       VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     88 WS-MST-STATUS-NOTFND                   VALUE  '23'.
     05 WS-PEND-STATUS             PIC XX.
     88 WS-PEND-STATUS-OK                      VALUES '00', '07'.
     88 WS-PEND-STATUS-NOTFOUND                VALUES '35', '30'.
     05 WS-HIST-STATUS             PIC XX.
     88 WS-HIST-STATUS-OK                      VALUES '00', '07'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * REQUEST PARM - WHO IS ASKING, AND FOR HOW    *
*    * LONG THE REQUESTS STAY OPEN:                 *
*    *   REQUESTER[,DAYS]                           *
*    * THE REQUESTER IS THE SUBMITTING USER ID (UP  *
*    * TO 8 CHARS); DAYS IS 1-99, DEFAULT 5. A      *
*    * REQUEST NOBODY APPROVES BY THEN EXPIRES.     *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-REQUESTER               PIC X(8)    VALUE SPACE.
     05 WS-EXPIRE-DAYS             PIC 99      VALUE 5.
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-NAME-LEN                PIC 99      VALUE ZERO.
     05 WS-DAYS-TEXT               PIC X(3)    VALUE SPACE.

*    ***********************************************
*    * OPERATION CATALOG - EVENT NAME TO            *
*    * INSTRUCTION/MASK (SAME 32 SLOTS AS FLGUPDT)  *
*    ***********************************************
     05 WS-CAT-LOADED              PIC X       VALUE 'N'.
     88 WS-CAT-IS-LOADED                       VALUE 'Y'.
     05 WS-CAT-MAX                 PIC 9(6)    VALUE 32.
     05 WS-CAT-COUNT               PIC 9(6)    VALUE ZERO.
     05 WS-CAT-TABLE.
        10 WS-CAT-ENTRY            OCCURS 32 TIMES
                                    INDEXED BY WS-CAT-IX.
           15 WS-CAT-NAME          PIC X(16)   VALUE SPACE.
           15 WS-CAT-INSTRUCT      PIC X(2)    VALUE SPACE.
           15 WS-CAT-MASK          PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * REQUEST IN HAND                              *
*    ***********************************************
     05 WS-NEXT-ID                 PIC 9(8)    VALUE ZERO.
     05 WS-REQ-INSTRUCT            PIC X(2)    VALUE SPACE.
     05 WS-REQ-MASK                PIC X(4)    VALUE SPACE.
     05 WS-MASK-LEN                PIC 9       VALUE ZERO.
     05 WS-REJECT-REASON           PIC X(36)   VALUE SPACE.
     05 WS-HEX-I                   PIC 9.
     05 WS-HEX-CHAR                PIC X.
     88 WS-HEX-CHAR-VALID                      VALUES '0' THRU '9',
                                                      'A' THRU 'F'.
     05 WS-TODAY                   PIC 9(8)    VALUE ZERO.
     05 WS-EXPIRY-DATE             PIC 9(8)    VALUE ZERO.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-QUEUED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-REJECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NOT-QUEUED        PIC 9(6)    VALUE ZERO.
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
     STRING 'FLGQREQ START AT '
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

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREQ PARM INVALID - EXPECTED'
               ' REQUESTER[,DAYS]'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    Every request taken tonight lapses on the same date.
     MOVE WS-RUN-START-TS(1:8)         TO WS-TODAY
     COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-EXPIRE-DAYS)

     MOVE SPACE                        TO PRINT-REC
     STRING 'REQUESTS BY ' WS-REQUESTER
            ' - OPEN FOR APPROVAL UNTIL '
            WS-EXPIRY-DATE (1:4) '-'
            WS-EXPIRY-DATE (5:2) '-'
            WS-EXPIRY-DATE (7:2)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-CATALOG

     PERFORM A03-FIND-NEXT-ID
     IF NOT WS-PARM-IS-OK
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN INPUT STATUS-MASTER
     IF NOT WS-MST-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREQ CANNOT OPEN STATUS MASTER - STATUS '
               WS-MST-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN INPUT REQUEST-IN
     IF NOT WS-REQIN-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREQ CANNOT OPEN REQIN - STATUS '
               WS-REQIN-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE STATUS-MASTER
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    Append to the queue. Only a genuine not-found status falls
*    through to OPEN OUTPUT - same guard the shared logs use, so
*    an existing queue is never truncated.
     OPEN EXTEND PEND-CHG
     IF NOT WS-PEND-STATUS-OK
     AND WS-PEND-STATUS-NOTFOUND
        OPEN OUTPUT PEND-CHG
     END-IF
     IF NOT WS-PEND-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGQREQ CANNOT OPEN PENDCHG - STATUS '
               WS-PEND-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE REQUEST-IN
        CLOSE STATUS-MASTER
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM A01-READ-REQUEST

     PERFORM UNTIL REQIN-IS-EOF
        IF REQUEST-REC NOT = SPACE
        AND REQUEST-REC(1:1) NOT = '*'
           ADD 1                       TO WS-TOTAL-READ
           PERFORM B01-TAKE-REQUEST
        END-IF
        PERFORM A01-READ-REQUEST
     END-PERFORM

     CLOSE REQUEST-IN
     CLOSE STATUS-MASTER
     CLOSE PEND-CHG.

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'REQUESTS READ: ' WS-TOTAL-READ
            '  QUEUED: ' WS-TOTAL-QUEUED
            '  REJECTED: ' WS-TOTAL-REJECTED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGQREQ END   AT '
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

*    A request that passed its edits but could not be written to
*    the queue is lost to the checker - RC 8, not the RC 4 of an
*    ordinary rejection.
     EVALUATE TRUE
        WHEN WS-TOTAL-NOT-QUEUED > ZERO
           MOVE 8                      TO RETURN-CODE
        WHEN WS-TOTAL-REJECTED > ZERO
           MOVE 4                      TO RETURN-CODE
        WHEN OTHER
           MOVE ZERO                   TO RETURN-CODE
     END-EVALUATE

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    The requester runs to the comma and must fit the queue's
*    8-char user ID; an optional second field overrides the number
*    of days the requests stay open.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM = SPACE
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE ZERO                         TO WS-NAME-LEN
     PERFORM UNTIL WS-NAME-LEN >= 9
     OR WS-PARM(WS-NAME-LEN + 1:1) = ','
     OR WS-PARM(WS-NAME-LEN + 1:1) = SPACE
        ADD 1                          TO WS-NAME-LEN
     END-PERFORM

     IF WS-NAME-LEN = ZERO
     OR WS-NAME-LEN > 8
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-PARM(1:WS-NAME-LEN)       TO WS-REQUESTER

     IF WS-PARM(WS-NAME-LEN + 1:1) = ','
        MOVE WS-PARM(WS-NAME-LEN + 2:3) TO WS-DAYS-TEXT
        EVALUATE TRUE
           WHEN WS-DAYS-TEXT(1:2) NUMERIC
           AND WS-DAYS-TEXT(3:1) = SPACE
              MOVE WS-DAYS-TEXT(1:2)   TO WS-EXPIRE-DAYS
           WHEN WS-DAYS-TEXT(1:1) NUMERIC
           AND WS-DAYS-TEXT(2:2) = SPACE
              MOVE WS-DAYS-TEXT(1:1)   TO WS-EXPIRE-DAYS
           WHEN OTHER
              MOVE 'N'                 TO WS-PARM-OK
        END-EVALUATE
        IF WS-EXPIRE-DAYS = ZERO
           MOVE 'N'                    TO WS-PARM-OK
        END-IF
     END-IF.

 A00A-PARSE-EXIT.

     CONTINUE.

 A01-READ-REQUEST SECTION.

     READ REQUEST-IN
        AT END SET REQIN-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-LOAD-CATALOG SECTION.
*    Same load as FLGUPDT. No catalog, or one bigger than the
*    table, still lets raw instruction/mask requests through; only
*    event-name requests are turned away, each with the reason.
     OPEN INPUT OP-CATALOG
     IF NOT WS-CAT-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO OPERATION CATALOG (STATUS ' WS-CAT-STATUS
               ') - EVENT REQUESTS CANNOT BE TAKEN'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A02-LOAD-EXIT
     END-IF

     PERFORM A02-READ-OPCAT
     PERFORM UNTIL OPCAT-IS-EOF
        IF OC-NAME NOT = SPACE
           ADD 1                       TO WS-CAT-COUNT
           IF WS-CAT-COUNT <= WS-CAT-MAX
              SET WS-CAT-IX            TO WS-CAT-COUNT
              MOVE OC-NAME             TO WS-CAT-NAME(WS-CAT-IX)
              MOVE OC-INSTRUCT     TO WS-CAT-INSTRUCT(WS-CAT-IX)
              MOVE OC-MASK             TO WS-CAT-MASK(WS-CAT-IX)
           END-IF
        END-IF
        PERFORM A02-READ-OPCAT
     END-PERFORM
     CLOSE OP-CATALOG

     IF WS-CAT-COUNT > WS-CAT-MAX
        MOVE SPACE                     TO PRINT-REC
        STRING 'OPERATION CATALOG EXCEEDS TABLE'
               ' - EVENT REQUESTS CANNOT BE TAKEN'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A02-LOAD-EXIT
     END-IF

     MOVE 'Y'                          TO WS-CAT-LOADED.

 A02-LOAD-EXIT.

     CONTINUE.

 A02-READ-OPCAT SECTION.

     READ OP-CATALOG
        AT END SET OPCAT-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A03-FIND-NEXT-ID SECTION.
*    Request numbers run on from the highest one ever issued -
*    on the live queue or in its history. A queue that cannot be
*    read for any reason but not-found refuses the run: numbering
*    blind could hand a checker two requests under one number.
     OPEN INPUT PEND-CHG
     IF WS-PEND-STATUS-OK
        PERFORM A03-READ-PEND
        PERFORM UNTIL PEND-IS-EOF
           IF PC-REQ-ID > WS-NEXT-ID
              MOVE PC-REQ-ID           TO WS-NEXT-ID
           END-IF
           PERFORM A03-READ-PEND
        END-PERFORM
        CLOSE PEND-CHG
     ELSE
        IF NOT WS-PEND-STATUS-NOTFOUND
           MOVE 'N'                    TO WS-PARM-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGQREQ CANNOT READ PENDCHG - STATUS '
                  WS-PEND-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           GO TO A03-FIND-EXIT
        END-IF
     END-IF

     OPEN INPUT PEND-HIST
     IF WS-HIST-STATUS-OK
        PERFORM A03-READ-HIST
        PERFORM UNTIL HIST-IS-EOF
           IF PH-REQ-ID > WS-NEXT-ID
              MOVE PH-REQ-ID           TO WS-NEXT-ID
           END-IF
           PERFORM A03-READ-HIST
        END-PERFORM
        CLOSE PEND-HIST
     END-IF.

 A03-FIND-EXIT.

     CONTINUE.

 A03-READ-PEND SECTION.

     READ PEND-CHG
        AT END SET PEND-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A03-READ-HIST SECTION.

     READ PEND-HIST
        AT END SET HIST-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 B01-TAKE-REQUEST SECTION.
*    Edit the request, resolve an event name to its operation,
*    and check the account exists. Anything wrong turns the
*    request away with the reason; anything right joins the queue
*    as pending under the next request number.
     PERFORM B02-EDIT-REQUEST

     IF WS-REJECT-REASON NOT = SPACE
        ADD 1                           TO WS-TOTAL-REJECTED
        MOVE SPACE                      TO PRINT-REC
        STRING 'REJECTED ' RQ-ACCOUNT-ID
               ' ' RQ-EVENT-NAME
               ' ' RQ-INSTRUCT ',' RQ-MASK
               ' - ' WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B01-TAKE-EXIT
     END-IF

     ADD 1                              TO WS-NEXT-ID

     MOVE SPACE                         TO PENDCHG-REC
     MOVE WS-NEXT-ID                    TO PC-REQ-ID
     SET PC-STATUS-PENDING              TO TRUE
     MOVE RQ-ACCOUNT-ID                 TO PC-ACCOUNT-ID
     MOVE RQ-EVENT-NAME                 TO PC-EVENT-NAME
     MOVE WS-REQ-INSTRUCT               TO PC-INSTRUCT
     MOVE WS-REQ-MASK                   TO PC-MASK
     MOVE WS-REQUESTER                  TO PC-REQUESTER
     MOVE WS-RUN-START-TS               TO PC-REQUEST-TS
     MOVE WS-EXPIRY-DATE                TO PC-EXPIRY-DATE
     MOVE RQ-REASON                     TO PC-REASON

     WRITE PENDCHG-REC
     IF NOT WS-PEND-STATUS-OK
        ADD 1                           TO WS-TOTAL-REJECTED
        ADD 1                           TO WS-TOTAL-NOT-QUEUED
        MOVE SPACE                      TO PRINT-REC
        STRING 'NOT QUEUED ' PC-REQ-ID
               ' ' PC-ACCOUNT-ID
               ' ' PC-INSTRUCT ',' PC-MASK
               ' - WRITE STATUS ' WS-PEND-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B01-TAKE-EXIT
     END-IF
     ADD 1                              TO WS-TOTAL-QUEUED

     MOVE SPACE                         TO PRINT-REC
     STRING 'QUEUED   ' PC-REQ-ID
            ' ' PC-ACCOUNT-ID
            ' ' PC-INSTRUCT ',' PC-MASK
            ' ' PC-EVENT-NAME
            ' ' PC-REASON (1:20)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC.

 B01-TAKE-EXIT.

     CONTINUE.

 B02-EDIT-REQUEST SECTION.
*    The same instruction and mask edits FLGTRAN makes on TRANIN,
*    so nothing that reaches the checker could be refused later
*    at apply time for its shape.
     MOVE SPACE                         TO WS-REJECT-REASON
     MOVE SPACE                         TO WS-REQ-INSTRUCT
     MOVE SPACE                         TO WS-REQ-MASK

     IF RQ-ACCOUNT-ID = SPACE
        MOVE 'BLANK ACCOUNT ID'         TO WS-REJECT-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     IF RQ-REASON = SPACE
        MOVE 'NO REASON GIVEN'          TO WS-REJECT-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     EVALUATE TRUE
        WHEN RQ-EVENT-NAME NOT = SPACE
        AND (RQ-INSTRUCT NOT = SPACE OR RQ-MASK NOT = SPACE)
           MOVE 'EVENT AND INSTRUCTION BOTH GIVEN'
                                        TO WS-REJECT-REASON
        WHEN RQ-EVENT-NAME NOT = SPACE
           PERFORM B03-RESOLVE-EVENT
        WHEN OTHER
           MOVE RQ-INSTRUCT             TO WS-REQ-INSTRUCT
           MOVE RQ-MASK                 TO WS-REQ-MASK
     END-EVALUATE

     IF WS-REJECT-REASON NOT = SPACE
        GO TO B02-EDIT-EXIT
     END-IF

     IF WS-REQ-INSTRUCT NOT = 'OI'
     AND WS-REQ-INSTRUCT NOT = 'NI'
     AND WS-REQ-INSTRUCT NOT = 'XI'
        MOVE 'INSTRUCTION NOT OI/NI/XI' TO WS-REJECT-REASON
        GO TO B02-EDIT-EXIT
     END-IF

*    2 hex chars (the old one-byte form - the missing second byte
*    reads as 00) or 4 hex chars.
     IF WS-REQ-MASK(3:2) = SPACE
        MOVE 2                          TO WS-MASK-LEN
     ELSE
        MOVE 4                          TO WS-MASK-LEN
     END-IF

     PERFORM VARYING WS-HEX-I FROM 1 BY 1
     UNTIL WS-HEX-I > WS-MASK-LEN
        MOVE WS-REQ-MASK(WS-HEX-I:1)    TO WS-HEX-CHAR
        IF NOT WS-HEX-CHAR-VALID
           MOVE 'MASK NOT 2/4 HEX CHARS' TO WS-REJECT-REASON
        END-IF
     END-PERFORM

     IF WS-REJECT-REASON NOT = SPACE
        GO TO B02-EDIT-EXIT
     END-IF

     IF WS-MASK-LEN = 2
        MOVE '00'                       TO WS-REQ-MASK(3:2)
     END-IF

     MOVE RQ-ACCOUNT-ID                 TO SM-ACCOUNT-ID
     READ STATUS-MASTER
     EVALUATE TRUE
        WHEN WS-MST-STATUS-OK
           CONTINUE
        WHEN WS-MST-STATUS-NOTFND
           MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
        WHEN OTHER
           STRING 'MASTER READ FAILED - STATUS '
                  WS-MST-STATUS
                  DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
           END-STRING
     END-EVALUATE.

 B02-EDIT-EXIT.

     CONTINUE.

 B03-RESOLVE-EVENT SECTION.

     IF NOT WS-CAT-IS-LOADED
        MOVE 'NO CATALOG TO RESOLVE EVENT'
                                        TO WS-REJECT-REASON
        GO TO B03-RESOLVE-EXIT
     END-IF

     PERFORM VARYING WS-CAT-IX FROM 1 BY 1
     UNTIL WS-CAT-IX > WS-CAT-COUNT
     OR WS-CAT-NAME(WS-CAT-IX) = RQ-EVENT-NAME
        CONTINUE
     END-PERFORM

     IF WS-CAT-IX > WS-CAT-COUNT
        MOVE 'EVENT NOT IN CATALOG'     TO WS-REJECT-REASON
        GO TO B03-RESOLVE-EXIT
     END-IF

     MOVE WS-CAT-INSTRUCT(WS-CAT-IX)    TO WS-REQ-INSTRUCT
     MOVE WS-CAT-MASK(WS-CAT-IX)        TO WS-REQ-MASK.

 B03-RESOLVE-EXIT.

     CONTINUE.
