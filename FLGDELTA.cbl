*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGDELTA.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BIT-DICT   ASSIGN TO BITDICT
         FILE STATUS IS WS-DICT-STATUS.
     SELECT STATUS-OLD ASSIGN TO STATOLD
         FILE STATUS IS WS-OLD-STATUS.
     SELECT STATUS-NEW ASSIGN TO STATNEW
         FILE STATUS IS WS-NEW-STATUS.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT DELTA-OUT  ASSIGN TO DLTOUT
         FILE STATUS IS WS-DELTA-STATUS.
     SELECT SORT-WORK  ASSIGN TO SORTWK.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    BIT-DICT - THE SHARED BIT-NAME DICTIONARY (SEE FLGRPT). THE
*    BITS TURNED ON AND OFF GO DOWNSTREAM UNDER THE NAMES THE
*    BUSINESS USES, LOADED THE SAME WAY FLGXTR LOADS THEM.
*-----------------------------------------------------------------
 FD  BIT-DICT RECORDING MODE F.
 01  BIT-DICT-REC.
     05 BD-RECORD                  PIC X(80).

*-----------------------------------------------------------------
*    STATUS-OLD / STATUS-NEW - YESTERDAY'S AND TODAY'S STATUS FILE
*    (STATOUT, OR A STATUNLD EXTRACT OF THE MASTER), BOTH IN
*    ACCOUNT ORDER AS THOSE PROGRAMS WRITE THEM. A FILE WRITTEN
*    BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH TRAILING SPACES -
*    THE MISSING SECOND BYTE READS AS 00.
*-----------------------------------------------------------------
 FD  STATUS-OLD RECORDING MODE F.
 01  STATUS-OLD-REC.
     05 SX-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SX-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

 FD  STATUS-NEW RECORDING MODE F.
 01  STATUS-NEW-REC.
     05 SN-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SN-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF). ONLY
*    READ: THE BUSINESS DATE'S RECORDS THAT REALLY CHANGED A FLAG
*    ARE WHAT THE DAY'S DIFFERENCES MUST TIE BACK TO.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    DELTA-OUT - THE CHANGED-ACCOUNTS INTERFACE FILE (SEE DELTAIF):
*    HEADER, ONE DETAIL PER ADDED/CHANGED/DELETED ACCOUNT, TRAILER.
*-----------------------------------------------------------------
 FD  DELTA-OUT RECORDING MODE F.
 COPY DELTAIF.

*-----------------------------------------------------------------
*    SORT-WORK - THE BUSINESS DATE'S JOURNAL RECORDS, PUT INTO
*    ACCOUNT ORDER TO MATCH AGAINST THE TWO STATUS FILES IN ONE
*    PASS. THE ARRIVAL NUMBER KEEPS EACH ACCOUNT'S CHANGES IN THE
*    ORDER FLGLOG RECORDED THEM, SO THE LAST ONE IS THE LATEST.
*-----------------------------------------------------------------
 SD  SORT-WORK.
 01  SORT-REC.
     05 JW-ACCOUNT-ID              PIC X(10).
     05 JW-SEQ                     PIC 9(9).
     05 JW-AFTER-FLAG              PIC X(4).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    TRANSFER AREA FOR SUBPROGRAMS
*-----------------------------------------------------------------
 COPY BITOPSIF.
*-----------------------------------------------------------------

*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 DICT-EOF                   PIC X       VALUE 'N'.
     88 DICT-IS-EOF                            VALUE 'Y'.
     05 FLGLOG-EOF                 PIC X       VALUE 'N'.
     88 FLGLOG-IS-EOF                          VALUE 'Y'.

     05 WS-DICT-STATUS             PIC XX.
     88 WS-DICT-STATUS-OK                      VALUES '00', '07'.
     05 WS-DICT-OPENED             PIC X       VALUE 'N'.
     88 WS-DICT-IS-OPENED                      VALUE 'Y'.
     05 WS-OLD-STATUS              PIC XX.
     88 WS-OLD-STATUS-OK                       VALUES '00', '07'.
     05 WS-NEW-STATUS              PIC XX.
     88 WS-NEW-STATUS-OK                       VALUES '00', '07'.
     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-DELTA-STATUS            PIC XX.
     88 WS-DELTA-STATUS-OK                     VALUES '00', '07'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * REQUEST PARM - THE BUSINESS DATE THE FEED IS *
*    * FOR, YYYYMMDD. BLANK MEANS TODAY; A DATE IS  *
*    * FOR RE-CUTTING A DAY THAT WAS MISSED. IT     *
*    * GOES ON THE HEADER AND TRAILER AND PICKS THE *
*    * FLGLOG RECORDS THE COUNTS TIE BACK TO.       *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-BUS-DATE                PIC 9(8)    VALUE ZERO.
     05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                   PIC X(8).
     05 WS-DATE-CHECK              PIC X(8)    VALUE SPACE.
     05 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                   PIC 9(8).

*    ***********************************************
*    * BIT DICTIONARY - 16 POSITIONS, 0 = LEFTMOST  *
*    ***********************************************
     05 WS-BITS.
        10 WS-BIT-ENTRY            OCCURS 16 TIMES
                                    INDEXED BY WS-BIT-IX.
           15 WS-BIT-NAME          PIC X(12)   VALUE SPACE.
     05 WS-BIT-NUM                 PIC 99.
     05 WS-DICT-NAME               PIC X(12)   VALUE SPACE.
     05 WS-DICT-REC-OK             PIC X       VALUE 'N'.
     88 WS-DICT-REC-IS-OK                      VALUE 'Y'.

*    ***********************************************
*    * MATCH STATE - THE LOWEST ACCOUNT ACROSS THE  *
*    * OLD FILE, THE NEW FILE AND THE SORTED DAY'S  *
*    * JOURNAL. A SIDE AT ITS END HOLDS HIGH-VALUE. *
*    * EITHER STATUS FILE OUT OF ACCOUNT ORDER      *
*    * ABANDONS THE RUN: EVERY MATCH AFTER IT WOULD *
*    * BE WRONG, AND NO TRAILER IS WRITTEN.         *
*    ***********************************************
     05 WS-OLD-KEY                 PIC X(10)   VALUE LOW-VALUE.
     05 WS-NEW-KEY                 PIC X(10)   VALUE LOW-VALUE.
     05 WS-JRN-KEY                 PIC X(10)   VALUE LOW-VALUE.
     05 WS-SEQ-ERROR               PIC X       VALUE 'N'.
     88 WS-SEQ-IS-ERROR                        VALUE 'Y'.
     05 WS-JRN-SEQ                 PIC 9(9)    VALUE ZERO.

     05 WS-ACCOUNT                 PIC X(10)   VALUE SPACE.
     05 WS-ACTION                  PIC X       VALUE SPACE.
     05 WS-HAVE-OLD                PIC X       VALUE 'N'.
     88 WS-HAS-OLD                             VALUE 'Y'.
     05 WS-HAVE-NEW                PIC X       VALUE 'N'.
     88 WS-HAS-NEW                             VALUE 'Y'.
     05 WS-OLD-FLAG                PIC X(4)    VALUE SPACE.
     05 WS-NEW-FLAG                PIC X(4)    VALUE SPACE.
     05 WS-ACCT-JRN-COUNT          PIC 9(6)    VALUE ZERO.
     05 WS-ACCT-JRN-LAST           PIC X(4)    VALUE SPACE.
     05 WS-JRN-BEFORE              PIC X(4)    VALUE SPACE.
     05 WS-JRN-AFTER               PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * DECODED BITS AND NAMES FOR THE DETAIL        *
*    ***********************************************
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BITS               PIC X(16).
     05 WS-OLD-BITS                PIC X(16).
     05 WS-NEW-BITS                PIC X(16).
     05 WS-UNREADABLE              PIC X       VALUE 'N'.
     88 WS-IS-UNREADABLE                       VALUE 'Y'.
     05 WS-NAMES-ON                PIC X(207).
     05 WS-NAMES-ON-PTR            PIC 999.
     05 WS-NAMES-OFF               PIC X(207).
     05 WS-NAMES-OFF-PTR           PIC 999.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-OLD               PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NEW               PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNCHANGED         PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-ADDS              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CHANGES           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-DELETES           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-DETAILS           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNREADABLE        PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * TIE TO FLGLOG - EVERY ONE OF THE DAY'S       *
*    * CHANGE RECORDS LANDS IN EXACTLY ONE OF THE   *
*    * ACCOUNT CLASSES BELOW, SO THE RECORD COUNTS  *
*    * ADD BACK UP TO WS-TOTAL-JRN-DAY.             *
*    ***********************************************
     05 WS-TOTAL-JRN-READ          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JRN-DAY           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JRN-SAME          PIC 9(6)    VALUE ZERO.
     05 WS-TIE-CHG-ACCTS           PIC 9(6)    VALUE ZERO.
     05 WS-TIE-CHG-RECS            PIC 9(6)    VALUE ZERO.
     05 WS-TIE-AD-ACCTS            PIC 9(6)    VALUE ZERO.
     05 WS-TIE-AD-RECS             PIC 9(6)    VALUE ZERO.
     05 WS-TIE-NET-ACCTS           PIC 9(6)    VALUE ZERO.
     05 WS-TIE-NET-RECS            PIC 9(6)    VALUE ZERO.
     05 WS-TIE-OFF-ACCTS           PIC 9(6)    VALUE ZERO.
     05 WS-TIE-OFF-RECS            PIC 9(6)    VALUE ZERO.
     05 WS-TIE-TOTAL-RECS          PIC 9(6)    VALUE ZERO.
     05 WS-TIE-UNJOURNALED         PIC 9(6)    VALUE ZERO.
     05 WS-TIE-DISAGREE            PIC 9(6)    VALUE ZERO.
     05 WS-TIE-AD-UNJOURNALED      PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-EXCEPTIONS        PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGDELTA START AT '
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
        STRING 'FLGDELTA PARM INVALID - EXPECTED A BUSINESS'
               ' DATE YYYYMMDD OR NOTHING'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHANGED ACCOUNTS FOR BUSINESS DATE '
            WS-BUS-DATE (1:4) '-'
            WS-BUS-DATE (5:2) '-'
            WS-BUS-DATE (7:2)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-DICTIONARY

     OPEN INPUT STATUS-OLD
     OPEN INPUT STATUS-NEW
     IF NOT WS-OLD-STATUS-OK
     OR NOT WS-NEW-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGDELTA CANNOT OPEN STATOLD/STATNEW - STATUS '
               WS-OLD-STATUS '/' WS-NEW-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN OUTPUT DELTA-OUT
     IF NOT WS-DELTA-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGDELTA CANNOT OPEN DLTOUT - STATUS '
               WS-DELTA-STATUS
               ' - NO INTERFACE FILE MADE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE STATUS-OLD
        CLOSE STATUS-NEW
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO DELTA-HEADER-REC
     MOVE 'H'                          TO DH-REC-TYPE
     MOVE 'FLGDELTA'                   TO DH-FILE-ID
     MOVE WS-BUS-DATE-X                TO DH-BUS-DATE
     MOVE WS-RUN-START-TS              TO DH-CREATED-TS
     WRITE DELTA-HEADER-REC

     SORT SORT-WORK
          ON ASCENDING KEY JW-ACCOUNT-ID
                           JW-SEQ
          INPUT PROCEDURE  IS B00-SELECT-JOURNAL
          OUTPUT PROCEDURE IS C00-MATCH-DAY

     CLOSE STATUS-OLD
     CLOSE STATUS-NEW.

*    No trailer on an abandoned run: the receiving side refuses a
*    file without one, which is exactly what it should do here.
     IF WS-SEQ-IS-ERROR
        CLOSE DELTA-OUT
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO DELTA-TRAILER-REC
     MOVE 'T'                          TO DT-REC-TYPE
     MOVE 'FLGDELTA'                   TO DT-FILE-ID
     MOVE WS-BUS-DATE-X                TO DT-BUS-DATE
     MOVE WS-TOTAL-DETAILS             TO DT-RECORD-COUNT
     MOVE WS-TOTAL-ADDS                TO DT-COUNT-ADDS
     MOVE WS-TOTAL-CHANGES             TO DT-COUNT-CHANGES
     MOVE WS-TOTAL-DELETES             TO DT-COUNT-DELETES
     WRITE DELTA-TRAILER-REC
*    Without its trailer the file must not be loaded - the run
*    says so and stops short of a clean report.
     IF NOT WS-DELTA-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGDELTA CANNOT WRITE DLTOUT TRAILER - STATUS '
               WS-DELTA-STATUS
               ' - DO NOT LOAD'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE DELTA-OUT
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     CLOSE DELTA-OUT.

     PERFORM D00-PRINT-CONTROLS

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGDELTA END   AT '
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

     IF WS-TOTAL-EXCEPTIONS > ZERO
        MOVE 4                         TO RETURN-CODE
     ELSE
        MOVE ZERO                      TO RETURN-CODE
     END-IF

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    Blank is today; anything else must be a real calendar date.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM = SPACE
        MOVE WS-RUN-START-TS(1:8)      TO WS-BUS-DATE
        GO TO A00A-PARSE-EXIT
     END-IF

     IF WS-PARM(9:8) NOT = SPACE
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-PARM(1:8)                 TO WS-DATE-CHECK
     IF WS-DATE-CHECK NUMERIC
     AND FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-N) = ZERO
        MOVE WS-DATE-CHECK-N           TO WS-BUS-DATE
     ELSE
        MOVE 'N'                       TO WS-PARM-OK
     END-IF.

 A00A-PARSE-EXIT.

     CONTINUE.

 A02-LOAD-DICTIONARY SECTION.
*    Seed every position with its fallback "BIT nn" name, then let
*    the dictionary overwrite the positions it actually names -
*    same load as FLGRPT and FLGXTR, so the feeds and the reports
*    never disagree on what a bit is called.
     MOVE ZERO                         TO WS-BIT-NUM
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        MOVE SPACE                     TO WS-BIT-NAME(WS-BIT-IX)
        STRING 'BIT ' WS-BIT-NUM       DELIMITED BY SIZE
               INTO WS-BIT-NAME(WS-BIT-IX)
        END-STRING
        ADD 1                          TO WS-BIT-NUM
     END-PERFORM

     OPEN INPUT BIT-DICT
     IF NOT WS-DICT-STATUS-OK
        SET DICT-IS-EOF                TO TRUE
     ELSE
        MOVE 'Y'                       TO WS-DICT-OPENED
        PERFORM A02-READ-DICT
     END-IF

     PERFORM UNTIL DICT-IS-EOF
        PERFORM A03-PARSE-DICT-REC
        IF WS-DICT-REC-IS-OK
           SET WS-BIT-IX               TO 1
           SET WS-BIT-IX UP BY WS-BIT-NUM
           MOVE WS-DICT-NAME           TO WS-BIT-NAME(WS-BIT-IX)
        END-IF
        PERFORM A02-READ-DICT
     END-PERFORM

     IF WS-DICT-IS-OPENED
        CLOSE BIT-DICT
     END-IF

     CONTINUE.

 A02-READ-DICT SECTION.

     READ BIT-DICT
        AT END SET DICT-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A03-PARSE-DICT-REC SECTION.
*    Two record shapes load: the widened two-digit form
*    ("10 PROMISE") naming positions 0-15, and the old one-digit
*    form ("0 ACTIVE"), which can only ever name positions 0-7.
     MOVE 'N'                          TO WS-DICT-REC-OK

     IF BD-RECORD(1:2) NUMERIC
     AND BD-RECORD(3:1) = SPACE
     AND BD-RECORD(4:12) NOT = SPACE
        MOVE BD-RECORD(1:2)            TO WS-BIT-NUM
        MOVE BD-RECORD(4:12)           TO WS-DICT-NAME
        IF WS-BIT-NUM <= 15
           MOVE 'Y'                    TO WS-DICT-REC-OK
        END-IF
        GO TO A03-PARSE-EXIT
     END-IF

     IF BD-RECORD(1:1) NUMERIC
     AND BD-RECORD(2:1) = SPACE
     AND BD-RECORD(3:12) NOT = SPACE
        MOVE BD-RECORD(1:1)            TO WS-BIT-NUM
        MOVE BD-RECORD(3:12)           TO WS-DICT-NAME
        MOVE 'Y'                       TO WS-DICT-REC-OK
     END-IF.

 A03-PARSE-EXIT.

     CONTINUE.

 B00-SELECT-JOURNAL SECTION.
*    Sort input: the business date's FLGLOG records - those whose
*    run started that day - that really changed a flag. A record
*    whose before- and after-image agree changed nothing and has
*    nothing to tie to. No journal at all is an empty one: every
*    change on the files then shows up below as unjournaled.
     OPEN INPUT FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO FLGLOG TO TIE TO (STATUS ' WS-FLGLOG-STATUS
               ') - NO CHANGES JOURNALED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B00-SELECT-EXIT
     END-IF

     PERFORM B01-READ-FLGLOG
     PERFORM UNTIL FLGLOG-IS-EOF
        ADD 1                          TO WS-TOTAL-JRN-READ
        IF FL-RUN-TS(1:8) = WS-BUS-DATE-X
           PERFORM B02-RELEASE-CHANGE
        END-IF
        PERFORM B01-READ-FLGLOG
     END-PERFORM

     CLOSE FLAG-LOG.

 B00-SELECT-EXIT.

     CONTINUE.

 B01-READ-FLGLOG SECTION.

     READ FLAG-LOG
        AT END SET FLGLOG-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 B02-RELEASE-CHANGE SECTION.
*    A journal written before the widening carries 2 hex chars; the
*    missing second byte reads as 00 on both images before they are
*    compared.
     MOVE FL-BEFORE-FLAG               TO WS-JRN-BEFORE
     MOVE FL-AFTER-FLAG                TO WS-JRN-AFTER
     IF WS-JRN-BEFORE(3:2) = SPACE
        MOVE '00'                      TO WS-JRN-BEFORE(3:2)
     END-IF
     IF WS-JRN-AFTER(3:2) = SPACE
        MOVE '00'                      TO WS-JRN-AFTER(3:2)
     END-IF

     IF WS-JRN-BEFORE = WS-JRN-AFTER
        ADD 1                          TO WS-TOTAL-JRN-SAME
        GO TO B02-RELEASE-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-JRN-DAY
     ADD 1                             TO WS-JRN-SEQ
     MOVE FL-ACCOUNT-ID                TO JW-ACCOUNT-ID
     MOVE WS-JRN-SEQ                   TO JW-SEQ
     MOVE WS-JRN-AFTER                 TO JW-AFTER-FLAG
     RELEASE SORT-REC.

 B02-RELEASE-EXIT.

     CONTINUE.

 C00-MATCH-DAY SECTION.
*    Sort output: yesterday's file, today's file and the day's
*    sorted journal, matched on account. Each pass takes the lowest
*    account on any of the three and settles it completely.
     MOVE SPACE                        TO PRINT-REC
     STRING 'EXCEPTIONS AGAINST FLGLOG'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM C01-READ-OLD
     PERFORM C02-READ-NEW
     PERFORM C03-RETURN-JOURNAL

     PERFORM UNTIL WS-OLD-KEY = HIGH-VALUE
     AND WS-NEW-KEY = HIGH-VALUE
     AND WS-JRN-KEY = HIGH-VALUE
        PERFORM C04-MATCH-ACCOUNT
     END-PERFORM

     IF WS-TOTAL-EXCEPTIONS = ZERO
     AND NOT WS-SEQ-IS-ERROR
        MOVE SPACE                     TO PRINT-REC
        STRING '  NONE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     CONTINUE.

 C01-READ-OLD SECTION.
*    Next record of yesterday's file, held to account order.
     READ STATUS-OLD
        AT END MOVE HIGH-VALUE         TO WS-OLD-KEY
     END-READ

     IF WS-OLD-KEY = HIGH-VALUE
        GO TO C01-READ-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-OLD
     IF SX-ACCOUNT-ID NOT > WS-OLD-KEY
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGDELTA - STATOLD ' SX-ACCOUNT-ID
               ' OUT OF SEQUENCE AFTER ' WS-OLD-KEY
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        PERFORM C09-ABANDON
        GO TO C01-READ-EXIT
     END-IF

     MOVE SX-ACCOUNT-ID                TO WS-OLD-KEY.

 C01-READ-EXIT.

     CONTINUE.

 C02-READ-NEW SECTION.
*    Next record of today's file, held to account order.
     READ STATUS-NEW
        AT END MOVE HIGH-VALUE         TO WS-NEW-KEY
     END-READ

     IF WS-NEW-KEY = HIGH-VALUE
        GO TO C02-READ-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-NEW
     IF SN-ACCOUNT-ID NOT > WS-NEW-KEY
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGDELTA - STATNEW ' SN-ACCOUNT-ID
               ' OUT OF SEQUENCE AFTER ' WS-NEW-KEY
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        PERFORM C09-ABANDON
        GO TO C02-READ-EXIT
     END-IF

     MOVE SN-ACCOUNT-ID                TO WS-NEW-KEY.

 C02-READ-EXIT.

     CONTINUE.

 C03-RETURN-JOURNAL SECTION.

     RETURN SORT-WORK
        AT END MOVE HIGH-VALUE         TO WS-JRN-KEY
     END-RETURN

     IF WS-JRN-KEY NOT = HIGH-VALUE
        MOVE JW-ACCOUNT-ID             TO WS-JRN-KEY
     END-IF

     CONTINUE.

 C04-MATCH-ACCOUNT SECTION.
*    Settle the lowest account in hand: gather its journal, take
*    its old and new flag, write the detail if it was added,
*    changed or deleted, then class it against the journal.
     MOVE WS-OLD-KEY                   TO WS-ACCOUNT
     IF WS-NEW-KEY < WS-ACCOUNT
        MOVE WS-NEW-KEY                TO WS-ACCOUNT
     END-IF
     IF WS-JRN-KEY < WS-ACCOUNT
        MOVE WS-JRN-KEY                TO WS-ACCOUNT
     END-IF

     MOVE ZERO                         TO WS-ACCT-JRN-COUNT
     MOVE SPACE                        TO WS-ACCT-JRN-LAST
     PERFORM UNTIL WS-JRN-KEY NOT = WS-ACCOUNT
        ADD 1                          TO WS-ACCT-JRN-COUNT
        MOVE JW-AFTER-FLAG             TO WS-ACCT-JRN-LAST
        PERFORM C03-RETURN-JOURNAL
     END-PERFORM

     MOVE 'N'                          TO WS-HAVE-OLD
     MOVE SPACE                        TO WS-OLD-FLAG
     IF WS-OLD-KEY = WS-ACCOUNT
        MOVE 'Y'                       TO WS-HAVE-OLD
        MOVE SX-FLAG-BYTE              TO WS-OLD-FLAG
        IF WS-OLD-FLAG(3:2) = SPACE
           MOVE '00'                   TO WS-OLD-FLAG(3:2)
        END-IF
        PERFORM C01-READ-OLD
     END-IF

     MOVE 'N'                          TO WS-HAVE-NEW
     MOVE SPACE                        TO WS-NEW-FLAG
     IF WS-NEW-KEY = WS-ACCOUNT
        MOVE 'Y'                       TO WS-HAVE-NEW
        MOVE SN-FLAG-BYTE              TO WS-NEW-FLAG
        IF WS-NEW-FLAG(3:2) = SPACE
           MOVE '00'                   TO WS-NEW-FLAG(3:2)
        END-IF
        PERFORM C02-READ-NEW
     END-IF

*    A break found while reading ahead leaves this account's match
*    unsafe as well - nothing more is written.
     IF WS-SEQ-IS-ERROR
        GO TO C04-MATCH-EXIT
     END-IF

     EVALUATE TRUE
        WHEN WS-HAS-OLD AND WS-HAS-NEW
         AND WS-OLD-FLAG = WS-NEW-FLAG
           ADD 1                       TO WS-TOTAL-UNCHANGED
        WHEN WS-HAS-OLD AND WS-HAS-NEW
           ADD 1                       TO WS-TOTAL-CHANGES
           MOVE 'C'                    TO WS-ACTION
           PERFORM C05-WRITE-DETAIL
        WHEN WS-HAS-NEW
           ADD 1                       TO WS-TOTAL-ADDS
           MOVE 'A'                    TO WS-ACTION
           PERFORM C05-WRITE-DETAIL
        WHEN WS-HAS-OLD
           ADD 1                       TO WS-TOTAL-DELETES
           MOVE 'D'                    TO WS-ACTION
           PERFORM C05-WRITE-DETAIL
        WHEN OTHER
           CONTINUE
     END-EVALUATE

     PERFORM C07-TIE-ACCOUNT.

 C04-MATCH-EXIT.

     CONTINUE.

 C05-WRITE-DETAIL SECTION.
*    One interface record: both flag fields, and the names of the
*    bits that went from off to on and from on to off. An account
*    that appeared has every bit it carries turned on; one that
*    disappeared has every bit it carried turned off. The name
*    lists are sized for all 16 names, so none is ever dropped.
     MOVE ALL '0'                      TO WS-OLD-BITS
     MOVE ALL '0'                      TO WS-NEW-BITS
     MOVE 'N'                          TO WS-UNREADABLE

     IF WS-HAS-OLD
        MOVE WS-OLD-FLAG               TO WS-FLAG-WORK
        PERFORM C06-DECODE-BITS
        MOVE WS-FLAG-BITS              TO WS-OLD-BITS
     END-IF
     IF WS-HAS-NEW
        MOVE WS-NEW-FLAG               TO WS-FLAG-WORK
        PERFORM C06-DECODE-BITS
        MOVE WS-FLAG-BITS              TO WS-NEW-BITS
     END-IF

     MOVE SPACE                        TO WS-NAMES-ON
     MOVE 1                            TO WS-NAMES-ON-PTR
     MOVE SPACE                        TO WS-NAMES-OFF
     MOVE 1                            TO WS-NAMES-OFF-PTR

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-NEW-BITS(WS-BIT-IX:1) = '1'
        AND WS-OLD-BITS(WS-BIT-IX:1) = '0'
           IF WS-NAMES-ON-PTR > 1
              STRING '+'               DELIMITED BY SIZE
                     INTO WS-NAMES-ON WITH POINTER WS-NAMES-ON-PTR
              END-STRING
           END-IF
           STRING WS-BIT-NAME(WS-BIT-IX) DELIMITED BY '  '
                  INTO WS-NAMES-ON WITH POINTER WS-NAMES-ON-PTR
           END-STRING
        END-IF
        IF WS-OLD-BITS(WS-BIT-IX:1) = '1'
        AND WS-NEW-BITS(WS-BIT-IX:1) = '0'
           IF WS-NAMES-OFF-PTR > 1
              STRING '+'               DELIMITED BY SIZE
                     INTO WS-NAMES-OFF WITH POINTER WS-NAMES-OFF-PTR
              END-STRING
           END-IF
           STRING WS-BIT-NAME(WS-BIT-IX) DELIMITED BY '  '
                  INTO WS-NAMES-OFF WITH POINTER WS-NAMES-OFF-PTR
           END-STRING
        END-IF
     END-PERFORM

     IF WS-IS-UNREADABLE
        ADD 1                          TO WS-TOTAL-UNREADABLE
        MOVE '(FLAG FIELD NOT HEX)'    TO WS-NAMES-ON
        MOVE '(FLAG FIELD NOT HEX)'    TO WS-NAMES-OFF
     END-IF

     MOVE SPACE                        TO DELTA-REC
     MOVE 'D'                          TO DL-REC-TYPE
     MOVE WS-ACCOUNT                   TO DL-ACCOUNT-ID
     MOVE WS-ACTION                    TO DL-ACTION
     MOVE WS-OLD-FLAG                  TO DL-OLD-FLAG
     MOVE WS-NEW-FLAG                  TO DL-NEW-FLAG
     MOVE WS-NAMES-ON                  TO DL-BITS-ON
     MOVE WS-NAMES-OFF                 TO DL-BITS-OFF
     WRITE DELTA-REC

     ADD 1                             TO WS-TOTAL-DETAILS

     CONTINUE.

 C06-DECODE-BITS SECTION.
*    The same BITOPS-as-decoder trick as FLGRPT: OI against an
*    all-zero mask hands the flag field straight back as bits. A
*    field that is not hex comes back as an error and decodes to
*    no bits at all.
     MOVE SPACE                         TO I-C-MODE
     MOVE SPACE                         TO I-C-INPUT-DW
     MOVE SPACE                         TO I-C-MASK-DW

     MOVE SPACE                         TO I-C-INPUT
     MOVE SPACE                         TO I-C-MASK
     MOVE WS-FLAG-WORK                  TO I-C-INPUT(1:4)
     MOVE '0000'                        TO I-C-MASK(1:4)
     MOVE 'OI'                          TO I-C-INSTRUCT

     CALL 'BITOPS' USING BITOPS-PGM

     IF O-B-RC-IO
        MOVE O-BI-RESULT(1:16)          TO WS-FLAG-BITS
     ELSE
        MOVE ALL '0'                    TO WS-FLAG-BITS
        MOVE 'Y'                        TO WS-UNREADABLE
     END-IF

     CONTINUE.

 C07-TIE-ACCOUNT SECTION.
*    Class the account against the day's journal. A change to the
*    flag field should have been journaled, and the last journaled
*    after-image should be the value today's file carries; an add
*    or delete comes from a load or purge and need not be; journal
*    on an account that ends the day as it started is netted out;
*    journal on an account on neither file cannot be explained.
     EVALUATE TRUE
        WHEN WS-HAS-OLD AND WS-HAS-NEW
         AND WS-OLD-FLAG NOT = WS-NEW-FLAG
           IF WS-ACCT-JRN-COUNT = ZERO
              ADD 1                    TO WS-TIE-UNJOURNALED
              MOVE SPACE               TO PRINT-REC
              STRING WS-ACCOUNT ' ' WS-OLD-FLAG ' -> ' WS-NEW-FLAG
                     '  CHANGED WITH NO JOURNAL FOR THE DAY'
                     DELIMITED BY SIZE
                     INTO PRINT-REC
              END-STRING
              PERFORM C08-PRINT-EXCEPTION
           ELSE
              ADD 1                    TO WS-TIE-CHG-ACCTS
              ADD WS-ACCT-JRN-COUNT    TO WS-TIE-CHG-RECS
              IF WS-ACCT-JRN-LAST NOT = WS-NEW-FLAG
                 ADD 1                 TO WS-TIE-DISAGREE
                 MOVE SPACE            TO PRINT-REC
                 STRING WS-ACCOUNT ' ' WS-OLD-FLAG ' -> '
                        WS-NEW-FLAG
                        '  JOURNAL ENDS AT ' WS-ACCT-JRN-LAST
                        DELIMITED BY SIZE
                        INTO PRINT-REC
                 END-STRING
                 PERFORM C08-PRINT-EXCEPTION
              END-IF
           END-IF
        WHEN WS-HAS-OLD AND WS-HAS-NEW
           IF WS-ACCT-JRN-COUNT > ZERO
              ADD 1                    TO WS-TIE-NET-ACCTS
              ADD WS-ACCT-JRN-COUNT    TO WS-TIE-NET-RECS
           END-IF
        WHEN WS-HAS-OLD
        WHEN WS-HAS-NEW
           IF WS-ACCT-JRN-COUNT > ZERO
              ADD 1                    TO WS-TIE-AD-ACCTS
              ADD WS-ACCT-JRN-COUNT    TO WS-TIE-AD-RECS
           ELSE
              ADD 1                    TO WS-TIE-AD-UNJOURNALED
           END-IF
        WHEN OTHER
           ADD 1                       TO WS-TIE-OFF-ACCTS
           ADD WS-ACCT-JRN-COUNT       TO WS-TIE-OFF-RECS
           MOVE SPACE                  TO PRINT-REC
           STRING WS-ACCOUNT ' ' WS-ACCT-JRN-COUNT
                  ' JOURNAL RECORD(S) - ACCOUNT ON NEITHER FILE'
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           PERFORM C08-PRINT-EXCEPTION
     END-EVALUATE

     CONTINUE.

 C08-PRINT-EXCEPTION SECTION.
*    The line is built by the caller.
     ADD 1                             TO WS-TOTAL-EXCEPTIONS
     WRITE PRINT-REC

     CONTINUE.

 C09-ABANDON SECTION.
*    Either status file out of order: stop all three sides where
*    they are.
     MOVE 'Y'                          TO WS-SEQ-ERROR
     MOVE HIGH-VALUE                   TO WS-OLD-KEY
     MOVE HIGH-VALUE                   TO WS-NEW-KEY
     MOVE HIGH-VALUE                   TO WS-JRN-KEY
     MOVE SPACE                        TO PRINT-REC
     STRING 'FLGDELTA - STATUS FILE OUT OF ORDER - RUN ABANDONED,'
            ' DLTOUT HAS NO TRAILER'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.

 D00-PRINT-CONTROLS SECTION.
*    The control report: the two files and what the feed carries,
*    then the day's journal split across the account classes -
*    the record counts add back up to the journal's total.
     COMPUTE WS-TIE-TOTAL-RECS = WS-TIE-CHG-RECS
                               + WS-TIE-AD-RECS
                               + WS-TIE-NET-RECS
                               + WS-TIE-OFF-RECS

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'STATOLD READ: ' WS-TOTAL-OLD
            '  STATNEW READ: ' WS-TOTAL-NEW
            '  UNCHANGED: ' WS-TOTAL-UNCHANGED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ADDED: ' WS-TOTAL-ADDS
            '  CHANGED: ' WS-TOTAL-CHANGES
            '  DELETED: ' WS-TOTAL-DELETES
            '  DLTOUT DETAILS: ' WS-TOTAL-DETAILS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     IF WS-TOTAL-UNREADABLE > ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'DETAILS WITH A FLAG FIELD THAT IS NOT HEX: '
               WS-TOTAL-UNREADABLE
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'FLGLOG READ: ' WS-TOTAL-JRN-READ
            '  CHANGES ON ' WS-BUS-DATE-X ': ' WS-TOTAL-JRN-DAY
            '  NO-CHANGE: ' WS-TOTAL-JRN-SAME
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING '                          ACCOUNTS  JOURNAL RECORDS'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHANGED, JOURNALED          ' WS-TIE-CHG-ACCTS
            '           ' WS-TIE-CHG-RECS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ADDED/DELETED, JOURNALED    ' WS-TIE-AD-ACCTS
            '           ' WS-TIE-AD-RECS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'JOURNALED, NET UNCHANGED    ' WS-TIE-NET-ACCTS
            '           ' WS-TIE-NET-RECS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'JOURNALED, ON NEITHER FILE  ' WS-TIE-OFF-ACCTS
            '           ' WS-TIE-OFF-RECS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     IF WS-TIE-TOTAL-RECS = WS-TOTAL-JRN-DAY
        STRING 'TOTAL                                        '
               WS-TIE-TOTAL-RECS '  TIES TO FLGLOG'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING 'TOTAL                                        '
               WS-TIE-TOTAL-RECS '  ** DOES NOT TIE **'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        ADD 1                          TO WS-TOTAL-EXCEPTIONS
     END-IF
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHANGED, NOT JOURNALED: ' WS-TIE-UNJOURNALED
            '  JOURNAL DISAGREES: ' WS-TIE-DISAGREE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ADDED/DELETED, NOT JOURNALED: '
            WS-TIE-AD-UNJOURNALED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.
