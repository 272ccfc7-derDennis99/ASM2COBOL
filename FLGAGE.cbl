*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGAGE.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BIT-DICT   ASSIGN TO BITDICT
         FILE STATUS IS WS-DICT-STATUS.
     SELECT AGE-CONTROL ASSIGN TO AGECTL
         FILE STATUS IS WS-AGECTL-STATUS.
     SELECT STATUS-IN  ASSIGN TO STATIN
         FILE STATUS IS WS-STATIN-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT SORT-WORK  ASSIGN TO SORTWK.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    BIT-DICT - THE SHARED BIT-NAME DICTIONARY (SEE FLGRPT). ONLY
*    THE POSITIONS IT NAMES ARE AGED - AN UNNAMED POSITION HAS NO
*    BUSINESS MEANING TO AGE.
*-----------------------------------------------------------------
 FD  BIT-DICT RECORDING MODE F.
 01  BIT-DICT-REC.
     05 BD-RECORD                  PIC X(80).

*-----------------------------------------------------------------
*    AGE-CONTROL - THE LONGEST EACH NAMED BIT MAY STAY ON BEFORE
*    THE ACCOUNT IS LISTED AS AN EXCEPTION: THE BITDICT NAME, A
*    SPACE, AND A NUMBER OF DAYS. A BIT WITH NO LINE HAS NO LIMIT.
*    AN '*' IN COLUMN 1 MARKS A COMMENT; BLANK LINES ARE SKIPPED.
*-----------------------------------------------------------------
 FD  AGE-CONTROL RECORDING MODE F.
 01  AGE-CONTROL-REC.
     05 AC-BIT-NAME                PIC X(12).
     05 FILLER                     PIC X.
     05 AC-MAX-DAYS                PIC X(4).
     05 FILLER                     PIC X(63).

*-----------------------------------------------------------------
*    STATUS-IN / STATUS-MASTER - THE TWO PLACES THE ACCOUNT
*    POPULATION LIVES: THE NIGHTLY SEQUENTIAL FILE AND THE KEYED
*    MASTER (SEE FLGMNT), BOTH READ IN ACCOUNT ORDER. THE PARM SAYS
*    WHICH ONE IS AGED; ONLY THAT ONE IS OPENED. A FILE WRITTEN
*    BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH TRAILING SPACES -
*    THE MISSING SECOND BYTE READS AS 00.
*-----------------------------------------------------------------
 FD  STATUS-IN RECORDING MODE F.
 01  STATUS-IN-REC.
     05 SI-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SI-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF). ONLY
*    READ: EVERY RECORD THAT TURNED A BIT FROM OFF TO ON SAYS ON
*    WHICH DAY THAT BIT STARTED ITS CURRENT STAY.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    SORT-WORK - THE JOURNAL'S OFF-TO-ON CHANGES, PUT INTO ACCOUNT
*    ORDER TO MATCH AGAINST THE POPULATION IN ONE PASS. THE ARRIVAL
*    NUMBER KEEPS EACH ACCOUNT'S CHANGES IN JOURNAL ORDER, SO THE
*    LAST ONE SEEN FOR A BIT IS THE MOST RECENT.
*-----------------------------------------------------------------
 SD  SORT-WORK.
 01  SORT-REC.
     05 JW-ACCOUNT-ID              PIC X(10).
     05 JW-SEQ                     PIC 9(9).
     05 JW-ON-DATE                 PIC X(8).
     05 JW-ON-BITS                 PIC X(16).

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
     05 AGECTL-EOF                 PIC X       VALUE 'N'.
     88 AGECTL-IS-EOF                          VALUE 'Y'.
     05 FLGLOG-EOF                 PIC X       VALUE 'N'.
     88 FLGLOG-IS-EOF                          VALUE 'Y'.

     05 WS-DICT-STATUS             PIC XX.
     88 WS-DICT-STATUS-OK                      VALUES '00', '07'.
     05 WS-DICT-OPENED             PIC X       VALUE 'N'.
     88 WS-DICT-IS-OPENED                      VALUE 'Y'.
     05 WS-AGECTL-STATUS           PIC XX.
     88 WS-AGECTL-STATUS-OK                    VALUES '00', '07'.
     05 WS-STATIN-STATUS           PIC XX.
     88 WS-STATIN-STATUS-OK                    VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-FLGLOG-FAILED           PIC X       VALUE 'N'.
     88 WS-FLGLOG-HAS-FAILED                   VALUE 'Y'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-TODAY                   PIC 9(8)    VALUE ZERO.

*    ***********************************************
*    * REQUEST PARM - WHICH POPULATION TO AGE:      *
*    *   blank  - STATIN                            *
*    *   MST    - THE KEYED MASTER                  *
*    * AGES ARE IN DAYS, AS OF THE RUN DATE.        *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-SOURCE                  PIC X(3)    VALUE 'SEQ'.
     88 WS-SOURCE-IS-MASTER                    VALUE 'MST'.

*    ***********************************************
*    * BIT DICTIONARY - 16 POSITIONS, 0 = LEFTMOST  *
*    ***********************************************
     05 WS-BITS.
        10 WS-BIT-ENTRY            OCCURS 16 TIMES
                                    INDEXED BY WS-BIT-IX.
           15 WS-BIT-NAME          PIC X(12)   VALUE SPACE.
           15 WS-BIT-NAMED         PIC X       VALUE 'N'.
           88 WS-BIT-IS-NAMED                  VALUE 'Y'.
     05 WS-BIT-NUM                 PIC 99.
     05 WS-DICT-NAME               PIC X(12)   VALUE SPACE.
     05 WS-DICT-REC-OK             PIC X       VALUE 'N'.
     88 WS-DICT-REC-IS-OK                      VALUE 'Y'.
     05 WS-NAMED-COUNT             PIC 99      VALUE ZERO.

*    ***********************************************
*    * AGING TABLE - ONE ROW PER BIT POSITION, SAME *
*    * ORDER AS THE DICTIONARY. BUCKETS ARE 0-7,    *
*    * 8-30, 31-60, 61-90 AND OVER 90 DAYS; A BIT   *
*    * WITH NO OFF-TO-ON CHANGE ON THE JOURNAL WAS  *
*    * ON BEFORE THE JOURNAL BEGAN, AND ITS AGE IS  *
*    * UNKNOWN RATHER THAN ZERO.                    *
*    ***********************************************
     05 WS-AGES.
        10 WS-AGE-ENTRY            OCCURS 16 TIMES
                                    INDEXED BY WS-AGE-IX.
           15 WS-AGE-ON            PIC 9(6)    VALUE ZERO.
           15 WS-AGE-B07           PIC 9(6)    VALUE ZERO.
           15 WS-AGE-B30           PIC 9(6)    VALUE ZERO.
           15 WS-AGE-B60           PIC 9(6)    VALUE ZERO.
           15 WS-AGE-B90           PIC 9(6)    VALUE ZERO.
           15 WS-AGE-OVER90        PIC 9(6)    VALUE ZERO.
           15 WS-AGE-UNKNOWN       PIC 9(6)    VALUE ZERO.
           15 WS-AGE-PAST-MAX      PIC 9(6)    VALUE ZERO.
           15 WS-AGE-MAX           PIC 9(4)    VALUE ZERO.
           15 WS-AGE-HAS-MAX       PIC X       VALUE 'N'.
           88 WS-AGE-MAX-IS-SET                VALUE 'Y'.
     05 WS-AGE-TOTALS.
        10 WS-TOT-ON               PIC 9(6)    VALUE ZERO.
        10 WS-TOT-B07              PIC 9(6)    VALUE ZERO.
        10 WS-TOT-B30              PIC 9(6)    VALUE ZERO.
        10 WS-TOT-B60              PIC 9(6)    VALUE ZERO.
        10 WS-TOT-B90              PIC 9(6)    VALUE ZERO.
        10 WS-TOT-OVER90           PIC 9(6)    VALUE ZERO.
        10 WS-TOT-UNKNOWN          PIC 9(6)    VALUE ZERO.
        10 WS-TOT-PAST-MAX         PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * MATCH STATE - THE POPULATION ACCOUNT IN HAND *
*    * AND THE SORTED JOURNAL. EITHER SIDE AT ITS   *
*    * END HOLDS HIGH-VALUE. THE POPULATION MUST    *
*    * ARRIVE IN ACCOUNT ORDER - A RECORD BELOW ITS *
*    * PREDECESSOR ABANDONS THE RUN.                *
*    ***********************************************
     05 WS-ACCT-KEY                PIC X(10)   VALUE LOW-VALUE.
     05 WS-JRN-KEY                 PIC X(10)   VALUE LOW-VALUE.
     05 WS-ACCOUNT-IN              PIC X(10)   VALUE SPACE.
     05 WS-SEQ-ERROR               PIC X       VALUE 'N'.
     88 WS-SEQ-IS-ERROR                        VALUE 'Y'.
     05 WS-JRN-SEQ                 PIC 9(9)    VALUE ZERO.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BITS               PIC X(16).
     05 WS-BEFORE-BITS             PIC X(16).
     05 WS-AFTER-BITS              PIC X(16).
     05 WS-ON-BITS                 PIC X(16).
     05 WS-UNREADABLE              PIC X       VALUE 'N'.
     88 WS-IS-UNREADABLE                       VALUE 'Y'.
*    The day each bit of the account in hand last turned on -
*    blank where the journal never saw it turn on.
     05 WS-ON-DATES.
        10 WS-ON-DATE              PIC X(8)    OCCURS 16 TIMES.
     05 WS-ON-DATE-N               PIC 9(8)    VALUE ZERO.
     05 WS-ON-DATE-X REDEFINES WS-ON-DATE-N
                                   PIC X(8).
     05 WS-AGE-DAYS                PIC S9(6)   VALUE ZERO.
     05 WS-AGE-DAYS-ED             PIC Z(5)9.
     05 WS-MAX-DAYS-ED             PIC Z(3)9.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNREADABLE        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JRN-READ          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JRN-TURN-ON       PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-JRN-UNMATCHED     PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CTL-REJECTED      PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGAGE  START AT '
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
     MOVE W1-CURRENT-TS(1:8)           TO WS-TODAY

     PERFORM A00A-PARSE-PARM

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGAGE PARM INVALID - EXPECTED MST OR NOTHING'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'AGING NAMED BITS FROM ' WS-SOURCE
            ' AS OF '
            WS-TODAY (1:4) '-'
            WS-TODAY (5:2) '-'
            WS-TODAY (7:2)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-DICTIONARY

     IF WS-NAMED-COUNT = ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGAGE - BITDICT NAMES NO BITS - NOTHING TO AGE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM A04-LOAD-CONTROL

     IF WS-SOURCE-IS-MASTER
        OPEN INPUT STATUS-MASTER
        IF NOT WS-MST-STATUS-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGAGE CANNOT OPEN STATUS MASTER - STATUS '
                  WS-MST-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE PRINT-LINE
           MOVE 16                     TO RETURN-CODE
           GOBACK
        END-IF
     ELSE
        OPEN INPUT STATUS-IN
        IF NOT WS-STATIN-STATUS-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGAGE CANNOT OPEN STATIN - STATUS '
                  WS-STATIN-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE PRINT-LINE
           MOVE 16                     TO RETURN-CODE
           GOBACK
        END-IF
     END-IF

     SORT SORT-WORK
          ON ASCENDING KEY JW-ACCOUNT-ID
                           JW-SEQ
          INPUT PROCEDURE  IS B00-SELECT-TURN-ON
          OUTPUT PROCEDURE IS C00-AGE-POPULATION

     IF WS-SOURCE-IS-MASTER
        CLOSE STATUS-MASTER
     ELSE
        CLOSE STATUS-IN
     END-IF

     IF WS-SEQ-IS-ERROR
     OR WS-FLGLOG-HAS-FAILED
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM D00-PRINT-AGING

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ACCOUNTS READ: ' WS-TOTAL-READ
            '  FLAG NOT HEX: ' WS-TOTAL-UNREADABLE
            '  PAST MAXIMUM: ' WS-TOT-PAST-MAX
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'FLGLOG READ: ' WS-TOTAL-JRN-READ
            '  TURN-ONS: ' WS-TOTAL-JRN-TURN-ON
            '  FOR ACCOUNTS NOT IN ' WS-SOURCE ': '
            WS-TOTAL-JRN-UNMATCHED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGAGE  END   AT '
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

     IF WS-TOT-PAST-MAX > ZERO
     OR WS-TOTAL-CTL-REJECTED > ZERO
        MOVE 4                         TO RETURN-CODE
     ELSE
        MOVE ZERO                      TO RETURN-CODE
     END-IF

     GOBACK.

 A00A-PARSE-PARM SECTION.

     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     EVALUATE WS-PARM
        WHEN SPACE
           MOVE 'SEQ'                  TO WS-SOURCE
        WHEN 'MST'
           MOVE 'MST'                  TO WS-SOURCE
        WHEN OTHER
           MOVE 'N'                    TO WS-PARM-OK
     END-EVALUATE

     CONTINUE.

 A02-LOAD-DICTIONARY SECTION.
*    Seed every position with its fallback "BIT nn" name, then let
*    the dictionary overwrite the positions it actually names -
*    same load as FLGRPT. Only the named positions are aged.
     MOVE ZERO                         TO WS-BIT-NUM
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        MOVE SPACE                     TO WS-BIT-NAME(WS-BIT-IX)
        STRING 'BIT ' WS-BIT-NUM       DELIMITED BY SIZE
               INTO WS-BIT-NAME(WS-BIT-IX)
        END-STRING
        MOVE 'N'                       TO WS-BIT-NAMED(WS-BIT-IX)
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
           MOVE 'Y'                    TO WS-BIT-NAMED(WS-BIT-IX)
        END-IF
        PERFORM A02-READ-DICT
     END-PERFORM

     IF WS-DICT-IS-OPENED
        CLOSE BIT-DICT
     END-IF

     MOVE ZERO                         TO WS-NAMED-COUNT
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-BIT-IS-NAMED(WS-BIT-IX)
           ADD 1                       TO WS-NAMED-COUNT
        END-IF
     END-PERFORM

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

 A04-LOAD-CONTROL SECTION.
*    The per-bit maximum ages. No control file means no limits -
*    the buckets still print, the exceptions list stays empty. A
*    line naming a bit the dictionary does not, or with no usable
*    number of days, is listed and ignored.
     OPEN INPUT AGE-CONTROL
     IF NOT WS-AGECTL-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO AGE CONTROL FILE (STATUS ' WS-AGECTL-STATUS
               ') - NO MAXIMUM AGES APPLIED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A04-LOAD-EXIT
     END-IF

     PERFORM A04-READ-CONTROL
     PERFORM UNTIL AGECTL-IS-EOF
        IF AGE-CONTROL-REC NOT = SPACE
        AND AGE-CONTROL-REC(1:1) NOT = '*'
           PERFORM A05-APPLY-CONTROL
        END-IF
        PERFORM A04-READ-CONTROL
     END-PERFORM

     CLOSE AGE-CONTROL.

 A04-LOAD-EXIT.

     CONTINUE.

 A04-READ-CONTROL SECTION.

     READ AGE-CONTROL
        AT END SET AGECTL-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A05-APPLY-CONTROL SECTION.

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
     OR (WS-BIT-IS-NAMED(WS-BIT-IX)
         AND WS-BIT-NAME(WS-BIT-IX) = AC-BIT-NAME)
        CONTINUE
     END-PERFORM

     IF WS-BIT-IX > 16
        ADD 1                          TO WS-TOTAL-CTL-REJECTED
        MOVE SPACE                     TO PRINT-REC
        STRING 'AGECTL ' AC-BIT-NAME ' IGNORED - NOT A BITDICT NAME'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A05-APPLY-EXIT
     END-IF

     IF AC-MAX-DAYS NOT NUMERIC
        ADD 1                          TO WS-TOTAL-CTL-REJECTED
        MOVE SPACE                     TO PRINT-REC
        STRING 'AGECTL ' AC-BIT-NAME ' IGNORED - DAYS ' AC-MAX-DAYS
               ' NOT 4 DIGITS'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A05-APPLY-EXIT
     END-IF

     SET WS-AGE-IX                     TO WS-BIT-IX
     MOVE AC-MAX-DAYS                  TO WS-AGE-MAX(WS-AGE-IX)
     MOVE 'Y'                          TO WS-AGE-HAS-MAX(WS-AGE-IX).

 A05-APPLY-EXIT.

     CONTINUE.

 B00-SELECT-TURN-ON SECTION.
*    Sort input: every FLGLOG record that turned at least one bit
*    from off to on, with the day its run started and which bits
*    it turned on. Anything else on the journal starts no stay.
*    Only a journal that does not exist yet means no turn-ons; one
*    that is there but cannot be read would pass every bit off as
*    age unknown, so it stops the run instead.
     OPEN INPUT FLAG-LOG
     IF WS-FLGLOG-STATUS-NOTFOUND
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO FLGLOG (STATUS ' WS-FLGLOG-STATUS
               ') - EVERY AGE IS UNKNOWN'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B00-SELECT-EXIT
     END-IF
     IF NOT WS-FLGLOG-STATUS-OK
        MOVE 'Y'                       TO WS-FLGLOG-FAILED
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGAGE CANNOT OPEN FLGLOG - STATUS '
               WS-FLGLOG-STATUS
               ' - NOTHING AGED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B00-SELECT-EXIT
     END-IF

     PERFORM B01-READ-FLGLOG
     PERFORM UNTIL FLGLOG-IS-EOF
        ADD 1                          TO WS-TOTAL-JRN-READ
        PERFORM B02-RELEASE-TURN-ON
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

 B02-RELEASE-TURN-ON SECTION.
*    A bit turned on where the after-image has it and the before-
*    image does not. A record whose run date is not a real date
*    cannot date anything and is passed over.
     MOVE FL-RUN-TS(1:8)               TO WS-ON-DATE-X
     IF WS-ON-DATE-X NOT NUMERIC
        GO TO B02-RELEASE-EXIT
     END-IF
     IF FUNCTION TEST-DATE-YYYYMMDD (WS-ON-DATE-N) NOT = ZERO
        GO TO B02-RELEASE-EXIT
     END-IF

     MOVE 'N'                          TO WS-UNREADABLE
     MOVE FL-BEFORE-FLAG               TO WS-FLAG-WORK
     PERFORM B03-DECODE-BITS
     MOVE WS-FLAG-BITS                 TO WS-BEFORE-BITS
     MOVE FL-AFTER-FLAG                TO WS-FLAG-WORK
     PERFORM B03-DECODE-BITS
     MOVE WS-FLAG-BITS                 TO WS-AFTER-BITS

     IF WS-IS-UNREADABLE
        GO TO B02-RELEASE-EXIT
     END-IF

     MOVE ALL '0'                      TO WS-ON-BITS
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-AFTER-BITS(WS-BIT-IX:1) = '1'
        AND WS-BEFORE-BITS(WS-BIT-IX:1) = '0'
           MOVE '1'                    TO WS-ON-BITS(WS-BIT-IX:1)
        END-IF
     END-PERFORM

     IF WS-ON-BITS = ALL '0'
        GO TO B02-RELEASE-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-JRN-TURN-ON
     ADD 1                             TO WS-JRN-SEQ
     MOVE FL-ACCOUNT-ID                TO JW-ACCOUNT-ID
     MOVE WS-JRN-SEQ                   TO JW-SEQ
     MOVE WS-ON-DATE-X                 TO JW-ON-DATE
     MOVE WS-ON-BITS                   TO JW-ON-BITS
     RELEASE SORT-REC.

 B02-RELEASE-EXIT.

     CONTINUE.

 B03-DECODE-BITS SECTION.
*    The same BITOPS-as-decoder trick as FLGRPT: OI against an
*    all-zero mask hands the flag field straight back as bits. A
*    field written before the widening reads its missing second
*    byte as 00; one that is not hex comes back as an error.
     IF WS-FLAG-WORK(3:2) = SPACE
        MOVE '00'                       TO WS-FLAG-WORK(3:2)
     END-IF

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

 C00-AGE-POPULATION SECTION.
*    Sort output: the population and the sorted turn-ons, matched
*    on account. Turn-ons below the account in hand belong to an
*    account no longer in the population; those equal to it date
*    its bits; then every named bit the account has on is aged.
     IF WS-FLGLOG-HAS-FAILED
        GO TO C00-AGE-EXIT
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'EXCEPTIONS - ON LONGER THAN THE MAXIMUM (AGECTL)'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC
     MOVE SPACE                        TO PRINT-REC
     STRING 'ACCOUNT    FLAG BIT NAME     ON SINCE    DAYS   MAX'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM C01-READ-POPULATION
     PERFORM C02-RETURN-JOURNAL

     PERFORM UNTIL WS-ACCT-KEY = HIGH-VALUE
        PERFORM UNTIL WS-JRN-KEY NOT < WS-ACCT-KEY
           ADD 1                       TO WS-TOTAL-JRN-UNMATCHED
           PERFORM C02-RETURN-JOURNAL
        END-PERFORM
        PERFORM C03-AGE-ACCOUNT
        PERFORM C01-READ-POPULATION
     END-PERFORM

     PERFORM UNTIL WS-JRN-KEY = HIGH-VALUE
        ADD 1                          TO WS-TOTAL-JRN-UNMATCHED
        PERFORM C02-RETURN-JOURNAL
     END-PERFORM

     IF WS-TOT-PAST-MAX = ZERO
     AND NOT WS-SEQ-IS-ERROR
        MOVE SPACE                     TO PRINT-REC
        STRING '  NONE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF.

 C00-AGE-EXIT.

     CONTINUE.

 C01-READ-POPULATION SECTION.
*    Next account from whichever file the parm chose, held to
*    account order; on a break both sides are forced to end.
     IF WS-SOURCE-IS-MASTER
        READ STATUS-MASTER
           AT END MOVE HIGH-VALUE      TO WS-ACCT-KEY
           NOT AT END
              MOVE SM-FLAG-BYTE        TO WS-FLAG-WORK
              MOVE SM-ACCOUNT-ID       TO WS-ACCOUNT-IN
        END-READ
     ELSE
        READ STATUS-IN
           AT END MOVE HIGH-VALUE      TO WS-ACCT-KEY
           NOT AT END
              MOVE SI-FLAG-BYTE        TO WS-FLAG-WORK
              MOVE SI-ACCOUNT-ID       TO WS-ACCOUNT-IN
        END-READ
     END-IF

     IF WS-ACCT-KEY = HIGH-VALUE
        GO TO C01-READ-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-READ
     IF WS-ACCOUNT-IN NOT > WS-ACCT-KEY
        MOVE 'Y'                       TO WS-SEQ-ERROR
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGAGE - ' WS-ACCOUNT-IN
               ' OUT OF SEQUENCE AFTER ' WS-ACCT-KEY
               ' - RUN ABANDONED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE HIGH-VALUE                TO WS-ACCT-KEY
        MOVE HIGH-VALUE                TO WS-JRN-KEY
        GO TO C01-READ-EXIT
     END-IF

     MOVE WS-ACCOUNT-IN                TO WS-ACCT-KEY.

 C01-READ-EXIT.

     CONTINUE.

 C02-RETURN-JOURNAL SECTION.

     IF WS-SEQ-IS-ERROR
        MOVE HIGH-VALUE                TO WS-JRN-KEY
        GO TO C02-RETURN-EXIT
     END-IF

     RETURN SORT-WORK
        AT END MOVE HIGH-VALUE         TO WS-JRN-KEY
     END-RETURN

     IF WS-JRN-KEY NOT = HIGH-VALUE
        MOVE JW-ACCOUNT-ID             TO WS-JRN-KEY
     END-IF.

 C02-RETURN-EXIT.

     CONTINUE.

 C03-AGE-ACCOUNT SECTION.
*    Date the account's bits from its turn-ons - the last one seen
*    for a bit is its most recent - then age each named bit the
*    account has on now.
     MOVE SPACE                        TO WS-ON-DATES
     PERFORM UNTIL WS-JRN-KEY NOT = WS-ACCT-KEY
        PERFORM VARYING WS-BIT-IX FROM 1 BY 1
        UNTIL WS-BIT-IX > 16
           IF JW-ON-BITS(WS-BIT-IX:1) = '1'
              MOVE JW-ON-DATE          TO WS-ON-DATE(WS-BIT-IX)
           END-IF
        END-PERFORM
        PERFORM C02-RETURN-JOURNAL
     END-PERFORM

     MOVE 'N'                          TO WS-UNREADABLE
     PERFORM B03-DECODE-BITS
     IF WS-IS-UNREADABLE
        ADD 1                          TO WS-TOTAL-UNREADABLE
        GO TO C03-AGE-EXIT
     END-IF

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-BIT-IS-NAMED(WS-BIT-IX)
        AND WS-FLAG-BITS(WS-BIT-IX:1) = '1'
           SET WS-AGE-IX               TO WS-BIT-IX
           PERFORM C04-AGE-BIT
        END-IF
     END-PERFORM.

 C03-AGE-EXIT.

     CONTINUE.

 C04-AGE-BIT SECTION.
*    One named bit that is on: bucket its age, or count it unknown
*    when the journal never saw it turn on. A run date later than
*    today (a clock set wrong) counts as on since today.
     ADD 1                             TO WS-AGE-ON(WS-AGE-IX)

     IF WS-ON-DATE(WS-BIT-IX) = SPACE
        ADD 1                          TO WS-AGE-UNKNOWN(WS-AGE-IX)
        GO TO C04-AGE-EXIT
     END-IF

     MOVE WS-ON-DATE(WS-BIT-IX)        TO WS-ON-DATE-X
     COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                         - FUNCTION INTEGER-OF-DATE (WS-ON-DATE-N)
     IF WS-AGE-DAYS < ZERO
        MOVE ZERO                      TO WS-AGE-DAYS
     END-IF

     EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 7
           ADD 1                       TO WS-AGE-B07(WS-AGE-IX)
        WHEN WS-AGE-DAYS <= 30
           ADD 1                       TO WS-AGE-B30(WS-AGE-IX)
        WHEN WS-AGE-DAYS <= 60
           ADD 1                       TO WS-AGE-B60(WS-AGE-IX)
        WHEN WS-AGE-DAYS <= 90
           ADD 1                       TO WS-AGE-B90(WS-AGE-IX)
        WHEN OTHER
           ADD 1                       TO WS-AGE-OVER90(WS-AGE-IX)
     END-EVALUATE

     IF WS-AGE-MAX-IS-SET(WS-AGE-IX)
     AND WS-AGE-DAYS > WS-AGE-MAX(WS-AGE-IX)
        PERFORM C05-PRINT-EXCEPTION
     END-IF.

 C04-AGE-EXIT.

     CONTINUE.

 C05-PRINT-EXCEPTION SECTION.

     ADD 1                             TO WS-AGE-PAST-MAX(WS-AGE-IX)
     ADD 1                             TO WS-TOT-PAST-MAX

     MOVE WS-AGE-DAYS                  TO WS-AGE-DAYS-ED
     MOVE WS-AGE-MAX(WS-AGE-IX)        TO WS-MAX-DAYS-ED
     MOVE SPACE                        TO PRINT-REC
     STRING WS-ACCT-KEY ' '
            WS-FLAG-WORK ' '
            WS-BIT-NAME(WS-BIT-IX) ' '
            WS-ON-DATE-X (1:4) '-'
            WS-ON-DATE-X (5:2) '-'
            WS-ON-DATE-X (7:2) ' '
            WS-AGE-DAYS-ED ' '
            WS-MAX-DAYS-ED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.

 D00-PRINT-AGING SECTION.
*    One line per named bit: how many accounts have it on, split
*    by how long it has been on; then the total over every bit.
     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'AGING BY BIT (DAYS ON)'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'BIT NAME         ON    0-7   8-30  31-60  61-90'
            '    90+ UNKNWN  > MAX'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-BIT-IS-NAMED(WS-BIT-IX)
           SET WS-AGE-IX               TO WS-BIT-IX
           MOVE SPACE                  TO PRINT-REC
           STRING WS-BIT-NAME(WS-BIT-IX) ' '
                  WS-AGE-ON(WS-AGE-IX) ' '
                  WS-AGE-B07(WS-AGE-IX) ' '
                  WS-AGE-B30(WS-AGE-IX) ' '
                  WS-AGE-B60(WS-AGE-IX) ' '
                  WS-AGE-B90(WS-AGE-IX) ' '
                  WS-AGE-OVER90(WS-AGE-IX) ' '
                  WS-AGE-UNKNOWN(WS-AGE-IX) ' '
                  WS-AGE-PAST-MAX(WS-AGE-IX)
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           ADD WS-AGE-ON(WS-AGE-IX)        TO WS-TOT-ON
           ADD WS-AGE-B07(WS-AGE-IX)       TO WS-TOT-B07
           ADD WS-AGE-B30(WS-AGE-IX)       TO WS-TOT-B30
           ADD WS-AGE-B60(WS-AGE-IX)       TO WS-TOT-B60
           ADD WS-AGE-B90(WS-AGE-IX)       TO WS-TOT-B90
           ADD WS-AGE-OVER90(WS-AGE-IX)    TO WS-TOT-OVER90
           ADD WS-AGE-UNKNOWN(WS-AGE-IX)   TO WS-TOT-UNKNOWN
        END-IF
     END-PERFORM

     MOVE SPACE                        TO PRINT-REC
     STRING 'ALL BITS     '
            WS-TOT-ON ' '
            WS-TOT-B07 ' '
            WS-TOT-B30 ' '
            WS-TOT-B60 ' '
            WS-TOT-B90 ' '
            WS-TOT-OVER90 ' '
            WS-TOT-UNKNOWN ' '
            WS-TOT-PAST-MAX
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.
