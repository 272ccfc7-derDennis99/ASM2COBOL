*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGRULE.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BIT-DICT   ASSIGN TO BITDICT
         FILE STATUS IS WS-DICT-STATUS.
     SELECT RULE-CTL   ASSIGN TO RULECTL
         FILE STATUS IS WS-RULE-STATUS.
     SELECT STATUS-IN  ASSIGN TO STATIN
         FILE STATUS IS WS-STATIN-STATUS.
     SELECT STATUS-OUT ASSIGN TO STATOUT
         FILE STATUS IS WS-STATOUT-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT RULE-EXCP  ASSIGN TO RULEXCP.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    BIT-DICT - THE SHARED BIT-NAME DICTIONARY (SEE FLGRPT). THE
*    RULES ARE WRITTEN IN THE BUSINESS'S NAMES FOR THE BITS, AND
*    THE DICTIONARY SAYS WHICH POSITION EACH NAME IS.
*-----------------------------------------------------------------
 FD  BIT-DICT RECORDING MODE F.
 01  BIT-DICT-REC.
     05 BD-RECORD                  PIC X(80).

*-----------------------------------------------------------------
*    RULE-CTL - ONE RECORD PER BUSINESS RULE ON BIT COMBINATIONS:
*    RULE ID, SEVERITY (S = SEVERE, W = WARNING), RULE TYPE, AND
*    UP TO FOUR DICTIONARY NAMES, E.G.
*      "R001 S EXCLUDES CLOSED       ACTIVE"
*        - CLOSED ON MUST NOT HAVE ACTIVE ON
*      "R002 W REQUIRES HOLD         DELINQUENT"
*        - HOLD ON NEEDS DELINQUENT ON (EVERY NAME AFTER THE FIRST)
*      "R003 S ATMOST1  ACTIVE       CLOSED       DORMANT"
*        - NO MORE THAN ONE OF THE NAMES MAY BE ON
*    AN '*' IN COLUMN 1 MARKS A COMMENT; BLANK RECORDS ARE SKIPPED.
*-----------------------------------------------------------------
 FD  RULE-CTL RECORDING MODE F.
 01  RULE-CTL-REC.
     05 RU-ID                      PIC X(4).
     05 FILLER                     PIC X.
     05 RU-SEVERITY                PIC X.
     05 FILLER                     PIC X.
     05 RU-TYPE                    PIC X(8).
     05 FILLER                     PIC X.
     05 RU-NAMES.
        10 RU-NAME-ENTRY           OCCURS 4 TIMES.
           15 RU-NAME              PIC X(12).
           15 FILLER               PIC X.
     05 FILLER                     PIC X(12).

*-----------------------------------------------------------------
*    STATUS-IN / STATUS-OUT / STATUS-MASTER - THE THREE PLACES THE
*    POPULATION CAN BE CHECKED: TONIGHT'S INPUT, THE UPDATE RUN'S
*    OUTPUT BEFORE STATLOAD TAKES IT, OR THE KEYED MASTER. THE
*    PARM SAYS WHICH; ONLY THAT ONE IS OPENED. A FILE WRITTEN
*    BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH TRAILING SPACES
*    - THE MISSING SECOND BYTE READS AS 00.
*-----------------------------------------------------------------
 FD  STATUS-IN RECORDING MODE F.
 01  STATUS-IN-REC.
     05 SI-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SI-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

 FD  STATUS-OUT RECORDING MODE F.
 01  STATUS-OUT-REC.
     05 SO-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SO-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    RULE-EXCP - ONE RECORD PER ACCOUNT PER RULE IT BREAKS: THE
*    ACCOUNT, ITS FLAG FIELD, THE RULE ID AND SEVERITY, AND THE
*    RULE SPELLED OUT IN DICTIONARY NAMES SO WHOEVER WORKS THE
*    LIST DOES NOT NEED THE RULES FILE BESIDE IT.
*-----------------------------------------------------------------
 FD  RULE-EXCP RECORDING MODE F.
 01  RULE-EXCP-REC.
     05 RX-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 RX-FLAG-FIELD              PIC X(4).
     05 FILLER                     PIC X.
     05 RX-RULE-ID                 PIC X(4).
     05 FILLER                     PIC X.
     05 RX-SEVERITY                PIC X.
     05 FILLER                     PIC X.
     05 RX-RULE-TEXT               PIC X(57).

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
     05 RULE-EOF                   PIC X       VALUE 'N'.
     88 RULE-IS-EOF                            VALUE 'Y'.
     05 STATUS-EOF                 PIC X       VALUE 'N'.
     88 STATUS-IS-EOF                          VALUE 'Y'.

     05 WS-DICT-STATUS             PIC XX.
     88 WS-DICT-STATUS-OK                      VALUES '00', '07'.
     05 WS-DICT-OPENED             PIC X       VALUE 'N'.
     88 WS-DICT-IS-OPENED                      VALUE 'Y'.
     05 WS-RULE-STATUS             PIC XX.
     88 WS-RULE-STATUS-OK                      VALUES '00', '07'.
     05 WS-STATIN-STATUS           PIC XX.
     88 WS-STATIN-STATUS-OK                    VALUES '00', '07'.
     05 WS-STATOUT-STATUS          PIC XX.
     88 WS-STATOUT-STATUS-OK                   VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-OPEN-STATUS             PIC XX.

     05 W1-CURRENT-TS              PIC X(16).

*    ***********************************************
*    * REQUEST PARM - WHICH FILE TO CHECK:          *
*    *   (BLANK) OR IN - STATIN                     *
*    *   OUT           - STATOUT                    *
*    *   MST           - THE KEYED MASTER           *
*    ***********************************************
     05 WS-PARM                    PIC X(8).
     05 WS-SOURCE                  PIC X(3)    VALUE 'IN '.
     88 WS-SOURCE-IS-IN                        VALUE 'IN '.
     88 WS-SOURCE-IS-OUT                       VALUE 'OUT'.
     88 WS-SOURCE-IS-MASTER                    VALUE 'MST'.
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.

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
*    * RULE TABLE                                   *
*    ***********************************************
*    50 slots - the business has a dozen rules today. A rules file
*    longer than the table, like a rule that will not resolve,
*    refuses the run: a checker quietly running without some of
*    its rules is worse than no checker.
     05 WS-RULE-MAX                PIC 99      VALUE 50.
     05 WS-RULE-COUNT              PIC 99      VALUE ZERO.
     05 WS-RULES.
        10 WS-RULE-ENTRY           OCCURS 50 TIMES
                                    INDEXED BY WS-RULE-IX.
           15 WS-RULE-ID           PIC X(4).
           15 WS-RULE-SEVERITY     PIC X.
           88 WS-RULE-IS-SEVERE                VALUE 'S'.
           15 WS-RULE-TYPE         PIC X(8).
           88 WS-RULE-IS-REQUIRES              VALUE 'REQUIRES'.
           88 WS-RULE-IS-EXCLUDES              VALUE 'EXCLUDES'.
           88 WS-RULE-IS-ATMOST1               VALUE 'ATMOST1 '.
           15 WS-RULE-NAME-COUNT   PIC 9.
           15 WS-RULE-POS          OCCURS 4 TIMES
                                   PIC 99.
           15 WS-RULE-TEXT         PIC X(57).
           15 WS-RULE-BROKEN       PIC 9(6).
     05 WS-RULES-BAD               PIC 9(3)    VALUE ZERO.
     05 WS-RULE-RECNO              PIC 9(3)    VALUE ZERO.
     05 WS-RULE-REASON             PIC X(40)   VALUE SPACE.
     05 WS-NAME-I                  PIC 9.
     05 WS-TEXT-PTR                PIC 99.

*    ***********************************************
*    * RECORD IN HAND                               *
*    ***********************************************
     05 WS-ACCOUNT                 PIC X(10)   VALUE SPACE.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BITS               PIC X(16).
     05 WS-HEX-I                   PIC 9.
     05 WS-HEX-CHAR                PIC X.
     88 WS-HEX-CHAR-VALID                      VALUES '0' THRU '9',
                                                      'A' THRU 'F'.
     05 WS-FLAG-OK                 PIC X.
     88 WS-FLAG-IS-OK                          VALUE 'Y'.
     05 WS-BROKEN                  PIC X       VALUE 'N'.
     88 WS-IS-BROKEN                           VALUE 'Y'.
     05 WS-ACCOUNT-BROKEN          PIC X       VALUE 'N'.
     88 WS-ACCOUNT-IS-BROKEN                   VALUE 'Y'.
     05 WS-ON-COUNT                PIC 9.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNREADABLE        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-ACCOUNTS          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-VIOLATIONS        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-SEVERE            PIC 9(6)    VALUE ZERO.
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
     STRING 'FLGRULE START AT '
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

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGRULE PARM INVALID - EXPECTED IN, OUT OR MST'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM A02-LOAD-DICTIONARY
     PERFORM A04-LOAD-RULES

     IF WS-RULES-BAD > ZERO
     OR WS-RULE-COUNT = ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGRULE - RULES FILE NOT USABLE ('
               WS-RULES-BAD ' BAD, ' WS-RULE-COUNT
               ' LOADED) - NOTHING CHECKED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHECKING ' WS-RULE-COUNT ' RULES AGAINST '
            WS-SOURCE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     EVALUATE TRUE
        WHEN WS-SOURCE-IS-MASTER
           OPEN INPUT STATUS-MASTER
           MOVE WS-MST-STATUS          TO WS-OPEN-STATUS
        WHEN WS-SOURCE-IS-OUT
           OPEN INPUT STATUS-OUT
           MOVE WS-STATOUT-STATUS      TO WS-OPEN-STATUS
        WHEN OTHER
           OPEN INPUT STATUS-IN
           MOVE WS-STATIN-STATUS       TO WS-OPEN-STATUS
     END-EVALUATE

     IF WS-OPEN-STATUS NOT = '00'
     AND WS-OPEN-STATUS NOT = '02'
     AND WS-OPEN-STATUS NOT = '07'
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGRULE CANNOT OPEN ' WS-SOURCE
               ' - STATUS ' WS-OPEN-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN OUTPUT RULE-EXCP

     PERFORM A01-READ-STATUS

     PERFORM UNTIL STATUS-IS-EOF
        PERFORM B01-CHECK-RECORD
        PERFORM A01-READ-STATUS
     END-PERFORM

     EVALUATE TRUE
        WHEN WS-SOURCE-IS-MASTER
           CLOSE STATUS-MASTER
        WHEN WS-SOURCE-IS-OUT
           CLOSE STATUS-OUT
        WHEN OTHER
           CLOSE STATUS-IN
     END-EVALUATE

     CLOSE RULE-EXCP.

     PERFORM C01-PRINT-RULE-COUNTS

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'TOTAL READ: ' WS-TOTAL-READ
            '  IN BREACH: ' WS-TOTAL-ACCOUNTS
            '  UNREADABLE: ' WS-TOTAL-UNREADABLE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'VIOLATIONS: ' WS-TOTAL-VIOLATIONS
            '  SEVERE: ' WS-TOTAL-SEVERE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     IF WS-TOTAL-SEVERE > ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'SEVERE RULES BROKEN - DO NOT LOAD THIS FILE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGRULE END   AT '
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

*    A severe breach ends the step at 8 so the night job stops
*    before STATLOAD pushes the file into the master; warnings and
*    unreadable flag fields are reported at 4 and let it run.
     EVALUATE TRUE
        WHEN WS-TOTAL-SEVERE > ZERO
           MOVE 8                      TO RETURN-CODE
        WHEN WS-TOTAL-VIOLATIONS > ZERO
        WHEN WS-TOTAL-UNREADABLE > ZERO
           MOVE 4                      TO RETURN-CODE
        WHEN OTHER
           MOVE ZERO                   TO RETURN-CODE
     END-EVALUATE

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    Blank or IN checks STATIN, OUT checks STATOUT, MST the keyed
*    master. Anything else refuses the run rather than checking a
*    file nobody asked for.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     EVALUATE WS-PARM
        WHEN SPACE
        WHEN 'IN'
           MOVE 'IN '                  TO WS-SOURCE
        WHEN 'OUT'
           MOVE 'OUT'                  TO WS-SOURCE
        WHEN 'MST'
           MOVE 'MST'                  TO WS-SOURCE
        WHEN OTHER
           MOVE 'N'                    TO WS-PARM-OK
     END-EVALUATE

     CONTINUE.

 A01-READ-STATUS SECTION.
*    Whichever file the parm named, the account and flag field in
*    hand end up in WS-ACCOUNT / WS-FLAG-WORK.
     EVALUATE TRUE
        WHEN WS-SOURCE-IS-MASTER
           READ STATUS-MASTER
              AT END SET STATUS-IS-EOF TO TRUE
           END-READ
           MOVE SM-ACCOUNT-ID          TO WS-ACCOUNT
           MOVE SM-FLAG-BYTE           TO WS-FLAG-WORK
        WHEN WS-SOURCE-IS-OUT
           READ STATUS-OUT
              AT END SET STATUS-IS-EOF TO TRUE
           END-READ
           MOVE SO-ACCOUNT-ID          TO WS-ACCOUNT
           MOVE SO-FLAG-BYTE           TO WS-FLAG-WORK
        WHEN OTHER
           READ STATUS-IN
              AT END SET STATUS-IS-EOF TO TRUE
           END-READ
           MOVE SI-ACCOUNT-ID          TO WS-ACCOUNT
           MOVE SI-FLAG-BYTE           TO WS-FLAG-WORK
     END-EVALUATE

     CONTINUE.

 A02-LOAD-DICTIONARY SECTION.
*    Seed every position with its fallback "BIT nn" name, then let
*    the dictionary overwrite the positions it actually names -
*    same load as FLGRPT, so a rule and a report never disagree
*    on what a bit is called. A position the dictionary does not
*    name can still be written into a rule by its fallback name.
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
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO BIT DICTIONARY (STATUS ' WS-DICT-STATUS
               ') - ONLY RAW BIT NAMES WILL RESOLVE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
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

*    The per-READ file status is '10' here after the AT END read,
*    so the CLOSE keys off whether the OPEN itself succeeded.
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

 A04-LOAD-RULES SECTION.
*    Every rule record is edited and resolved against the
*    dictionary as it loads; each bad one is listed with its
*    reason. Unlike the alert thresholds, a bad rule is not
*    skipped - see the table note.
     OPEN INPUT RULE-CTL
     IF NOT WS-RULE-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGRULE - NO RULES FILE (STATUS '
               WS-RULE-STATUS ')'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A04-LOAD-EXIT
     END-IF

     PERFORM A04-READ-RULE
     PERFORM UNTIL RULE-IS-EOF
        ADD 1                          TO WS-RULE-RECNO
        IF RULE-CTL-REC NOT = SPACE
        AND RULE-CTL-REC(1:1) NOT = '*'
           PERFORM A05-EDIT-RULE
        END-IF
        PERFORM A04-READ-RULE
     END-PERFORM

     CLOSE RULE-CTL.

 A04-LOAD-EXIT.

     CONTINUE.

 A04-READ-RULE SECTION.

     READ RULE-CTL
        AT END SET RULE-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A05-EDIT-RULE SECTION.
*    ID present, severity S or W, a known rule type, and at least
*    two names, every one of which must be in the dictionary. The
*    rule text for the exceptions file is built here, once.
     MOVE SPACE                        TO WS-RULE-REASON

     EVALUATE TRUE
        WHEN RU-ID = SPACE
           MOVE 'RULE ID MISSING'      TO WS-RULE-REASON
        WHEN RU-SEVERITY NOT = 'S' AND NOT = 'W'
           MOVE 'SEVERITY NOT S/W'     TO WS-RULE-REASON
        WHEN RU-TYPE NOT = 'REQUIRES'
        AND RU-TYPE NOT = 'EXCLUDES'
        AND RU-TYPE NOT = 'ATMOST1'
           MOVE 'TYPE NOT REQUIRES/EXCLUDES/ATMOST1'
                                       TO WS-RULE-REASON
        WHEN RU-NAME(1) = SPACE
        OR RU-NAME(2) = SPACE
           MOVE 'FEWER THAN TWO NAMES' TO WS-RULE-REASON
        WHEN WS-RULE-COUNT >= WS-RULE-MAX
           MOVE 'RULE TABLE FULL'      TO WS-RULE-REASON
        WHEN OTHER
           CONTINUE
     END-EVALUATE

     IF WS-RULE-REASON NOT = SPACE
        GO TO A05-EDIT-REJECT
     END-IF

     ADD 1                             TO WS-RULE-COUNT
     SET WS-RULE-IX                    TO WS-RULE-COUNT
     MOVE RU-ID                        TO WS-RULE-ID(WS-RULE-IX)
     MOVE RU-SEVERITY            TO WS-RULE-SEVERITY(WS-RULE-IX)
     MOVE RU-TYPE                      TO WS-RULE-TYPE(WS-RULE-IX)
     MOVE ZERO                   TO WS-RULE-NAME-COUNT(WS-RULE-IX)
     MOVE ZERO                   TO WS-RULE-BROKEN(WS-RULE-IX)

     PERFORM VARYING WS-NAME-I FROM 1 BY 1
     UNTIL WS-NAME-I > 4
     OR RU-NAME(WS-NAME-I) = SPACE
     OR WS-RULE-REASON NOT = SPACE
        PERFORM VARYING WS-BIT-IX FROM 1 BY 1
        UNTIL WS-BIT-IX > 16
        OR WS-BIT-NAME(WS-BIT-IX) = RU-NAME(WS-NAME-I)
           CONTINUE
        END-PERFORM
        IF WS-BIT-IX > 16
           STRING RU-NAME(WS-NAME-I) DELIMITED BY '  '
                  ' NOT IN DICTIONARY' DELIMITED BY SIZE
                  INTO WS-RULE-REASON
           END-STRING
        ELSE
           ADD 1           TO WS-RULE-NAME-COUNT(WS-RULE-IX)
           SET WS-BIT-NUM              TO WS-BIT-IX
           MOVE WS-BIT-NUM TO WS-RULE-POS(WS-RULE-IX, WS-NAME-I)
        END-IF
     END-PERFORM

     IF WS-RULE-REASON NOT = SPACE
        SUBTRACT 1                     FROM WS-RULE-COUNT
        GO TO A05-EDIT-REJECT
     END-IF

     PERFORM A06-BUILD-RULE-TEXT

     MOVE SPACE                        TO PRINT-REC
     STRING 'RULE ' RU-ID ' ' RU-SEVERITY ' '
            WS-RULE-TEXT(WS-RULE-IX)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     GO TO A05-EDIT-EXIT.

 A05-EDIT-REJECT.

     ADD 1                             TO WS-RULES-BAD
     MOVE SPACE                        TO PRINT-REC
     STRING 'BAD RULE RECORD ' WS-RULE-RECNO
            ' (' RU-ID ') - ' WS-RULE-REASON
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC.

 A05-EDIT-EXIT.

     CONTINUE.

 A06-BUILD-RULE-TEXT SECTION.
*    "HOLD REQUIRES DELINQUENT", "CLOSED EXCLUDES ACTIVE+DORMANT",
*    "AT MOST ONE OF ACTIVE,CLOSED,DORMANT" - the rule the way the
*    business wrote it, in the dictionary's names.
     MOVE SPACE                        TO WS-RULE-TEXT(WS-RULE-IX)
     MOVE 1                            TO WS-TEXT-PTR

     IF WS-RULE-IS-ATMOST1(WS-RULE-IX)
        STRING 'AT MOST ONE OF ' DELIMITED BY SIZE
               INTO WS-RULE-TEXT(WS-RULE-IX)
               WITH POINTER WS-TEXT-PTR
           ON OVERFLOW CONTINUE
        END-STRING
     END-IF

     PERFORM VARYING WS-NAME-I FROM 1 BY 1
     UNTIL WS-NAME-I > WS-RULE-NAME-COUNT(WS-RULE-IX)
        EVALUATE TRUE
           WHEN WS-NAME-I = 1
              CONTINUE
           WHEN WS-RULE-IS-ATMOST1(WS-RULE-IX)
              STRING ',' DELIMITED BY SIZE
                     INTO WS-RULE-TEXT(WS-RULE-IX)
                     WITH POINTER WS-TEXT-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
           WHEN WS-NAME-I = 2
              STRING ' ' WS-RULE-TYPE(WS-RULE-IX) ' '
                     DELIMITED BY SIZE
                     INTO WS-RULE-TEXT(WS-RULE-IX)
                     WITH POINTER WS-TEXT-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
           WHEN OTHER
              STRING '+' DELIMITED BY SIZE
                     INTO WS-RULE-TEXT(WS-RULE-IX)
                     WITH POINTER WS-TEXT-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
        END-EVALUATE
        STRING RU-NAME(WS-NAME-I) DELIMITED BY '  '
               INTO WS-RULE-TEXT(WS-RULE-IX)
               WITH POINTER WS-TEXT-PTR
           ON OVERFLOW CONTINUE
        END-STRING
     END-PERFORM

     CONTINUE.

 B01-CHECK-RECORD SECTION.
*    Validate the hex the way FLGALRT does, let BITOPS decode the
*    flag field into its 16 bits once, and run every rule against
*    those bits. An unreadable flag field is counted, not checked
*    - FLGVAL's HEX reason already owns that failure.
     ADD 1                              TO WS-TOTAL-READ

     MOVE 'Y'                           TO WS-FLAG-OK
     PERFORM VARYING WS-HEX-I FROM 1 BY 1
     UNTIL WS-HEX-I > 4
        MOVE WS-FLAG-WORK(WS-HEX-I:1)   TO WS-HEX-CHAR
        IF NOT WS-HEX-CHAR-VALID
        AND NOT (WS-HEX-I > 2 AND WS-FLAG-WORK(3:2) = SPACE)
           MOVE 'N'                     TO WS-FLAG-OK
        END-IF
     END-PERFORM

     IF NOT WS-FLAG-IS-OK
        ADD 1                           TO WS-TOTAL-UNREADABLE
        GO TO B01-CHECK-EXIT
     END-IF

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

     IF NOT O-B-RC-IO
        ADD 1                           TO WS-TOTAL-UNREADABLE
        GO TO B01-CHECK-EXIT
     END-IF

     MOVE O-BI-RESULT(1:16)             TO WS-FLAG-BITS

     MOVE 'N'                           TO WS-ACCOUNT-BROKEN
     PERFORM VARYING WS-RULE-IX FROM 1 BY 1
     UNTIL WS-RULE-IX > WS-RULE-COUNT
        PERFORM B02-APPLY-RULE
     END-PERFORM

     IF WS-ACCOUNT-IS-BROKEN
        ADD 1                           TO WS-TOTAL-ACCOUNTS
     END-IF.

 B01-CHECK-EXIT.

     CONTINUE.

 B02-APPLY-RULE SECTION.
*    REQUIRES - first name on, every other name must be on.
*    EXCLUDES - first name on, every other name must be off.
*    ATMOST1  - no more than one of the names on at once.
*    A rule whose first name is off has nothing to say.
     MOVE 'N'                           TO WS-BROKEN
     MOVE ZERO                          TO WS-ON-COUNT

     IF NOT WS-RULE-IS-ATMOST1(WS-RULE-IX)
     AND WS-FLAG-BITS(WS-RULE-POS(WS-RULE-IX, 1):1) NOT = '1'
        GO TO B02-APPLY-EXIT
     END-IF

     PERFORM VARYING WS-NAME-I FROM 1 BY 1
     UNTIL WS-NAME-I > WS-RULE-NAME-COUNT(WS-RULE-IX)
        IF WS-FLAG-BITS(WS-RULE-POS(WS-RULE-IX, WS-NAME-I):1)
           = '1'
           ADD 1                        TO WS-ON-COUNT
           IF WS-RULE-IS-EXCLUDES(WS-RULE-IX)
           AND WS-NAME-I > 1
              MOVE 'Y'                  TO WS-BROKEN
           END-IF
        ELSE
           IF WS-RULE-IS-REQUIRES(WS-RULE-IX)
              MOVE 'Y'                  TO WS-BROKEN
           END-IF
        END-IF
     END-PERFORM

     IF WS-RULE-IS-ATMOST1(WS-RULE-IX)
     AND WS-ON-COUNT > 1
        MOVE 'Y'                        TO WS-BROKEN
     END-IF

     IF WS-IS-BROKEN
        PERFORM B03-WRITE-EXCEPTION
     END-IF.

 B02-APPLY-EXIT.

     CONTINUE.

 B03-WRITE-EXCEPTION SECTION.

     MOVE 'Y'                           TO WS-ACCOUNT-BROKEN
     ADD 1                              TO WS-RULE-BROKEN(WS-RULE-IX)
     ADD 1                              TO WS-TOTAL-VIOLATIONS
     IF WS-RULE-IS-SEVERE(WS-RULE-IX)
        ADD 1                           TO WS-TOTAL-SEVERE
     END-IF

     MOVE SPACE                         TO RULE-EXCP-REC
     MOVE WS-ACCOUNT                    TO RX-ACCOUNT-ID
     MOVE WS-FLAG-WORK                  TO RX-FLAG-FIELD
     MOVE WS-RULE-ID(WS-RULE-IX)        TO RX-RULE-ID
     MOVE WS-RULE-SEVERITY(WS-RULE-IX)  TO RX-SEVERITY
     MOVE WS-RULE-TEXT(WS-RULE-IX)      TO RX-RULE-TEXT

     WRITE RULE-EXCP-REC

     CONTINUE.

 C01-PRINT-RULE-COUNTS SECTION.
*    One line per rule, broken or not, so the sign-off sheet shows
*    every rule was actually run.
     MOVE SPACE                        TO PRINT-REC
     STRING 'RULE SEV    BROKEN  RULE TEXT'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM VARYING WS-RULE-IX FROM 1 BY 1
     UNTIL WS-RULE-IX > WS-RULE-COUNT
        MOVE SPACE                     TO PRINT-REC
        STRING WS-RULE-ID(WS-RULE-IX)
               '  ' WS-RULE-SEVERITY(WS-RULE-IX)
               '   ' WS-RULE-BROKEN(WS-RULE-IX)
               '  ' WS-RULE-TEXT(WS-RULE-IX)
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-PERFORM

     CONTINUE.
