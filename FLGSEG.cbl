*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGSEG.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BIT-DICT   ASSIGN TO BITDICT
         FILE STATUS IS WS-DICT-STATUS.
     SELECT STATUS-IN  ASSIGN TO STATIN
         FILE STATUS IS WS-STATIN-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT SEGMENT-MASTER ASSIGN TO SEGMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS RANDOM
         RECORD KEY   IS SG-ACCOUNT-ID
         FILE STATUS  IS WS-SEG-STATUS.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    BIT-DICT - THE SHARED BIT-NAME DICTIONARY (SEE FLGRPT). ONE
*    CROSS-TAB IS PRINTED PER POSITION IT NAMES.
*-----------------------------------------------------------------
 FD  BIT-DICT RECORDING MODE F.
 01  BIT-DICT-REC.
     05 BD-RECORD                  PIC X(80).

*-----------------------------------------------------------------
*    STATUS-IN / STATUS-MASTER - THE ACCOUNT POPULATION, FROM THE
*    NIGHTLY SEQUENTIAL FILE OR THE KEYED MASTER AS THE PARM SAYS.
*    EVERY RECORD READ IS ONE ACCOUNT IN THE POPULATION, EXACTLY AS
*    FLGRPT COUNTS IT. A FILE WRITTEN BEFORE THE WIDENING CARRIES 2
*    HEX CHARS WITH TRAILING SPACES - THE SECOND BYTE READS AS 00.
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
*    SEGMENT-MASTER - THE KEYED SEGMENT REFERENCE FILE (SEE
*    SEGMTIF), READ BY KEY FOR EACH ACCOUNT. AN ACCOUNT IT DOES NOT
*    CARRY IS COUNTED UNDER *NONE*, SO NO ACCOUNT DROPS OUT OF THE
*    TOTALS.
*-----------------------------------------------------------------
 FD  SEGMENT-MASTER.
 COPY SEGMTIF.

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
     05 STATUS-EOF                 PIC X       VALUE 'N'.
     88 STATUS-IS-EOF                          VALUE 'Y'.

     05 WS-DICT-STATUS             PIC XX.
     88 WS-DICT-STATUS-OK                      VALUES '00', '07'.
     05 WS-DICT-OPENED             PIC X       VALUE 'N'.
     88 WS-DICT-IS-OPENED                      VALUE 'Y'.
     05 WS-STATIN-STATUS           PIC XX.
     88 WS-STATIN-STATUS-OK                    VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-SEG-STATUS              PIC XX.
     88 WS-SEG-STATUS-OK                       VALUES '00', '02'.
     88 WS-SEG-STATUS-NOTFND                   VALUE  '23'.

     05 W1-CURRENT-TS              PIC X(16).

*    ***********************************************
*    * REQUEST PARM - WHICH POPULATION TO REPORT:   *
*    *   blank  - STATIN                            *
*    *   MST    - THE KEYED MASTER                  *
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
*    * THE ACCOUNT IN HAND                          *
*    ***********************************************
     05 WS-ACCOUNT-IN              PIC X(10)   VALUE SPACE.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BITS               PIC X(16).
     05 WS-UNREADABLE              PIC X       VALUE 'N'.
     88 WS-IS-UNREADABLE                       VALUE 'Y'.
     05 WS-KEY-PRODUCT             PIC X(6)    VALUE SPACE.
     05 WS-KEY-BRANCH              PIC X(6)    VALUE SPACE.
     05 WS-KEY-REGION              PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * PRODUCT/BRANCH CELLS - KEPT IN KEY ORDER AS  *
*    * THEY ARE FOUND, SO THE PRINT IS A STRAIGHT   *
*    * CONTROL BREAK ON PRODUCT                     *
*    ***********************************************
*    500 cells. Past that, further combinations fold into one
*    OTHER cell printed last, the way FLGRPT's combination table
*    folds, and the report says so - the totals still tie.
     05 WS-CELL-MAX                PIC 9(4)    VALUE 500.
     05 WS-CELL-USED               PIC 9(4)    VALUE ZERO.
     05 WS-CELL-FOLDED             PIC 9(6)    VALUE ZERO.
     05 WS-CELLS.
        10 WS-CELL-ENTRY           OCCURS 501 TIMES
                                    INDEXED BY WS-CELL-IX
                                               WS-CELL-JX.
           15 WS-CELL-KEY.
              20 WS-CELL-PRODUCT   PIC X(6).
              20 WS-CELL-BRANCH    PIC X(6).
           15 WS-CELL-ACCOUNTS     PIC 9(6).
           15 WS-CELL-ON           PIC 9(6)    OCCURS 16 TIMES.

*    200 branches, same folding - branch totals across products.
     05 WS-BR-MAX                  PIC 9(4)    VALUE 200.
     05 WS-BR-USED                 PIC 9(4)    VALUE ZERO.
     05 WS-BR-FOLDED               PIC 9(6)    VALUE ZERO.
     05 WS-BRANCHES.
        10 WS-BR-ENTRY             OCCURS 201 TIMES
                                    INDEXED BY WS-BR-IX
                                               WS-BR-JX.
           15 WS-BR-BRANCH         PIC X(6).
           15 WS-BR-REGION         PIC X(4).
           15 WS-BR-ACCOUNTS       PIC 9(6).
           15 WS-BR-ON             PIC 9(6)    OCCURS 16 TIMES.

     05 WS-CELL-KEY-NEW.
        10 WS-NEW-PRODUCT          PIC X(6).
        10 WS-NEW-BRANCH           PIC X(6).
     05 WS-FOUND                   PIC X       VALUE 'N'.
     88 WS-IS-FOUND                            VALUE 'Y'.

*    ***********************************************
*    * PRINT WORK                                   *
*    ***********************************************
     05 WS-PREV-PRODUCT            PIC X(6)    VALUE SPACE.
     05 WS-SUB-ACCOUNTS            PIC 9(6)    VALUE ZERO.
     05 WS-SUB-ON                  PIC 9(6)    VALUE ZERO.
     05 WS-GRAND-ACCOUNTS          PIC 9(6)    VALUE ZERO.
     05 WS-GRAND-ON                PIC 9(6)    VALUE ZERO.
     05 WS-LINE-LABEL-1            PIC X(6)    VALUE SPACE.
     05 WS-LINE-LABEL-2            PIC X(8)    VALUE SPACE.
     05 WS-LINE-ACCOUNTS           PIC 9(6)    VALUE ZERO.
     05 WS-LINE-ON                 PIC 9(6)    VALUE ZERO.
     05 WS-PCT                     PIC 999V9   VALUE ZERO.
     05 WS-PCT-ED                  PIC ZZ9.9.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNREADABLE        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-UNSEGMENTED       PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CELLS             PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGSEG  START AT '
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

     PERFORM A00A-PARSE-PARM

     IF NOT WS-PARM-IS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGSEG PARM INVALID - EXPECTED MST OR NOTHING'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-DICTIONARY

     IF WS-NAMED-COUNT = ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGSEG - BITDICT NAMES NO BITS - NOTHING TO REPORT'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     OPEN INPUT SEGMENT-MASTER
     IF NOT WS-SEG-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGSEG CANNOT OPEN SEGMENT MASTER - STATUS '
               WS-SEG-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     IF WS-SOURCE-IS-MASTER
        OPEN INPUT STATUS-MASTER
        IF NOT WS-MST-STATUS-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGSEG CANNOT OPEN STATUS MASTER - STATUS '
                  WS-MST-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE SEGMENT-MASTER
           CLOSE PRINT-LINE
           MOVE 16                     TO RETURN-CODE
           GOBACK
        END-IF
     ELSE
        OPEN INPUT STATUS-IN
        IF NOT WS-STATIN-STATUS-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGSEG CANNOT OPEN STATIN - STATUS '
                  WS-STATIN-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE SEGMENT-MASTER
           CLOSE PRINT-LINE
           MOVE 16                     TO RETURN-CODE
           GOBACK
        END-IF
     END-IF

     INITIALIZE WS-CELLS
     INITIALIZE WS-BRANCHES

     PERFORM B01-READ-POPULATION
     PERFORM UNTIL STATUS-IS-EOF
        PERFORM B02-TALLY-ACCOUNT
        PERFORM B01-READ-POPULATION
     END-PERFORM

     IF WS-SOURCE-IS-MASTER
        CLOSE STATUS-MASTER
     ELSE
        CLOSE STATUS-IN
     END-IF
     CLOSE SEGMENT-MASTER.

     MOVE SPACE                        TO PRINT-REC
     STRING 'NAMED BITS ON, BY PRODUCT AND BRANCH - POPULATION FROM '
            WS-SOURCE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-BIT-IS-NAMED(WS-BIT-IX)
           PERFORM C01-PRINT-BY-PRODUCT
           PERFORM C02-PRINT-BY-BRANCH
        END-IF
     END-PERFORM

     PERFORM D00-PRINT-TIE

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGSEG  END   AT '
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

     EVALUATE TRUE
        WHEN WS-TOTAL-CELLS NOT = WS-TOTAL-READ
           MOVE 8                      TO RETURN-CODE
        WHEN WS-TOTAL-UNREADABLE > ZERO
        OR WS-TOTAL-UNSEGMENTED > ZERO
        OR WS-CELL-FOLDED > ZERO
        OR WS-BR-FOLDED > ZERO
           MOVE 4                      TO RETURN-CODE
        WHEN OTHER
           MOVE ZERO                   TO RETURN-CODE
     END-EVALUATE

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
*    same load as FLGRPT. Only the named positions are reported.
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

 B01-READ-POPULATION SECTION.

     IF WS-SOURCE-IS-MASTER
        READ STATUS-MASTER
           AT END SET STATUS-IS-EOF    TO TRUE
           NOT AT END
              MOVE SM-ACCOUNT-ID       TO WS-ACCOUNT-IN
              MOVE SM-FLAG-BYTE        TO WS-FLAG-WORK
        END-READ
     ELSE
        READ STATUS-IN
           AT END SET STATUS-IS-EOF    TO TRUE
           NOT AT END
              MOVE SI-ACCOUNT-ID       TO WS-ACCOUNT-IN
              MOVE SI-FLAG-BYTE        TO WS-FLAG-WORK
        END-READ
     END-IF

     CONTINUE.

 B02-TALLY-ACCOUNT SECTION.
*    Every account read counts once in its product/branch cell and
*    its branch, whatever its flag field holds - the same
*    population FLGRPT counts as TOTAL READ. Only a flag field that
*    decodes adds to the bit counts, as in FLGRPT.
     ADD 1                             TO WS-TOTAL-READ

     MOVE WS-ACCOUNT-IN                TO SG-ACCOUNT-ID
     READ SEGMENT-MASTER
     IF WS-SEG-STATUS-OK
        MOVE SG-PRODUCT                TO WS-KEY-PRODUCT
        MOVE SG-BRANCH                 TO WS-KEY-BRANCH
        MOVE SG-REGION                 TO WS-KEY-REGION
     ELSE
        ADD 1                          TO WS-TOTAL-UNSEGMENTED
        MOVE '*NONE*'                  TO WS-KEY-PRODUCT
        MOVE '*NONE*'                  TO WS-KEY-BRANCH
        MOVE '*NO*'                    TO WS-KEY-REGION
     END-IF

     MOVE 'N'                          TO WS-UNREADABLE
     PERFORM B05-DECODE-BITS
     IF WS-IS-UNREADABLE
        ADD 1                          TO WS-TOTAL-UNREADABLE
     END-IF

     PERFORM B03-FIND-CELL
     ADD 1                             TO WS-CELL-ACCOUNTS(WS-CELL-IX)
     PERFORM B04-FIND-BRANCH
     ADD 1                             TO WS-BR-ACCOUNTS(WS-BR-IX)

     IF WS-IS-UNREADABLE
        GO TO B02-TALLY-EXIT
     END-IF

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-FLAG-BITS(WS-BIT-IX:1) = '1'
           ADD 1                TO WS-CELL-ON(WS-CELL-IX, WS-BIT-IX)
           ADD 1                TO WS-BR-ON(WS-BR-IX, WS-BIT-IX)
        END-IF
     END-PERFORM.

 B02-TALLY-EXIT.

     CONTINUE.

 B03-FIND-CELL SECTION.
*    Leaves WS-CELL-IX on the account's cell: found in key order,
*    or opened at its place with the cells above it moved up one.
*    A full table sends the account to the OTHER cell after it.
     MOVE WS-KEY-PRODUCT               TO WS-NEW-PRODUCT
     MOVE WS-KEY-BRANCH                TO WS-NEW-BRANCH
     MOVE 'N'                          TO WS-FOUND

     PERFORM VARYING WS-CELL-IX FROM 1 BY 1
     UNTIL WS-CELL-IX > WS-CELL-USED
     OR WS-CELL-KEY(WS-CELL-IX) NOT < WS-CELL-KEY-NEW
        CONTINUE
     END-PERFORM

     IF WS-CELL-IX <= WS-CELL-USED
        IF WS-CELL-KEY(WS-CELL-IX) = WS-CELL-KEY-NEW
           GO TO B03-FIND-EXIT
        END-IF
     END-IF

     IF WS-CELL-USED >= WS-CELL-MAX
        ADD 1                          TO WS-CELL-FOLDED
        SET WS-CELL-IX                 TO WS-CELL-MAX
        SET WS-CELL-IX UP BY 1
        MOVE 'OTHER'                   TO WS-CELL-PRODUCT(WS-CELL-IX)
        MOVE 'OTHER'                   TO WS-CELL-BRANCH(WS-CELL-IX)
        GO TO B03-FIND-EXIT
     END-IF

     PERFORM VARYING WS-CELL-JX FROM WS-CELL-USED BY -1
     UNTIL WS-CELL-JX < WS-CELL-IX
        MOVE WS-CELL-ENTRY(WS-CELL-JX) TO WS-CELL-ENTRY(WS-CELL-JX + 1)
     END-PERFORM

     ADD 1                             TO WS-CELL-USED
     INITIALIZE WS-CELL-ENTRY(WS-CELL-IX)
     MOVE WS-CELL-KEY-NEW              TO WS-CELL-KEY(WS-CELL-IX).

 B03-FIND-EXIT.

     CONTINUE.

 B04-FIND-BRANCH SECTION.
*    The same for the branch table; the region is the one the
*    branch's first account carries.
     PERFORM VARYING WS-BR-IX FROM 1 BY 1
     UNTIL WS-BR-IX > WS-BR-USED
     OR WS-BR-BRANCH(WS-BR-IX) NOT < WS-KEY-BRANCH
        CONTINUE
     END-PERFORM

     IF WS-BR-IX <= WS-BR-USED
        IF WS-BR-BRANCH(WS-BR-IX) = WS-KEY-BRANCH
           GO TO B04-FIND-EXIT
        END-IF
     END-IF

     IF WS-BR-USED >= WS-BR-MAX
        ADD 1                          TO WS-BR-FOLDED
        SET WS-BR-IX                   TO WS-BR-MAX
        SET WS-BR-IX UP BY 1
        MOVE 'OTHER'                   TO WS-BR-BRANCH(WS-BR-IX)
        MOVE SPACE                     TO WS-BR-REGION(WS-BR-IX)
        GO TO B04-FIND-EXIT
     END-IF

     PERFORM VARYING WS-BR-JX FROM WS-BR-USED BY -1
     UNTIL WS-BR-JX < WS-BR-IX
        MOVE WS-BR-ENTRY(WS-BR-JX)     TO WS-BR-ENTRY(WS-BR-JX + 1)
     END-PERFORM

     ADD 1                             TO WS-BR-USED
     INITIALIZE WS-BR-ENTRY(WS-BR-IX)
     MOVE WS-KEY-BRANCH                TO WS-BR-BRANCH(WS-BR-IX)
     MOVE WS-KEY-REGION                TO WS-BR-REGION(WS-BR-IX).

 B04-FIND-EXIT.

     CONTINUE.

 B05-DECODE-BITS SECTION.
*    The same BITOPS-as-decoder trick as FLGRPT: OI against an
*    all-zero mask hands the flag field straight back as bits.
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

 C01-PRINT-BY-PRODUCT SECTION.
*    One named bit: every product/branch cell, a subtotal at each
*    change of product, and the grand total over the population.
     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING WS-BIT-NAME(WS-BIT-IX) ' - BY PRODUCT'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING '  PRODUCT BRANCH     ACCTS  BIT ON    PCT'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO WS-PREV-PRODUCT
     MOVE ZERO                         TO WS-SUB-ACCOUNTS
     MOVE ZERO                         TO WS-SUB-ON
     MOVE ZERO                         TO WS-GRAND-ACCOUNTS
     MOVE ZERO                         TO WS-GRAND-ON

     PERFORM VARYING WS-CELL-IX FROM 1 BY 1
     UNTIL WS-CELL-IX > WS-CELL-USED + 1
        IF WS-CELL-IX <= WS-CELL-USED
        OR WS-CELL-FOLDED > ZERO
           IF WS-CELL-PRODUCT(WS-CELL-IX) NOT = WS-PREV-PRODUCT
           AND WS-PREV-PRODUCT NOT = SPACE
              PERFORM C04-PRINT-SUBTOTAL
           END-IF
           MOVE WS-CELL-PRODUCT(WS-CELL-IX)   TO WS-PREV-PRODUCT
           MOVE WS-CELL-PRODUCT(WS-CELL-IX)   TO WS-LINE-LABEL-1
           MOVE WS-CELL-BRANCH(WS-CELL-IX)    TO WS-LINE-LABEL-2
           MOVE WS-CELL-ACCOUNTS(WS-CELL-IX)  TO WS-LINE-ACCOUNTS
           MOVE WS-CELL-ON(WS-CELL-IX, WS-BIT-IX)
                                              TO WS-LINE-ON
           PERFORM C03-PRINT-LINE
           ADD WS-LINE-ACCOUNTS        TO WS-SUB-ACCOUNTS
           ADD WS-LINE-ON              TO WS-SUB-ON
           ADD WS-LINE-ACCOUNTS        TO WS-GRAND-ACCOUNTS
           ADD WS-LINE-ON              TO WS-GRAND-ON
        END-IF
     END-PERFORM

     IF WS-PREV-PRODUCT NOT = SPACE
        PERFORM C04-PRINT-SUBTOTAL
     END-IF

     MOVE 'ALL'                        TO WS-LINE-LABEL-1
     MOVE 'TOTAL'                      TO WS-LINE-LABEL-2
     MOVE WS-GRAND-ACCOUNTS            TO WS-LINE-ACCOUNTS
     MOVE WS-GRAND-ON                  TO WS-LINE-ON
     PERFORM C03-PRINT-LINE

     MOVE WS-GRAND-ACCOUNTS            TO WS-TOTAL-CELLS

     CONTINUE.

 C02-PRINT-BY-BRANCH SECTION.
*    The same bit by branch alone, across every product.
     MOVE SPACE                        TO PRINT-REC
     STRING WS-BIT-NAME(WS-BIT-IX) ' - BY BRANCH'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING '  BRANCH  REGION     ACCTS  BIT ON    PCT'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ZERO                         TO WS-GRAND-ACCOUNTS
     MOVE ZERO                         TO WS-GRAND-ON

     PERFORM VARYING WS-BR-IX FROM 1 BY 1
     UNTIL WS-BR-IX > WS-BR-USED + 1
        IF WS-BR-IX <= WS-BR-USED
        OR WS-BR-FOLDED > ZERO
           MOVE WS-BR-BRANCH(WS-BR-IX)        TO WS-LINE-LABEL-1
           MOVE WS-BR-REGION(WS-BR-IX)        TO WS-LINE-LABEL-2
           MOVE WS-BR-ACCOUNTS(WS-BR-IX)      TO WS-LINE-ACCOUNTS
           MOVE WS-BR-ON(WS-BR-IX, WS-BIT-IX) TO WS-LINE-ON
           PERFORM C03-PRINT-LINE
           ADD WS-LINE-ACCOUNTS        TO WS-GRAND-ACCOUNTS
           ADD WS-LINE-ON              TO WS-GRAND-ON
        END-IF
     END-PERFORM

     MOVE 'ALL'                        TO WS-LINE-LABEL-1
     MOVE 'TOTAL'                      TO WS-LINE-LABEL-2
     MOVE WS-GRAND-ACCOUNTS            TO WS-LINE-ACCOUNTS
     MOVE WS-GRAND-ON                  TO WS-LINE-ON
     PERFORM C03-PRINT-LINE

     CONTINUE.

 C03-PRINT-LINE SECTION.
*    Percentage of the line's own accounts with the bit on, to one
*    decimal place.
     IF WS-LINE-ACCOUNTS = ZERO
        MOVE ZERO                      TO WS-PCT
     ELSE
        COMPUTE WS-PCT ROUNDED = WS-LINE-ON * 100 / WS-LINE-ACCOUNTS
     END-IF
     MOVE WS-PCT                       TO WS-PCT-ED

     MOVE SPACE                        TO PRINT-REC
     STRING '  ' WS-LINE-LABEL-1 '  '
            WS-LINE-LABEL-2 '  '
            WS-LINE-ACCOUNTS '  '
            WS-LINE-ON '  '
            WS-PCT-ED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.

 C04-PRINT-SUBTOTAL SECTION.

     MOVE WS-PREV-PRODUCT              TO WS-LINE-LABEL-1
     MOVE 'SUBTOTAL'                   TO WS-LINE-LABEL-2
     MOVE WS-SUB-ACCOUNTS              TO WS-LINE-ACCOUNTS
     MOVE WS-SUB-ON                    TO WS-LINE-ON
     PERFORM C03-PRINT-LINE

     MOVE ZERO                         TO WS-SUB-ACCOUNTS
     MOVE ZERO                         TO WS-SUB-ON

     CONTINUE.

 D00-PRINT-TIE SECTION.
*    The grand total is the population - every account read, with
*    or without a segment, readable flag or not - the same count
*    FLGRPT prints as TOTAL READ for the same file.
     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     IF WS-CELL-FOLDED > ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'PRODUCT/BRANCH TABLE FULL - ' WS-CELL-FOLDED
               ' ACCOUNTS FOLDED INTO OTHER'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     IF WS-BR-FOLDED > ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING 'BRANCH TABLE FULL - ' WS-BR-FOLDED
               ' ACCOUNTS FOLDED INTO OTHER'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'TOTAL READ: ' WS-TOTAL-READ
            '  NO SEGMENT (*NONE*): ' WS-TOTAL-UNSEGMENTED
            '  FLAG NOT HEX: ' WS-TOTAL-UNREADABLE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     IF WS-TOTAL-CELLS = WS-TOTAL-READ
        STRING 'GRAND TOTAL ' WS-TOTAL-CELLS
               ' = TOTAL READ - TIES TO FLGRPT POPULATION'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     ELSE
        STRING 'GRAND TOTAL ' WS-TOTAL-CELLS
               ' NOT = TOTAL READ ' WS-TOTAL-READ
               ' ** DOES NOT TIE **'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
     END-IF
     WRITE PRINT-REC

     CONTINUE.
