*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGSCRN.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT BIT-DICT   ASSIGN TO BITDICT
         FILE STATUS IS WS-DICT-STATUS.
     SELECT OP-CATALOG ASSIGN TO OPCAT
         FILE STATUS IS WS-CAT-STATUS.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT PEND-CHG   ASSIGN TO PENDCHG
         FILE STATUS IS WS-PEND-STATUS.
     SELECT PEND-HIST  ASSIGN TO PENDHIST
         FILE STATUS IS WS-HIST-STATUS.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    STATUS-MASTER - THE KEYED STATUS FILE (SEE FLGMNT). READ BY
*    KEY FOR THE ACCOUNT THE OPERATOR KEYS, READ AGAIN JUST BEFORE
*    THE UPDATE, AND REWRITTEN IN PLACE ON CONFIRM. A MASTER LOADED
*    BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH TRAILING SPACES,
*    AND THE MISSING SECOND BYTE READS AS 00.
*-----------------------------------------------------------------
 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    BIT-DICT - THE SHARED BIT-NAME DICTIONARY (SEE FLGRPT). ONLY
*    THE POSITIONS IT NAMES MAY BE TOGGLED FROM THE SCREEN.
*-----------------------------------------------------------------
 FD  BIT-DICT RECORDING MODE F.
 01  BIT-DICT-REC.
     05 BD-RECORD                  PIC X(80).

*-----------------------------------------------------------------
*    OP-CATALOG - THE OPERATION CATALOG (SEE FLGUPDT): BUSINESS
*    EVENT NAME AND THE INSTRUCTION/MASK PAIR IT STANDS FOR. AN
*    EVENT PICKED ON THE SCREEN IS APPLIED THROUGH IT, SO THE DESK
*    AND THE BATCH RUNS MEAN THE SAME THING BY THE SAME NAME.
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
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF).
*    READ FOR THE ACCOUNT'S LATEST ENTRIES WHEN IT IS SHOWN; ONE
*    RECORD APPENDED PER CONFIRMED CHANGE, UNDER THIS PROGRAM'S
*    NAME AND THE MOMENT OF THE CONFIRM, AND CLOSED AGAIN STRAIGHT
*    AWAY SO THE ENTRY IS ON THE JOURNAL BEFORE THE NEXT ACCOUNT.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    PEND-CHG - THE MAKER-CHECKER QUEUE (SEE PENDCHIF). A DESK
*    CHANGE HAS NO CHECKER, SO EVERY CONFIRM IS APPENDED HERE AS AN
*    OVERRIDE - ALREADY APPLIED, UNDER THE OPERATOR'S ID - BEFORE
*    THE MASTER IS TOUCHED, EXACTLY AS FLGMNT LOGS ITS OVERRIDES.
*    THE NIGHTLY QUEUE REPORT (FLGQREL) PUTS IT IN FRONT OF THE
*    CONTROL GROUP.
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
     05 OPCAT-EOF                  PIC X       VALUE 'N'.
     88 OPCAT-IS-EOF                           VALUE 'Y'.
     05 FLGLOG-EOF                 PIC X       VALUE 'N'.
     88 FLGLOG-IS-EOF                          VALUE 'Y'.
     05 PEND-EOF                   PIC X       VALUE 'N'.
     88 PEND-IS-EOF                            VALUE 'Y'.
     05 HIST-EOF                   PIC X       VALUE 'N'.
     88 HIST-IS-EOF                            VALUE 'Y'.

     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     88 WS-MST-STATUS-NOTFND                   VALUE  '23'.
     05 WS-DICT-STATUS             PIC XX.
     88 WS-DICT-STATUS-OK                      VALUES '00', '07'.
     05 WS-DICT-OPENED             PIC X       VALUE 'N'.
     88 WS-DICT-IS-OPENED                      VALUE 'Y'.
     05 WS-CAT-STATUS              PIC XX.
     88 WS-CAT-STATUS-OK                       VALUES '00', '07'.
     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     88 WS-FLGLOG-STATUS-NOTFOUND              VALUES '35', '30'.
     05 WS-PEND-STATUS             PIC XX.
     88 WS-PEND-STATUS-OK                      VALUES '00', '07'.
     88 WS-PEND-STATUS-NOTFOUND                VALUES '35', '30'.
     05 WS-HIST-STATUS             PIC XX.
     88 WS-HIST-STATUS-OK                      VALUES '00', '07'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-CONFIRM-TS              PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * OVERRIDE LOG - THE QUEUE NUMBER A CONFIRM IS *
*    * LOGGED UNDER                                 *
*    ***********************************************
     05 WS-NEXT-ID                 PIC 9(8)    VALUE ZERO.
     05 WS-LOG-OK                  PIC X       VALUE 'Y'.
     88 WS-LOG-IS-OK                           VALUE 'Y'.

*    ***********************************************
*    * SESSION STATE                                *
*    ***********************************************
     05 WS-SESSION-END             PIC X       VALUE 'N'.
     88 WS-SESSION-IS-ENDED                    VALUE 'Y'.
     05 WS-ACCOUNT-DONE            PIC X       VALUE 'N'.
     88 WS-ACCOUNT-IS-DONE                     VALUE 'Y'.
     05 WS-PROPOSED-OK             PIC X       VALUE 'N'.
     88 WS-PROPOSED-IS-OK                      VALUE 'Y'.
     05 WS-USED-EVENT              PIC X       VALUE 'N'.
     88 WS-EVENT-IS-USED                       VALUE 'Y'.
     05 WS-USED-TOGGLE             PIC X       VALUE 'N'.
     88 WS-TOGGLE-IS-USED                      VALUE 'Y'.
     05 WS-UNREADABLE              PIC X       VALUE 'N'.
     88 WS-IS-UNREADABLE                       VALUE 'Y'.
     05 WS-TOTAL-UPDATED           PIC 9(6)    VALUE ZERO.

*    ***********************************************
*    * WHAT THE OPERATOR SEES AND KEYS              *
*    ***********************************************
     05 WS-SCR-ACCOUNT             PIC X(10)   VALUE SPACE.
     05 WS-SCR-OPERATOR            PIC X(8)    VALUE SPACE.
     05 WS-OPERATOR                PIC X(8)    VALUE SPACE.
     05 WS-SCR-EVENT               PIC X(16)   VALUE SPACE.
     05 WS-SCR-ACTION              PIC X       VALUE SPACE.
     05 WS-SCR-MSG                 PIC X(79)   VALUE SPACE.
     05 WS-CURRENT-FLAG            PIC X(4)    VALUE SPACE.
     05 WS-PROPOSED-FLAG           PIC X(4)    VALUE SPACE.
     05 WS-SHOWN-FLAG              PIC X(4)    VALUE SPACE.
     05 WS-SEEN-FLAG               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-WORK               PIC X(4)    VALUE SPACE.
     05 WS-FLAG-BITS               PIC X(16).
     05 WS-CUR-BITS                PIC X(16).
     05 WS-NEW-BITS                PIC X(16).
     05 WS-APPLY-INSTRUCT          PIC X(2)    VALUE SPACE.
     05 WS-APPLY-MASK              PIC X(4)    VALUE SPACE.
     05 WS-EVENT-INSTRUCT          PIC X(2)    VALUE SPACE.
     05 WS-EVENT-MASK              PIC X(4)    VALUE SPACE.
     05 WS-JRN-INSTRUCT            PIC X(2)    VALUE SPACE.
     05 WS-JRN-MASK                PIC X(4)    VALUE SPACE.

*    ***********************************************
*    * BIT ROWS - ONE PER POSITION, 0 = LEFTMOST;   *
*    * CURRENT AND PROPOSED SHOWN AS 1/0, AND ANY   *
*    * NON-BLANK IN THE TOGGLE COLUMN FLIPS THE BIT *
*    ***********************************************
     05 WS-BITS.
        10 WS-BIT-ENTRY            OCCURS 16 TIMES
                                    INDEXED BY WS-BIT-IX.
           15 WS-BIT-POS           PIC 99      VALUE ZERO.
           15 WS-BIT-NAME          PIC X(12)   VALUE SPACE.
           15 WS-BIT-NAMED         PIC X       VALUE 'N'.
           88 WS-BIT-IS-NAMED                  VALUE 'Y'.
           15 WS-BIT-CUR           PIC X       VALUE SPACE.
           15 WS-BIT-NEW           PIC X       VALUE SPACE.
           15 WS-BIT-TOGGLE        PIC X       VALUE SPACE.
     05 WS-BIT-NUM                 PIC 99.
     05 WS-DICT-NAME               PIC X(12)   VALUE SPACE.
     05 WS-DICT-REC-OK             PIC X       VALUE 'N'.
     88 WS-DICT-REC-IS-OK                      VALUE 'Y'.

*    ***********************************************
*    * SINGLE-BIT MASKS BY POSITION, 0 = LEFTMOST   *
*    ***********************************************
     05 WS-MASK-TABLE.
        10 FILLER                  PIC X(4)    VALUE '8000'.
        10 FILLER                  PIC X(4)    VALUE '4000'.
        10 FILLER                  PIC X(4)    VALUE '2000'.
        10 FILLER                  PIC X(4)    VALUE '1000'.
        10 FILLER                  PIC X(4)    VALUE '0800'.
        10 FILLER                  PIC X(4)    VALUE '0400'.
        10 FILLER                  PIC X(4)    VALUE '0200'.
        10 FILLER                  PIC X(4)    VALUE '0100'.
        10 FILLER                  PIC X(4)    VALUE '0080'.
        10 FILLER                  PIC X(4)    VALUE '0040'.
        10 FILLER                  PIC X(4)    VALUE '0020'.
        10 FILLER                  PIC X(4)    VALUE '0010'.
        10 FILLER                  PIC X(4)    VALUE '0008'.
        10 FILLER                  PIC X(4)    VALUE '0004'.
        10 FILLER                  PIC X(4)    VALUE '0002'.
        10 FILLER                  PIC X(4)    VALUE '0001'.
     05 WS-MASKS REDEFINES WS-MASK-TABLE.
        10 WS-POS-MASK             OCCURS 16 TIMES
                                   PIC X(4).

*    ***********************************************
*    * OPERATION CATALOG TABLE                      *
*    ***********************************************
*    32 slots, as FLGUPDT - a catalog bigger than the table leaves
*    the events unavailable rather than offering half a catalog.
     05 WS-CAT-MAX                 PIC 9(6)    VALUE 32.
     05 WS-CAT-COUNT               PIC 9(6)    VALUE ZERO.
     05 WS-CAT-USABLE              PIC X       VALUE 'N'.
     88 WS-CAT-IS-USABLE                       VALUE 'Y'.
     05 WS-CAT-MSG                 PIC X(79)   VALUE SPACE.
     05 WS-CAT-TABLE.
        10 WS-CAT-ENTRY            OCCURS 32 TIMES
                                    INDEXED BY WS-CAT-IX.
           15 WS-CAT-NAME          PIC X(16)   VALUE SPACE.
           15 WS-CAT-INSTRUCT      PIC X(2)    VALUE SPACE.
           15 WS-CAT-MASK          PIC X(4)    VALUE SPACE.
           15 WS-CAT-LINE          PIC X(24)   VALUE SPACE.

*    ***********************************************
*    * LATEST JOURNAL ENTRIES FOR THE ACCOUNT SHOWN *
*    * - NEWEST FIRST; THE JOURNAL IS APPEND-ONLY,  *
*    * SO THE LAST ONES READ ARE THE LATEST         *
*    ***********************************************
     05 WS-HIST-MAX                PIC 9       VALUE 5.
     05 WS-HIST-FOUND              PIC 9(6)    VALUE ZERO.
     05 WS-HIST-TABLE.
        10 WS-HIST-LINE            PIC X(70)   OCCURS 5 TIMES
                                    INDEXED BY WS-HIST-IX.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*-----------------------------------------------------------------
*    SCREENS
*-----------------------------------------------------------------
 SCREEN SECTION.
*    The account prompt - a blank account ends the session. The
*    operator ID is required: every change is logged under it.
 01  ACCOUNT-SCREEN.
     05 BLANK SCREEN.
     05 LINE 1  COLUMN 1  VALUE 'FLGSCRN'.
     05 LINE 1  COLUMN 22 VALUE 'ACCOUNT FLAG INQUIRY / MAINTENANCE'.
     05 LINE 3  COLUMN 1  VALUE 'ACCOUNT ID:'.
     05 LINE 3  COLUMN 13 PIC X(10) USING WS-SCR-ACCOUNT UNDERLINE.
     05 LINE 3  COLUMN 30 VALUE 'OPERATOR ID:'.
     05 LINE 3  COLUMN 43 PIC X(8) USING WS-SCR-OPERATOR UNDERLINE.
     05 LINE 5  COLUMN 1
        VALUE 'KEY THE ACCOUNT AND PRESS ENTER - BLANK ENDS THE SESSION'.
     05 LINE 22 COLUMN 1  PIC X(79) FROM WS-CAT-MSG.
     05 LINE 24 COLUMN 1  PIC X(79) FROM WS-SCR-MSG HIGHLIGHT.

*    The account: flag field current against proposed, in hex and
*    bit by bit, the event and toggles that make up the proposal,
*    and the account's latest journal entries.
 01  MAINT-SCREEN.
     05 BLANK SCREEN.
     05 LINE 1  COLUMN 1  VALUE 'FLGSCRN'.
     05 LINE 1  COLUMN 22 VALUE 'ACCOUNT FLAG INQUIRY / MAINTENANCE'.
     05 LINE 3  COLUMN 1  VALUE 'ACCOUNT ID:'.
     05 LINE 3  COLUMN 13 PIC X(10) FROM WS-SCR-ACCOUNT.
     05 LINE 3  COLUMN 30 VALUE 'OPERATOR ID:'.
     05 LINE 3  COLUMN 43 PIC X(8) FROM WS-OPERATOR.
     05 LINE 4  COLUMN 1  VALUE 'FLAG (HEX)   CURRENT:'.
     05 LINE 4  COLUMN 23 PIC X(4) FROM WS-CURRENT-FLAG.
     05 LINE 4  COLUMN 30 VALUE 'PROPOSED:'.
     05 LINE 4  COLUMN 40 PIC X(4) FROM WS-PROPOSED-FLAG HIGHLIGHT.
     05 LINE 6  COLUMN 1  VALUE 'BIT NAME         CUR NEW TGL'.
     05 LINE 6  COLUMN 41 VALUE 'BIT NAME         CUR NEW TGL'.
     05 LINE 7  COLUMN 1  PIC 99 FROM WS-BIT-POS(1).
     05 LINE 7  COLUMN 4  PIC X(12) FROM WS-BIT-NAME(1).
     05 LINE 7  COLUMN 19 PIC X FROM WS-BIT-CUR(1).
     05 LINE 7  COLUMN 23 PIC X FROM WS-BIT-NEW(1)
        HIGHLIGHT.
     05 LINE 7  COLUMN 27 PIC X USING WS-BIT-TOGGLE(1)
        UNDERLINE.
     05 LINE 8  COLUMN 1  PIC 99 FROM WS-BIT-POS(2).
     05 LINE 8  COLUMN 4  PIC X(12) FROM WS-BIT-NAME(2).
     05 LINE 8  COLUMN 19 PIC X FROM WS-BIT-CUR(2).
     05 LINE 8  COLUMN 23 PIC X FROM WS-BIT-NEW(2)
        HIGHLIGHT.
     05 LINE 8  COLUMN 27 PIC X USING WS-BIT-TOGGLE(2)
        UNDERLINE.
     05 LINE 9  COLUMN 1  PIC 99 FROM WS-BIT-POS(3).
     05 LINE 9  COLUMN 4  PIC X(12) FROM WS-BIT-NAME(3).
     05 LINE 9  COLUMN 19 PIC X FROM WS-BIT-CUR(3).
     05 LINE 9  COLUMN 23 PIC X FROM WS-BIT-NEW(3)
        HIGHLIGHT.
     05 LINE 9  COLUMN 27 PIC X USING WS-BIT-TOGGLE(3)
        UNDERLINE.
     05 LINE 10 COLUMN 1  PIC 99 FROM WS-BIT-POS(4).
     05 LINE 10 COLUMN 4  PIC X(12) FROM WS-BIT-NAME(4).
     05 LINE 10 COLUMN 19 PIC X FROM WS-BIT-CUR(4).
     05 LINE 10 COLUMN 23 PIC X FROM WS-BIT-NEW(4)
        HIGHLIGHT.
     05 LINE 10 COLUMN 27 PIC X USING WS-BIT-TOGGLE(4)
        UNDERLINE.
     05 LINE 11 COLUMN 1  PIC 99 FROM WS-BIT-POS(5).
     05 LINE 11 COLUMN 4  PIC X(12) FROM WS-BIT-NAME(5).
     05 LINE 11 COLUMN 19 PIC X FROM WS-BIT-CUR(5).
     05 LINE 11 COLUMN 23 PIC X FROM WS-BIT-NEW(5)
        HIGHLIGHT.
     05 LINE 11 COLUMN 27 PIC X USING WS-BIT-TOGGLE(5)
        UNDERLINE.
     05 LINE 12 COLUMN 1  PIC 99 FROM WS-BIT-POS(6).
     05 LINE 12 COLUMN 4  PIC X(12) FROM WS-BIT-NAME(6).
     05 LINE 12 COLUMN 19 PIC X FROM WS-BIT-CUR(6).
     05 LINE 12 COLUMN 23 PIC X FROM WS-BIT-NEW(6)
        HIGHLIGHT.
     05 LINE 12 COLUMN 27 PIC X USING WS-BIT-TOGGLE(6)
        UNDERLINE.
     05 LINE 13 COLUMN 1  PIC 99 FROM WS-BIT-POS(7).
     05 LINE 13 COLUMN 4  PIC X(12) FROM WS-BIT-NAME(7).
     05 LINE 13 COLUMN 19 PIC X FROM WS-BIT-CUR(7).
     05 LINE 13 COLUMN 23 PIC X FROM WS-BIT-NEW(7)
        HIGHLIGHT.
     05 LINE 13 COLUMN 27 PIC X USING WS-BIT-TOGGLE(7)
        UNDERLINE.
     05 LINE 14 COLUMN 1  PIC 99 FROM WS-BIT-POS(8).
     05 LINE 14 COLUMN 4  PIC X(12) FROM WS-BIT-NAME(8).
     05 LINE 14 COLUMN 19 PIC X FROM WS-BIT-CUR(8).
     05 LINE 14 COLUMN 23 PIC X FROM WS-BIT-NEW(8)
        HIGHLIGHT.
     05 LINE 14 COLUMN 27 PIC X USING WS-BIT-TOGGLE(8)
        UNDERLINE.
     05 LINE 7  COLUMN 41 PIC 99 FROM WS-BIT-POS(9).
     05 LINE 7  COLUMN 44 PIC X(12) FROM WS-BIT-NAME(9).
     05 LINE 7  COLUMN 59 PIC X FROM WS-BIT-CUR(9).
     05 LINE 7  COLUMN 63 PIC X FROM WS-BIT-NEW(9)
        HIGHLIGHT.
     05 LINE 7  COLUMN 67 PIC X USING WS-BIT-TOGGLE(9)
        UNDERLINE.
     05 LINE 8  COLUMN 41 PIC 99 FROM WS-BIT-POS(10).
     05 LINE 8  COLUMN 44 PIC X(12) FROM WS-BIT-NAME(10).
     05 LINE 8  COLUMN 59 PIC X FROM WS-BIT-CUR(10).
     05 LINE 8  COLUMN 63 PIC X FROM WS-BIT-NEW(10)
        HIGHLIGHT.
     05 LINE 8  COLUMN 67 PIC X USING WS-BIT-TOGGLE(10)
        UNDERLINE.
     05 LINE 9  COLUMN 41 PIC 99 FROM WS-BIT-POS(11).
     05 LINE 9  COLUMN 44 PIC X(12) FROM WS-BIT-NAME(11).
     05 LINE 9  COLUMN 59 PIC X FROM WS-BIT-CUR(11).
     05 LINE 9  COLUMN 63 PIC X FROM WS-BIT-NEW(11)
        HIGHLIGHT.
     05 LINE 9  COLUMN 67 PIC X USING WS-BIT-TOGGLE(11)
        UNDERLINE.
     05 LINE 10 COLUMN 41 PIC 99 FROM WS-BIT-POS(12).
     05 LINE 10 COLUMN 44 PIC X(12) FROM WS-BIT-NAME(12).
     05 LINE 10 COLUMN 59 PIC X FROM WS-BIT-CUR(12).
     05 LINE 10 COLUMN 63 PIC X FROM WS-BIT-NEW(12)
        HIGHLIGHT.
     05 LINE 10 COLUMN 67 PIC X USING WS-BIT-TOGGLE(12)
        UNDERLINE.
     05 LINE 11 COLUMN 41 PIC 99 FROM WS-BIT-POS(13).
     05 LINE 11 COLUMN 44 PIC X(12) FROM WS-BIT-NAME(13).
     05 LINE 11 COLUMN 59 PIC X FROM WS-BIT-CUR(13).
     05 LINE 11 COLUMN 63 PIC X FROM WS-BIT-NEW(13)
        HIGHLIGHT.
     05 LINE 11 COLUMN 67 PIC X USING WS-BIT-TOGGLE(13)
        UNDERLINE.
     05 LINE 12 COLUMN 41 PIC 99 FROM WS-BIT-POS(14).
     05 LINE 12 COLUMN 44 PIC X(12) FROM WS-BIT-NAME(14).
     05 LINE 12 COLUMN 59 PIC X FROM WS-BIT-CUR(14).
     05 LINE 12 COLUMN 63 PIC X FROM WS-BIT-NEW(14)
        HIGHLIGHT.
     05 LINE 12 COLUMN 67 PIC X USING WS-BIT-TOGGLE(14)
        UNDERLINE.
     05 LINE 13 COLUMN 41 PIC 99 FROM WS-BIT-POS(15).
     05 LINE 13 COLUMN 44 PIC X(12) FROM WS-BIT-NAME(15).
     05 LINE 13 COLUMN 59 PIC X FROM WS-BIT-CUR(15).
     05 LINE 13 COLUMN 63 PIC X FROM WS-BIT-NEW(15)
        HIGHLIGHT.
     05 LINE 13 COLUMN 67 PIC X USING WS-BIT-TOGGLE(15)
        UNDERLINE.
     05 LINE 14 COLUMN 41 PIC 99 FROM WS-BIT-POS(16).
     05 LINE 14 COLUMN 44 PIC X(12) FROM WS-BIT-NAME(16).
     05 LINE 14 COLUMN 59 PIC X FROM WS-BIT-CUR(16).
     05 LINE 14 COLUMN 63 PIC X FROM WS-BIT-NEW(16)
        HIGHLIGHT.
     05 LINE 14 COLUMN 67 PIC X USING WS-BIT-TOGGLE(16)
        UNDERLINE.
     05 LINE 16 COLUMN 1  VALUE 'OPCAT EVENT:'.
     05 LINE 16 COLUMN 14 PIC X(16) USING WS-SCR-EVENT UNDERLINE.
     05 LINE 16 COLUMN 32 VALUE '(APPLIED FIRST, THEN THE TOGGLES)'.
     05 LINE 17 COLUMN 1
        VALUE 'LATEST FLGLOG ENTRIES, NEWEST FIRST:'.
     05 LINE 18 COLUMN 3  PIC X(70) FROM WS-HIST-LINE(1).
     05 LINE 19 COLUMN 3  PIC X(70) FROM WS-HIST-LINE(2).
     05 LINE 20 COLUMN 3  PIC X(70) FROM WS-HIST-LINE(3).
     05 LINE 21 COLUMN 3  PIC X(70) FROM WS-HIST-LINE(4).
     05 LINE 22 COLUMN 3  PIC X(70) FROM WS-HIST-LINE(5).
     05 LINE 23 COLUMN 1  VALUE 'ACTION:'.
     05 LINE 23 COLUMN 9  PIC X USING WS-SCR-ACTION UNDERLINE.
     05 LINE 23 COLUMN 12
        VALUE 'P=PROPOSE C=CONFIRM L=LIST EVENTS N=NEXT X=END'.
     05 LINE 24 COLUMN 1  PIC X(79) FROM WS-SCR-MSG HIGHLIGHT.

*    The operation catalog, for picking an event by name.
 01  CATALOG-SCREEN.
     05 BLANK SCREEN.
     05 LINE 1  COLUMN 1  VALUE 'FLGSCRN'.
     05 LINE 1  COLUMN 22 VALUE 'OPERATION CATALOG (OPCAT)'.
     05 LINE 3  COLUMN 1  VALUE 'EVENT            OP MASK'.
     05 LINE 3  COLUMN 41 VALUE 'EVENT            OP MASK'.
     05 LINE 4  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(1).
     05 LINE 5  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(2).
     05 LINE 6  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(3).
     05 LINE 7  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(4).
     05 LINE 8  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(5).
     05 LINE 9  COLUMN 1  PIC X(24) FROM WS-CAT-LINE(6).
     05 LINE 10 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(7).
     05 LINE 11 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(8).
     05 LINE 12 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(9).
     05 LINE 13 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(10).
     05 LINE 14 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(11).
     05 LINE 15 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(12).
     05 LINE 16 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(13).
     05 LINE 17 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(14).
     05 LINE 18 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(15).
     05 LINE 19 COLUMN 1  PIC X(24) FROM WS-CAT-LINE(16).
     05 LINE 4  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(17).
     05 LINE 5  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(18).
     05 LINE 6  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(19).
     05 LINE 7  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(20).
     05 LINE 8  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(21).
     05 LINE 9  COLUMN 41 PIC X(24) FROM WS-CAT-LINE(22).
     05 LINE 10 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(23).
     05 LINE 11 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(24).
     05 LINE 12 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(25).
     05 LINE 13 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(26).
     05 LINE 14 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(27).
     05 LINE 15 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(28).
     05 LINE 16 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(29).
     05 LINE 17 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(30).
     05 LINE 18 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(31).
     05 LINE 19 COLUMN 41 PIC X(24) FROM WS-CAT-LINE(32).
     05 LINE 23 COLUMN 1  VALUE 'PRESS ENTER TO RETURN'.
     05 LINE 23 COLUMN 23 PIC X USING WS-SCR-ACTION.
     05 LINE 24 COLUMN 1  PIC X(79) FROM WS-CAT-MSG HIGHLIGHT.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     PERFORM A01-LOAD-DICTIONARY
     PERFORM A03-LOAD-CATALOG

     OPEN I-O STATUS-MASTER
     IF NOT WS-MST-STATUS-OK
        DISPLAY 'FLGSCRN CANNOT OPEN STATUS MASTER - STATUS '
                WS-MST-STATUS
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     PERFORM UNTIL WS-SESSION-IS-ENDED
        PERFORM B00-TAKE-ACCOUNT
     END-PERFORM

     CLOSE STATUS-MASTER.

     MOVE ZERO                         TO RETURN-CODE

     GOBACK.

 A01-LOAD-DICTIONARY SECTION.
*    Seed every position with its fallback "BIT nn" name, then let
*    the dictionary overwrite the positions it actually names -
*    same load as FLGRPT.
     MOVE ZERO                         TO WS-BIT-NUM
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        MOVE WS-BIT-NUM                TO WS-BIT-POS(WS-BIT-IX)
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
        PERFORM A01-READ-DICT
     END-IF

     PERFORM UNTIL DICT-IS-EOF
        PERFORM A02-PARSE-DICT-REC
        IF WS-DICT-REC-IS-OK
           SET WS-BIT-IX               TO 1
           SET WS-BIT-IX UP BY WS-BIT-NUM
           MOVE WS-DICT-NAME           TO WS-BIT-NAME(WS-BIT-IX)
           MOVE 'Y'                    TO WS-BIT-NAMED(WS-BIT-IX)
        END-IF
        PERFORM A01-READ-DICT
     END-PERFORM

     IF WS-DICT-IS-OPENED
        CLOSE BIT-DICT
     END-IF

     CONTINUE.

 A01-READ-DICT SECTION.

     READ BIT-DICT
        AT END SET DICT-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-PARSE-DICT-REC SECTION.
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
        GO TO A02-PARSE-EXIT
     END-IF

     IF BD-RECORD(1:1) NUMERIC
     AND BD-RECORD(2:1) = SPACE
     AND BD-RECORD(3:12) NOT = SPACE
        MOVE BD-RECORD(1:1)            TO WS-BIT-NUM
        MOVE BD-RECORD(3:12)           TO WS-DICT-NAME
        MOVE 'Y'                       TO WS-DICT-REC-OK
     END-IF.

 A02-PARSE-EXIT.

     CONTINUE.

 A03-LOAD-CATALOG SECTION.
*    Same load as FLGUPDT. Without a usable catalog the screen
*    still works - bits can be toggled - but no event can be
*    picked, and the account prompt says why.
     OPEN INPUT OP-CATALOG
     IF NOT WS-CAT-STATUS-OK
        MOVE SPACE                     TO WS-CAT-MSG
        STRING 'NO OPERATION CATALOG (STATUS ' WS-CAT-STATUS
               ') - EVENTS UNAVAILABLE, TOGGLES ONLY'
               DELIMITED BY SIZE
               INTO WS-CAT-MSG
        END-STRING
        GO TO A03-LOAD-EXIT
     END-IF

     PERFORM A03-READ-OPCAT
     PERFORM UNTIL OPCAT-IS-EOF
        IF OC-NAME NOT = SPACE
           ADD 1                       TO WS-CAT-COUNT
           IF WS-CAT-COUNT <= WS-CAT-MAX
              SET WS-CAT-IX            TO WS-CAT-COUNT
              MOVE OC-NAME             TO WS-CAT-NAME(WS-CAT-IX)
              MOVE OC-INSTRUCT     TO WS-CAT-INSTRUCT(WS-CAT-IX)
              MOVE OC-MASK             TO WS-CAT-MASK(WS-CAT-IX)
              IF WS-CAT-MASK(WS-CAT-IX)(3:2) = SPACE
                 MOVE '00'         TO WS-CAT-MASK(WS-CAT-IX)(3:2)
              END-IF
              MOVE SPACE               TO WS-CAT-LINE(WS-CAT-IX)
              STRING WS-CAT-NAME(WS-CAT-IX) ' '
                     WS-CAT-INSTRUCT(WS-CAT-IX) ' '
                     WS-CAT-MASK(WS-CAT-IX)
                     DELIMITED BY SIZE
                     INTO WS-CAT-LINE(WS-CAT-IX)
              END-STRING
           END-IF
        END-IF
        PERFORM A03-READ-OPCAT
     END-PERFORM
     CLOSE OP-CATALOG

     IF WS-CAT-COUNT > WS-CAT-MAX
        MOVE 'OPERATION CATALOG EXCEEDS TABLE - EVENTS UNAVAILABLE'
                                       TO WS-CAT-MSG
        GO TO A03-LOAD-EXIT
     END-IF

     MOVE 'Y'                          TO WS-CAT-USABLE.

 A03-LOAD-EXIT.

     CONTINUE.

 A03-READ-OPCAT SECTION.

     READ OP-CATALOG
        AT END SET OPCAT-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 B00-TAKE-ACCOUNT SECTION.
*    Prompt for an account, read it by key, and keep it on the
*    screen until the operator confirms a change or moves on.
     MOVE SPACE                        TO WS-SCR-ACCOUNT
     PERFORM D01-ASK-ACCOUNT
     MOVE SPACE                        TO WS-SCR-MSG

     IF WS-SCR-ACCOUNT = SPACE
        MOVE 'Y'                       TO WS-SESSION-END
        GO TO B00-TAKE-EXIT
     END-IF

*    No operator, no session: nothing is shown or changed until
*    the operator the changes will be logged under is keyed.
     IF WS-SCR-OPERATOR = SPACE
        MOVE 'OPERATOR ID REQUIRED - KEY IT WITH THE ACCOUNT'
                                       TO WS-SCR-MSG
        GO TO B00-TAKE-EXIT
     END-IF
     MOVE WS-SCR-OPERATOR              TO WS-OPERATOR

     MOVE WS-SCR-ACCOUNT               TO SM-ACCOUNT-ID
     READ STATUS-MASTER

     IF WS-MST-STATUS-NOTFND
        STRING 'ACCOUNT ' WS-SCR-ACCOUNT ' NOT ON MASTER'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO B00-TAKE-EXIT
     END-IF

     IF NOT WS-MST-STATUS-OK
        STRING 'READ FAILED FOR ' WS-SCR-ACCOUNT
               ' - STATUS ' WS-MST-STATUS
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO B00-TAKE-EXIT
     END-IF

     PERFORM C00-LOAD-ACCOUNT
     IF WS-IS-UNREADABLE
        STRING 'ACCOUNT ' WS-SCR-ACCOUNT ' FLAG FIELD '
               SM-FLAG-BYTE ' IS NOT HEX - CANNOT BE SHOWN'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO B00-TAKE-EXIT
     END-IF

     MOVE 'N'                          TO WS-ACCOUNT-DONE
     PERFORM UNTIL WS-ACCOUNT-IS-DONE
        PERFORM B01-MAINTAIN
     END-PERFORM.

 B00-TAKE-EXIT.

     CONTINUE.

 B01-MAINTAIN SECTION.
*    One round trip of the account screen.
     PERFORM D02-ASK-MAINT
     MOVE SPACE                        TO WS-SCR-MSG

     EVALUATE WS-SCR-ACTION
        WHEN 'X'
           MOVE 'Y'                    TO WS-SESSION-END
           MOVE 'Y'                    TO WS-ACCOUNT-DONE
        WHEN 'N'
           MOVE 'Y'                    TO WS-ACCOUNT-DONE
           STRING 'ACCOUNT ' WS-SCR-ACCOUNT ' LEFT AS IT WAS'
                  DELIMITED BY SIZE
                  INTO WS-SCR-MSG
           END-STRING
        WHEN 'L'
           PERFORM D03-SHOW-CATALOG
        WHEN 'C'
           PERFORM C03-CONFIRM
        WHEN 'P'
        WHEN SPACE
           PERFORM C02-BUILD-PROPOSED
        WHEN OTHER
           STRING 'ACTION ' WS-SCR-ACTION ' NOT RECOGNIZED'
                  DELIMITED BY SIZE
                  INTO WS-SCR-MSG
           END-STRING
     END-EVALUATE

     MOVE SPACE                        TO WS-SCR-ACTION

     CONTINUE.

 C00-LOAD-ACCOUNT SECTION.
*    The record in hand becomes the current value; the proposal
*    starts out equal to it, with no event and no toggles.
     MOVE SM-FLAG-BYTE                 TO WS-CURRENT-FLAG
     IF WS-CURRENT-FLAG(3:2) = SPACE
        MOVE '00'                      TO WS-CURRENT-FLAG(3:2)
     END-IF

     MOVE 'N'                          TO WS-UNREADABLE
     MOVE WS-CURRENT-FLAG              TO WS-FLAG-WORK
     PERFORM C09-DECODE-BITS
     IF WS-IS-UNREADABLE
        GO TO C00-LOAD-EXIT
     END-IF
     MOVE WS-FLAG-BITS                 TO WS-CUR-BITS

     MOVE WS-CURRENT-FLAG              TO WS-PROPOSED-FLAG
     MOVE WS-CURRENT-FLAG              TO WS-SHOWN-FLAG
     MOVE WS-CUR-BITS                  TO WS-NEW-BITS
     MOVE SPACE                        TO WS-SCR-EVENT
     MOVE SPACE                        TO WS-SCR-ACTION
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        MOVE WS-CUR-BITS(WS-BIT-IX:1)  TO WS-BIT-CUR(WS-BIT-IX)
        MOVE WS-NEW-BITS(WS-BIT-IX:1)  TO WS-BIT-NEW(WS-BIT-IX)
        MOVE SPACE                     TO WS-BIT-TOGGLE(WS-BIT-IX)
     END-PERFORM

     PERFORM H00-LOAD-HISTORY.

 C00-LOAD-EXIT.

     CONTINUE.

 C02-BUILD-PROPOSED SECTION.
*    Current value, then the event if one is keyed, then every
*    toggled named bit flipped - the result is what a confirm
*    would write. A toggle on an unnamed position is refused.
     MOVE 'N'                          TO WS-PROPOSED-OK
     MOVE 'N'                          TO WS-UNREADABLE
     MOVE 'N'                          TO WS-USED-EVENT
     MOVE 'N'                          TO WS-USED-TOGGLE
     MOVE WS-CURRENT-FLAG              TO WS-FLAG-WORK

     IF WS-SCR-EVENT NOT = SPACE
        IF NOT WS-CAT-IS-USABLE
           MOVE WS-CAT-MSG             TO WS-SCR-MSG
           GO TO C02-BUILD-EXIT
        END-IF
        PERFORM VARYING WS-CAT-IX FROM 1 BY 1
        UNTIL WS-CAT-IX > WS-CAT-COUNT
        OR WS-CAT-NAME(WS-CAT-IX) = WS-SCR-EVENT
           CONTINUE
        END-PERFORM
        IF WS-CAT-IX > WS-CAT-COUNT
           STRING 'EVENT ' WS-SCR-EVENT
                  ' NOT IN CATALOG - L LISTS THE EVENTS'
                  DELIMITED BY SIZE
                  INTO WS-SCR-MSG
           END-STRING
           GO TO C02-BUILD-EXIT
        END-IF
        MOVE WS-CAT-INSTRUCT(WS-CAT-IX) TO WS-EVENT-INSTRUCT
        MOVE WS-CAT-MASK(WS-CAT-IX)     TO WS-EVENT-MASK
        MOVE WS-EVENT-INSTRUCT          TO WS-APPLY-INSTRUCT
        MOVE WS-EVENT-MASK              TO WS-APPLY-MASK
        PERFORM C08-APPLY
        IF WS-IS-UNREADABLE
           STRING 'BITOPS RC ' O-N-RETURNCODE ' APPLYING EVENT '
                  WS-SCR-EVENT
                  DELIMITED BY SIZE
                  INTO WS-SCR-MSG
           END-STRING
           GO TO C02-BUILD-EXIT
        END-IF
        MOVE 'Y'                        TO WS-USED-EVENT
     END-IF

     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        IF WS-BIT-TOGGLE(WS-BIT-IX) NOT = SPACE
           IF WS-BIT-IS-NAMED(WS-BIT-IX)
              MOVE 'XI'                TO WS-APPLY-INSTRUCT
              MOVE WS-POS-MASK(WS-BIT-IX) TO WS-APPLY-MASK
              PERFORM C08-APPLY
              MOVE 'Y'                 TO WS-USED-TOGGLE
           ELSE
              MOVE SPACE               TO WS-BIT-TOGGLE(WS-BIT-IX)
              MOVE SPACE               TO WS-SCR-MSG
              STRING WS-BIT-NAME(WS-BIT-IX)
                     ' HAS NO BITDICT NAME - NOT TOGGLED'
                     DELIMITED BY SIZE
                     INTO WS-SCR-MSG
              END-STRING
           END-IF
        END-IF
     END-PERFORM

     IF WS-IS-UNREADABLE
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'BITOPS RC ' O-N-RETURNCODE ' APPLYING A TOGGLE'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO C02-BUILD-EXIT
     END-IF

     MOVE WS-FLAG-WORK                 TO WS-PROPOSED-FLAG
     PERFORM C09-DECODE-BITS
     MOVE WS-FLAG-BITS                 TO WS-NEW-BITS
     PERFORM VARYING WS-BIT-IX FROM 1 BY 1
     UNTIL WS-BIT-IX > 16
        MOVE WS-NEW-BITS(WS-BIT-IX:1)  TO WS-BIT-NEW(WS-BIT-IX)
     END-PERFORM
     MOVE 'Y'                          TO WS-PROPOSED-OK

     IF WS-SCR-MSG = SPACE
        IF WS-PROPOSED-FLAG = WS-CURRENT-FLAG
           MOVE 'NO CHANGE PROPOSED'   TO WS-SCR-MSG
        ELSE
           MOVE 'CHECK PROPOSED AGAINST CURRENT - C CONFIRMS'
                                       TO WS-SCR-MSG
        END-IF
     END-IF.

 C02-BUILD-EXIT.

     MOVE WS-PROPOSED-FLAG             TO WS-SHOWN-FLAG

     CONTINUE.

 C03-CONFIRM SECTION.
*    Only what the operator has seen is written: the proposal is
*    rebuilt from the screen, and if it differs from the value on
*    show it is shown again for a second look. The account is then
*    read again by key, and if the master no longer holds what was
*    shown (a batch run or another desk got there first) the new
*    value is shown instead of being overwritten.
     MOVE WS-SHOWN-FLAG                TO WS-SEEN-FLAG
     PERFORM C02-BUILD-PROPOSED
     IF NOT WS-PROPOSED-IS-OK
        GO TO C03-CONFIRM-EXIT
     END-IF

     IF WS-PROPOSED-FLAG NOT = WS-SEEN-FLAG
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'PROPOSED VALUE IS NOW ' WS-PROPOSED-FLAG
               ' - CHECK IT, THEN C CONFIRMS'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO C03-CONFIRM-EXIT
     END-IF

     IF WS-PROPOSED-FLAG = WS-CURRENT-FLAG
        MOVE 'NO CHANGE PROPOSED - NOTHING TO CONFIRM'
                                       TO WS-SCR-MSG
        GO TO C03-CONFIRM-EXIT
     END-IF

     MOVE SPACE                        TO WS-SCR-MSG
     MOVE WS-SCR-ACCOUNT               TO SM-ACCOUNT-ID
     READ STATUS-MASTER
     IF NOT WS-MST-STATUS-OK
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'READ FAILED FOR ' WS-SCR-ACCOUNT
               ' - STATUS ' WS-MST-STATUS ' - NOTHING WRITTEN'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO C03-CONFIRM-EXIT
     END-IF

     MOVE SM-FLAG-BYTE                 TO WS-FLAG-WORK
     IF WS-FLAG-WORK(3:2) = SPACE
        MOVE '00'                      TO WS-FLAG-WORK(3:2)
     END-IF
     IF WS-FLAG-WORK NOT = WS-CURRENT-FLAG
        PERFORM C00-LOAD-ACCOUNT
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'FLAG CHANGED TO ' WS-FLAG-WORK
               ' SINCE IT WAS READ - NOTHING WRITTEN, SHOWN AGAIN'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        IF WS-IS-UNREADABLE
           MOVE 'Y'                    TO WS-ACCOUNT-DONE
        END-IF
        GO TO C03-CONFIRM-EXIT
     END-IF

*    The journal carries the event's own pair when the event alone
*    made the change; otherwise the net change as an XI mask.
     IF WS-EVENT-IS-USED
     AND NOT WS-TOGGLE-IS-USED
        MOVE WS-EVENT-INSTRUCT         TO WS-JRN-INSTRUCT
        MOVE WS-EVENT-MASK             TO WS-JRN-MASK
     ELSE
        MOVE 'N'                       TO WS-UNREADABLE
        MOVE WS-CURRENT-FLAG           TO WS-FLAG-WORK
        MOVE 'XI'                      TO WS-APPLY-INSTRUCT
        MOVE WS-PROPOSED-FLAG          TO WS-APPLY-MASK
        PERFORM C08-APPLY
        MOVE 'XI'                      TO WS-JRN-INSTRUCT
        MOVE WS-FLAG-WORK              TO WS-JRN-MASK
     END-IF

*    The journal is taken, and the change logged to the queue for
*    sign-off, before the master is touched - a change that cannot
*    be journaled and logged is not made at all. The confirm's
*    timestamp keys both records.
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     MOVE W1-CURRENT-TS                TO WS-CONFIRM-TS

     PERFORM J01-OPEN-FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'FLGLOG COULD NOT BE OPENED - NOTHING WRITTEN'
               ' (STATUS ' WS-FLGLOG-STATUS ')'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO C03-CONFIRM-EXIT
     END-IF

     PERFORM K01-LOG-OVERRIDE
     IF NOT WS-LOG-IS-OK
        CLOSE FLAG-LOG
        GO TO C03-CONFIRM-EXIT
     END-IF

     MOVE WS-PROPOSED-FLAG             TO SM-FLAG-BYTE
     REWRITE STATUS-MST-REC
     IF NOT WS-MST-STATUS-OK
        CLOSE FLAG-LOG
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'REWRITE FAILED FOR ' WS-SCR-ACCOUNT
               ' - STATUS ' WS-MST-STATUS ' - QUEUE ' WS-NEXT-ID
               ' LOGGED, MASTER UNCHANGED'
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
        GO TO C03-CONFIRM-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-UPDATED
     PERFORM J02-WRITE-JOURNAL

     MOVE 'Y'                          TO WS-ACCOUNT-DONE
     IF WS-SCR-MSG = SPACE
        STRING 'ACCOUNT ' WS-SCR-ACCOUNT ' UPDATED FROM '
               WS-CURRENT-FLAG ' TO ' WS-PROPOSED-FLAG
               ' - JOURNALED, QUEUE ' WS-NEXT-ID
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
     END-IF.

 C03-CONFIRM-EXIT.

     CONTINUE.

 C08-APPLY SECTION.
*    One BITOPS instruction against the work field, in place. A
*    failure sets the switch; the caller clears it beforehand.
     MOVE SPACE                         TO I-C-MODE
     MOVE SPACE                         TO I-C-INPUT-DW
     MOVE SPACE                         TO I-C-MASK-DW

     MOVE SPACE                         TO I-C-INPUT
     MOVE SPACE                         TO I-C-MASK
     MOVE WS-FLAG-WORK                  TO I-C-INPUT(1:4)
     MOVE WS-APPLY-MASK                 TO I-C-MASK(1:4)
     MOVE WS-APPLY-INSTRUCT             TO I-C-INSTRUCT

     CALL 'BITOPS' USING BITOPS-PGM

     IF O-B-RC-IO
        MOVE O-C-RESULT(1:4)            TO WS-FLAG-WORK
     ELSE
        MOVE 'Y'                        TO WS-UNREADABLE
     END-IF

     CONTINUE.

 C09-DECODE-BITS SECTION.
*    The same BITOPS-as-decoder trick as FLGRPT: OI against an
*    all-zero mask hands the flag field straight back as bits.
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

 D01-ASK-ACCOUNT SECTION.

     DISPLAY ACCOUNT-SCREEN
     ACCEPT ACCOUNT-SCREEN

     CONTINUE.

 D02-ASK-MAINT SECTION.

     DISPLAY MAINT-SCREEN
     ACCEPT MAINT-SCREEN

     CONTINUE.

 D03-SHOW-CATALOG SECTION.

     DISPLAY CATALOG-SCREEN
     ACCEPT CATALOG-SCREEN

     CONTINUE.

 H00-LOAD-HISTORY SECTION.
*    The account's latest journal entries, newest first. Each one
*    read for the account pushes the older ones down a line, so
*    what is left after the whole journal is the last five.
     MOVE SPACE                        TO WS-HIST-TABLE
     MOVE ZERO                         TO WS-HIST-FOUND
     MOVE 'N'                          TO FLGLOG-EOF

     OPEN INPUT FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
        STRING 'NO FLGLOG (STATUS ' WS-FLGLOG-STATUS ')'
               DELIMITED BY SIZE
               INTO WS-HIST-LINE(1)
        END-STRING
        GO TO H00-LOAD-EXIT
     END-IF

     PERFORM H01-READ-FLGLOG
     PERFORM UNTIL FLGLOG-IS-EOF
        IF FL-ACCOUNT-ID = WS-SCR-ACCOUNT
           PERFORM H02-PUSH-ENTRY
        END-IF
        PERFORM H01-READ-FLGLOG
     END-PERFORM

     CLOSE FLAG-LOG

     IF WS-HIST-FOUND = ZERO
        MOVE 'NONE - NO CHANGE TO THIS ACCOUNT IS ON THE JOURNAL'
                                       TO WS-HIST-LINE(1)
     END-IF.

 H00-LOAD-EXIT.

     CONTINUE.

 H01-READ-FLGLOG SECTION.

     READ FLAG-LOG
        AT END SET FLGLOG-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 H02-PUSH-ENTRY SECTION.

     ADD 1                             TO WS-HIST-FOUND
     PERFORM VARYING WS-HIST-IX FROM WS-HIST-MAX BY -1
     UNTIL WS-HIST-IX < 2
        MOVE WS-HIST-LINE(WS-HIST-IX - 1)
                                       TO WS-HIST-LINE(WS-HIST-IX)
     END-PERFORM

     MOVE SPACE                        TO WS-HIST-LINE(1)
     STRING FL-RUN-TS (1:4) '-'
            FL-RUN-TS (5:2) '-'
            FL-RUN-TS (7:2) ' '
            FL-RUN-TS (9:2) ':'
            FL-RUN-TS (11:2) '  '
            FL-PROGRAM ' '
            FL-INSTRUCT ' '
            FL-MASK '  '
            FL-BEFORE-FLAG ' -> '
            FL-AFTER-FLAG
            DELIMITED BY SIZE
            INTO WS-HIST-LINE(1)
     END-STRING

     CONTINUE.

 J01-OPEN-FLAG-LOG SECTION.
*    Take the shared change journal for appending. Only a genuine
*    not-found status falls through to OPEN OUTPUT - same guard the
*    BITOPS audit log uses, so an existing history is never
*    truncated.
     OPEN EXTEND FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
     AND WS-FLGLOG-STATUS-NOTFOUND
        OPEN OUTPUT FLAG-LOG
     END-IF

     CONTINUE.

 J02-WRITE-JOURNAL SECTION.
*    One journal record per confirmed change: before-image, after-
*    image, the operation as described above, and the moment of
*    the confirm - each confirm stands alone, so FLGBACK can take
*    back one desk correction without touching any other. The
*    journal was opened by the confirm, before the master was
*    touched.
     MOVE SPACE                        TO FLGLOG-REC
     MOVE SM-ACCOUNT-ID                TO FL-ACCOUNT-ID
     MOVE WS-CURRENT-FLAG              TO FL-BEFORE-FLAG
     MOVE SM-FLAG-BYTE                 TO FL-AFTER-FLAG
     MOVE WS-JRN-INSTRUCT              TO FL-INSTRUCT
     MOVE WS-JRN-MASK                  TO FL-MASK
     MOVE 'FLGSCRN'                    TO FL-PROGRAM
     MOVE WS-CONFIRM-TS                TO FL-RUN-TS

     WRITE FLGLOG-REC
     IF NOT WS-FLGLOG-STATUS-OK
        MOVE SPACE                     TO WS-SCR-MSG
        STRING 'ACCOUNT ' WS-SCR-ACCOUNT ' UPDATED BUT FLGLOG '
               'WRITE FAILED - STATUS ' WS-FLGLOG-STATUS
               DELIMITED BY SIZE
               INTO WS-SCR-MSG
        END-STRING
     END-IF

     CLOSE FLAG-LOG.

     CONTINUE.

 K01-LOG-OVERRIDE SECTION.
*    Append the confirm to the maker-checker queue as an override,
*    already applied - same record and numbering as FLGMNT's: the
*    operator as requester, the account, the instruction/mask the
*    journal will carry and the confirm timestamp. Numbering runs
*    on from the highest number ever issued, as in FLGQREQ.
     MOVE 'Y'                           TO WS-LOG-OK
     MOVE ZERO                          TO WS-NEXT-ID
     MOVE 'N'                           TO PEND-EOF
     MOVE 'N'                           TO HIST-EOF

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
     MOVE WS-SCR-ACCOUNT                TO PC-ACCOUNT-ID
     IF WS-EVENT-IS-USED
     AND NOT WS-TOGGLE-IS-USED
        MOVE WS-SCR-EVENT               TO PC-EVENT-NAME
     END-IF
     MOVE WS-JRN-INSTRUCT               TO PC-INSTRUCT
     MOVE WS-JRN-MASK                   TO PC-MASK
     MOVE WS-OPERATOR                   TO PC-REQUESTER
     MOVE WS-CONFIRM-TS                 TO PC-REQUEST-TS
     STRING 'FLGSCRN OVERRIDE - CONFIRM ' WS-CONFIRM-TS
            DELIMITED BY SIZE
            INTO PC-REASON
     END-STRING

     WRITE PENDCHG-REC
     IF NOT WS-PEND-STATUS-OK
        CLOSE PEND-CHG
        GO TO K01-LOG-FAILED
     END-IF
     CLOSE PEND-CHG
     GO TO K01-LOG-EXIT.

 K01-LOG-FAILED.

     MOVE 'N'                           TO WS-LOG-OK
     MOVE SPACE                         TO WS-SCR-MSG
     STRING 'CHANGE COULD NOT BE LOGGED TO PENDCHG - STATUS '
            WS-PEND-STATUS ' - NOTHING WRITTEN'
            DELIMITED BY SIZE
            INTO WS-SCR-MSG
     END-STRING.

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
