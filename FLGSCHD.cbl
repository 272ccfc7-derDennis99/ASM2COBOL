*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGSCHD.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SCHED-IN   ASSIGN TO SCHED
         FILE STATUS IS WS-SCHED-STATUS.
     SELECT SCHED-NEW  ASSIGN TO SCHDNEW
         FILE STATUS IS WS-NEW-STATUS.
     SELECT OP-CATALOG ASSIGN TO OPCAT
         FILE STATUS IS WS-CAT-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT TRAN-OUT   ASSIGN TO SCHDOUT
         FILE STATUS IS WS-TRAN-STATUS.
     SELECT EXCP-LIST  ASSIGN TO SCHDEXC
         FILE STATUS IS WS-EXCP-STATUS.
     SELECT SORT-WORK  ASSIGN TO SORTWK.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    SCHED-IN - THE SCHEDULE OF FUTURE-DATED FLAG ACTIONS (SEE
*    SCHEDIF), AS IT STOOD AFTER LAST NIGHT'S RUN PLUS ANY ENTRIES
*    KEYED SINCE.
*-----------------------------------------------------------------
 FD  SCHED-IN RECORDING MODE F.
 COPY SCHEDIF.

*-----------------------------------------------------------------
*    SCHED-NEW - THE SAME SCHEDULE, EVERY RECORD CARRIED ACROSS IN
*    ORDER, WITH TONIGHT'S RELEASES AND EXCEPTIONS STAMPED ON THEM.
*    THE STEP AFTER THIS ONE MAKES IT THE NEW SCHED.
*-----------------------------------------------------------------
 FD  SCHED-NEW RECORDING MODE F.
 01  SCHED-NEW-REC                 PIC X(120).

*-----------------------------------------------------------------
*    OP-CATALOG - THE OPERATION CATALOG (SEE FLGUPDT). AN EVENT
*    NAME IS RESOLVED ON THE NIGHT ITS ENTRY FALLS DUE, SO A
*    SCHEDULED EVENT DOES WHAT THE EVENT MEANS ON THAT DAY.
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
*    KEY ONLY: A DUE ENTRY WHOSE ACCOUNT HAS GONE FROM THE MASTER
*    IS NOT RELEASED.
*-----------------------------------------------------------------
 FD  STATUS-MASTER.
 01  STATUS-MST-REC.
     05 SM-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 SM-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    TRAN-OUT - TONIGHT'S DUE ENTRIES IN TRANIN FORMAT (SEE
*    FLGTRAN), IN SCHEDULE ORDER.
*-----------------------------------------------------------------
 FD  TRAN-OUT RECORDING MODE F.
 01  TRAN-OUT-REC.
     05 TO-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 TO-INSTRUCT                PIC X(2).
     05 FILLER                     PIC X.
     05 TO-MASK                    PIC X(4).
     05 FILLER                     PIC X(62).

*-----------------------------------------------------------------
*    EXCP-LIST - THE ENTRIES TONIGHT COULD NOT RELEASE AND CLOSED
*    OFF AS EXCEPTIONS, ONE LINE EACH WITH THE REASON, FOR WHOEVER
*    SCHEDULED THEM TO FOLLOW UP.
*-----------------------------------------------------------------
 FD  EXCP-LIST RECORDING MODE F.
 01  EXCP-REC.
     05 EXCP-LINE                  PIC X(80).

*-----------------------------------------------------------------
*    SORT-WORK - ENTRIES FALLING DUE IN THE NEXT 30 DAYS, PUT INTO
*    EFFECTIVE-DATE ORDER FOR THE LOOK-AHEAD REPORT. THE SCHEDULE
*    POSITION KEEPS ENTRIES FOR THE SAME DAY IN FILE ORDER.
*-----------------------------------------------------------------
 SD  SORT-WORK.
 01  SORT-REC.
     05 LW-EFFECTIVE-DATE          PIC X(8).
     05 LW-SEQ                     PIC 9(9).
     05 LW-ACCOUNT-ID              PIC X(10).
     05 LW-OP-TEXT                 PIC X(16).
     05 LW-EXPIRY-DATE             PIC X(8).
     05 LW-SCHEDULED-BY            PIC X(8).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 SCHED-EOF                  PIC X       VALUE 'N'.
     88 SCHED-IS-EOF                           VALUE 'Y'.
     05 OPCAT-EOF                  PIC X       VALUE 'N'.
     88 OPCAT-IS-EOF                           VALUE 'Y'.
     05 SORT-EOF                   PIC X       VALUE 'N'.
     88 SORT-IS-EOF                            VALUE 'Y'.

     05 WS-SCHED-STATUS            PIC XX.
     88 WS-SCHED-STATUS-OK                     VALUES '00', '07'.
     88 WS-SCHED-STATUS-NOTFOUND               VALUES '35', '30'.
     05 WS-SCHED-OPEN              PIC X       VALUE 'N'.
     88 WS-SCHED-IS-OPEN                       VALUE 'Y'.
     05 WS-NEW-STATUS              PIC XX.
     88 WS-NEW-STATUS-OK                       VALUES '00', '07'.
     05 WS-CAT-STATUS              PIC XX.
     88 WS-CAT-STATUS-OK                       VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     88 WS-MST-STATUS-NOTFND                   VALUE  '23'.
     05 WS-TRAN-STATUS             PIC XX.
     88 WS-TRAN-STATUS-OK                      VALUES '00', '07'.
     05 WS-EXCP-STATUS             PIC XX.
     88 WS-EXCP-STATUS-OK                      VALUES '00', '07'.

     05 W1-CURRENT-TS              PIC X(16).
     05 WS-RUN-START-TS            PIC X(16)   VALUE SPACE.

*    ***********************************************
*    * REQUEST PARM - THE BUSINESS DATE TO RELEASE  *
*    * FOR, YYYYMMDD. BLANK MEANS TODAY; A DATE IS  *
*    * FOR RE-RUNNING A NIGHT THAT WAS MISSED.      *
*    * EVERYTHING EFFECTIVE ON OR BEFORE IT IS DUE. *
*    ***********************************************
     05 WS-PARM                    PIC X(16).
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-BUS-DATE                PIC 9(8)    VALUE ZERO.
     05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                   PIC X(8).
     05 WS-DATE-7                  PIC 9(8)    VALUE ZERO.
     05 WS-DATE-7-X REDEFINES WS-DATE-7
                                   PIC X(8).
     05 WS-DATE-30                 PIC 9(8)    VALUE ZERO.
     05 WS-DATE-30-X REDEFINES WS-DATE-30
                                   PIC X(8).
     05 WS-DATE-CHECK              PIC X(8)    VALUE SPACE.
     05 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                   PIC 9(8).
     05 WS-DATE-VALID              PIC X       VALUE 'N'.
     88 WS-DATE-IS-VALID                       VALUE 'Y'.

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
*    * ENTRY IN HAND                                *
*    ***********************************************
     05 WS-SCHED-SEQ               PIC 9(9)    VALUE ZERO.
     05 WS-REQ-INSTRUCT            PIC X(2)    VALUE SPACE.
     05 WS-REQ-MASK                PIC X(4)    VALUE SPACE.
     05 WS-MASK-LEN                PIC 9       VALUE ZERO.
     05 WS-OP-TEXT                 PIC X(16)   VALUE SPACE.
     05 WS-EXCP-REASON             PIC X(24)   VALUE SPACE.
     05 WS-HEX-I                   PIC 9.
     05 WS-HEX-CHAR                PIC X.
     88 WS-HEX-CHAR-VALID                      VALUES '0' THRU '9',
                                                      'A' THRU 'F'.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-ENTRIES           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-RELEASED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-EXCEPTIONS        PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-WAITING           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CLOSED            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-DUE-7             PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-DUE-30            PIC 9(6)    VALUE ZERO.
*-----------------------------------------------------------------

 LINKAGE SECTION.

*------------------
 PROCEDURE DIVISION.
*------------------

 A00-MAIN SECTION.

     OPEN OUTPUT PRINT-LINE

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGSCHD START AT '
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
        STRING 'FLGSCHD PARM INVALID - EXPECTED A BUSINESS'
               ' DATE YYYYMMDD OR NOTHING'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     COMPUTE WS-DATE-7 = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) + 7)
     COMPUTE WS-DATE-30 = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) + 30)

     MOVE SPACE                        TO PRINT-REC
     STRING 'RELEASING ENTRIES DUE ON OR BEFORE '
            WS-BUS-DATE (1:4) '-'
            WS-BUS-DATE (5:2) '-'
            WS-BUS-DATE (7:2)
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     PERFORM A02-LOAD-CATALOG

     OPEN INPUT STATUS-MASTER
     IF NOT WS-MST-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGSCHD CANNOT OPEN STATUS MASTER - STATUS '
               WS-MST-STATUS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

*    No schedule yet is an empty schedule: the outputs are still
*    made, so the steps behind this one always find their files.
     OPEN INPUT SCHED-IN
     IF WS-SCHED-STATUS-OK
        MOVE 'Y'                       TO WS-SCHED-OPEN
     ELSE
        IF WS-SCHED-STATUS-NOTFOUND
           SET SCHED-IS-EOF            TO TRUE
        ELSE
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGSCHD CANNOT OPEN SCHED - STATUS '
                  WS-SCHED-STATUS
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE STATUS-MASTER
           CLOSE PRINT-LINE
           MOVE 16                     TO RETURN-CODE
           GOBACK
        END-IF
     END-IF

*    All three outputs must open before an entry is touched - an
*    entry stamped released on SCHDNEW with no SCHDOUT behind it
*    would never be applied.
     OPEN OUTPUT SCHED-NEW
     OPEN OUTPUT TRAN-OUT
     OPEN OUTPUT EXCP-LIST
     IF NOT WS-NEW-STATUS-OK
     OR NOT WS-TRAN-STATUS-OK
     OR NOT WS-EXCP-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGSCHD CANNOT OPEN OUTPUT - SCHDNEW '
               WS-NEW-STATUS
               ' SCHDOUT ' WS-TRAN-STATUS
               ' SCHDEXC ' WS-EXCP-STATUS
               ' - NOTHING RELEASED'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        IF WS-NEW-STATUS-OK
           CLOSE SCHED-NEW
        END-IF
        IF WS-TRAN-STATUS-OK
           CLOSE TRAN-OUT
        END-IF
        IF WS-EXCP-STATUS-OK
           CLOSE EXCP-LIST
        END-IF
        IF WS-SCHED-IS-OPEN
           CLOSE SCHED-IN
        END-IF
        CLOSE STATUS-MASTER
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO EXCP-REC
     STRING 'FLGSCHD EXCEPTIONS FOR BUSINESS DATE '
            WS-BUS-DATE (1:4) '-'
            WS-BUS-DATE (5:2) '-'
            WS-BUS-DATE (7:2)
            DELIMITED BY SIZE
            INTO EXCP-REC
     END-STRING
     WRITE EXCP-REC
     MOVE SPACE                        TO EXCP-REC
     STRING 'ACCOUNT    OPERATION        EFFECTIV EXPIRES  '
            'BY       REASON'
            DELIMITED BY SIZE
            INTO EXCP-REC
     END-STRING
     WRITE EXCP-REC

     SORT SORT-WORK
          ON ASCENDING KEY LW-EFFECTIVE-DATE
                           LW-SEQ
          INPUT PROCEDURE  IS B00-RELEASE-DUE
          OUTPUT PROCEDURE IS C00-PRINT-LOOKAHEAD

     IF WS-SCHED-IS-OPEN
        CLOSE SCHED-IN
     END-IF
     CLOSE SCHED-NEW
     CLOSE TRAN-OUT
     CLOSE EXCP-LIST
     CLOSE STATUS-MASTER.

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ENTRIES: ' WS-TOTAL-ENTRIES
            '  RELEASED: ' WS-TOTAL-RELEASED
            '  EXCEPTIONS: ' WS-TOTAL-EXCEPTIONS
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'STILL SCHEDULED: ' WS-TOTAL-WAITING
            '  CLOSED EARLIER: ' WS-TOTAL-CLOSED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'DUE WITHIN 7 DAYS: ' WS-TOTAL-DUE-7
            '  WITHIN 30 DAYS: ' WS-TOTAL-DUE-30
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGSCHD END   AT '
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
*    Blank is today; anything else must be a real calendar date -
*    a mistyped date could release a month of actions early.
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
     PERFORM A03-CHECK-DATE
     IF WS-DATE-IS-VALID
        MOVE WS-DATE-CHECK-N           TO WS-BUS-DATE
     ELSE
        MOVE 'N'                       TO WS-PARM-OK
     END-IF.

 A00A-PARSE-EXIT.

     CONTINUE.

 A01-READ-SCHED SECTION.

     READ SCHED-IN
        AT END SET SCHED-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-LOAD-CATALOG SECTION.
*    Same load as FLGUPDT. No catalog, or one bigger than the
*    table, still lets raw instruction/mask entries release; only
*    a due event-name entry is turned into an exception.
     OPEN INPUT OP-CATALOG
     IF NOT WS-CAT-STATUS-OK
        MOVE SPACE                     TO PRINT-REC
        STRING 'NO OPERATION CATALOG (STATUS ' WS-CAT-STATUS
               ') - EVENT ENTRIES CANNOT BE RELEASED'
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
               ' - EVENT ENTRIES CANNOT BE RELEASED'
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

 A03-CHECK-DATE SECTION.
*    WS-DATE-CHECK must be eight digits naming a real day.
     MOVE 'N'                          TO WS-DATE-VALID

     IF WS-DATE-CHECK NOT NUMERIC
        GO TO A03-CHECK-EXIT
     END-IF

     IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-N) = ZERO
        MOVE 'Y'                       TO WS-DATE-VALID
     END-IF.

 A03-CHECK-EXIT.

     CONTINUE.

 B00-RELEASE-DUE SECTION.
*    Sort input: one pass of the schedule. Each entry is carried
*    to SCHDNEW - released, closed as an exception, or left to
*    wait - and anything still waiting that falls due inside 30
*    days goes to the sort for the look-ahead.
     PERFORM A01-READ-SCHED

     PERFORM UNTIL SCHED-IS-EOF
        ADD 1                          TO WS-SCHED-SEQ
        IF SCHED-REC NOT = SPACE
        AND SCHED-REC(1:1) NOT = '*'
           ADD 1                       TO WS-TOTAL-ENTRIES
           PERFORM B01-PROCESS-ENTRY
        END-IF
        WRITE SCHED-NEW-REC          FROM SCHED-REC
        PERFORM A01-READ-SCHED
     END-PERFORM

     CONTINUE.

 B01-PROCESS-ENTRY SECTION.

     IF SC-STATUS-RELEASED
     OR SC-STATUS-EXCEPTION
        ADD 1                          TO WS-TOTAL-CLOSED
        GO TO B01-PROCESS-EXIT
     END-IF

     IF NOT SC-STATUS-SCHEDULED
        MOVE 'STATUS NOT BLANK/L/X'    TO WS-EXCP-REASON
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B01-PROCESS-EXIT
     END-IF

     PERFORM B02-EDIT-ENTRY
     IF WS-EXCP-REASON NOT = SPACE
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B01-PROCESS-EXIT
     END-IF

     IF SC-EFFECTIVE-DATE > WS-BUS-DATE-X
        PERFORM B05-WAIT
        GO TO B01-PROCESS-EXIT
     END-IF

     PERFORM B03-RELEASE-ENTRY.

 B01-PROCESS-EXIT.

     CONTINUE.

 B02-EDIT-ENTRY SECTION.
*    Shape edits, made every night the entry waits, so a bad entry
*    is reported the night after it is keyed rather than the
*    night it should have worked.
     MOVE SPACE                        TO WS-EXCP-REASON

     IF SC-ACCOUNT-ID = SPACE
        MOVE 'BLANK ACCOUNT ID'        TO WS-EXCP-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     IF SC-EVENT-NAME NOT = SPACE
     AND (SC-INSTRUCT NOT = SPACE OR SC-MASK NOT = SPACE)
        MOVE 'EVENT AND INSTR BOTH SET' TO WS-EXCP-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     IF SC-EVENT-NAME = SPACE
     AND SC-INSTRUCT = SPACE
        MOVE 'NO EVENT OR INSTRUCTION' TO WS-EXCP-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     MOVE SC-EFFECTIVE-DATE            TO WS-DATE-CHECK
     PERFORM A03-CHECK-DATE
     IF NOT WS-DATE-IS-VALID
        MOVE 'EFFECTIVE DATE INVALID'  TO WS-EXCP-REASON
        GO TO B02-EDIT-EXIT
     END-IF

     IF SC-EXPIRY-DATE NOT = SPACE
        MOVE SC-EXPIRY-DATE            TO WS-DATE-CHECK
        PERFORM A03-CHECK-DATE
        IF NOT WS-DATE-IS-VALID
           MOVE 'EXPIRY DATE INVALID'  TO WS-EXCP-REASON
           GO TO B02-EDIT-EXIT
        END-IF
        IF SC-EXPIRY-DATE < SC-EFFECTIVE-DATE
           MOVE 'EXPIRY BEFORE EFFECTIVE' TO WS-EXCP-REASON
           GO TO B02-EDIT-EXIT
        END-IF
     END-IF.

 B02-EDIT-EXIT.

     CONTINUE.

 B03-RELEASE-ENTRY SECTION.
*    The entry is due. It goes out only if it is still inside its
*    expiry, its operation resolves to a valid update, and its
*    account is still on the master.
     IF SC-EXPIRY-DATE NOT = SPACE
     AND SC-EXPIRY-DATE < WS-BUS-DATE-X
        MOVE 'EXPIRED BEFORE RELEASE'  TO WS-EXCP-REASON
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B03-RELEASE-EXIT
     END-IF

     PERFORM B04-RESOLVE-OPERATION
     IF WS-EXCP-REASON NOT = SPACE
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B03-RELEASE-EXIT
     END-IF

     MOVE SC-ACCOUNT-ID                TO SM-ACCOUNT-ID
     READ STATUS-MASTER
     EVALUATE TRUE
        WHEN WS-MST-STATUS-OK
           CONTINUE
        WHEN WS-MST-STATUS-NOTFND
           MOVE 'ACCOUNT NOT ON STATMST' TO WS-EXCP-REASON
        WHEN OTHER
           STRING 'MASTER READ STATUS ' WS-MST-STATUS
                  DELIMITED BY SIZE
                  INTO WS-EXCP-REASON
           END-STRING
     END-EVALUATE
     IF WS-EXCP-REASON NOT = SPACE
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B03-RELEASE-EXIT
     END-IF

     MOVE SPACE                        TO TRAN-OUT-REC
     MOVE SC-ACCOUNT-ID                TO TO-ACCOUNT-ID
     MOVE WS-REQ-INSTRUCT              TO TO-INSTRUCT
     MOVE WS-REQ-MASK                  TO TO-MASK
     WRITE TRAN-OUT-REC
*    Released only once the TRANIN record is safely written; an
*    entry whose record did not reach SCHDOUT is closed off as an
*    exception, so it is listed tonight and cannot pass for applied.
     IF NOT WS-TRAN-STATUS-OK
        STRING 'SCHDOUT WRITE STATUS ' WS-TRAN-STATUS
               DELIMITED BY SIZE
               INTO WS-EXCP-REASON
        END-STRING
        PERFORM B09-CLOSE-EXCEPTION
        GO TO B03-RELEASE-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-RELEASED
     SET SC-STATUS-RELEASED            TO TRUE
     MOVE WS-RUN-START-TS              TO SC-RELEASE-TS
     MOVE SPACE                        TO SC-CLOSE-NOTE

     PERFORM B06-OP-TEXT
     MOVE SPACE                        TO PRINT-REC
     STRING 'RELEASED ' SC-ACCOUNT-ID
            ' ' WS-OP-TEXT
            ' ' WS-REQ-INSTRUCT ',' WS-REQ-MASK
            ' EFF ' SC-EFFECTIVE-DATE
            ' BY ' SC-SCHEDULED-BY
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC.

 B03-RELEASE-EXIT.

     CONTINUE.

 B04-RESOLVE-OPERATION SECTION.
*    An event name is looked up in tonight's catalog; either way
*    the result must pass the same instruction and mask edits
*    FLGTRAN makes, so nothing released is refused there.
     MOVE SPACE                        TO WS-EXCP-REASON

     IF SC-EVENT-NAME NOT = SPACE
        IF NOT WS-CAT-IS-LOADED
           MOVE 'NO CATALOG FOR EVENT' TO WS-EXCP-REASON
           GO TO B04-RESOLVE-EXIT
        END-IF
        PERFORM VARYING WS-CAT-IX FROM 1 BY 1
        UNTIL WS-CAT-IX > WS-CAT-COUNT
        OR WS-CAT-NAME(WS-CAT-IX) = SC-EVENT-NAME
           CONTINUE
        END-PERFORM
        IF WS-CAT-IX > WS-CAT-COUNT
           MOVE 'EVENT NOT IN CATALOG' TO WS-EXCP-REASON
           GO TO B04-RESOLVE-EXIT
        END-IF
        MOVE WS-CAT-INSTRUCT(WS-CAT-IX) TO WS-REQ-INSTRUCT
        MOVE WS-CAT-MASK(WS-CAT-IX)    TO WS-REQ-MASK
     ELSE
        MOVE SC-INSTRUCT               TO WS-REQ-INSTRUCT
        MOVE SC-MASK                   TO WS-REQ-MASK
     END-IF

     IF WS-REQ-INSTRUCT NOT = 'OI'
     AND WS-REQ-INSTRUCT NOT = 'NI'
     AND WS-REQ-INSTRUCT NOT = 'XI'
        MOVE 'INSTRUCTION NOT OI/NI/XI' TO WS-EXCP-REASON
        GO TO B04-RESOLVE-EXIT
     END-IF

*    2 hex chars (the old one-byte form - the missing second byte
*    reads as 00) or 4 hex chars.
     IF WS-REQ-MASK(3:2) = SPACE
        MOVE 2                         TO WS-MASK-LEN
     ELSE
        MOVE 4                         TO WS-MASK-LEN
     END-IF

     PERFORM VARYING WS-HEX-I FROM 1 BY 1
     UNTIL WS-HEX-I > WS-MASK-LEN
        MOVE WS-REQ-MASK(WS-HEX-I:1)   TO WS-HEX-CHAR
        IF NOT WS-HEX-CHAR-VALID
           MOVE 'MASK NOT 2/4 HEX CHARS' TO WS-EXCP-REASON
        END-IF
     END-PERFORM

     IF WS-MASK-LEN = 2
        MOVE '00'                      TO WS-REQ-MASK(3:2)
     END-IF.

 B04-RESOLVE-EXIT.

     CONTINUE.

 B05-WAIT SECTION.
*    Not due yet: the entry stays as it is. Anything due by the
*    30-day horizon goes to the look-ahead.
     ADD 1                             TO WS-TOTAL-WAITING

     IF SC-EFFECTIVE-DATE > WS-DATE-30-X
        GO TO B05-WAIT-EXIT
     END-IF

     PERFORM B06-OP-TEXT
     MOVE SC-EFFECTIVE-DATE            TO LW-EFFECTIVE-DATE
     MOVE WS-SCHED-SEQ                 TO LW-SEQ
     MOVE SC-ACCOUNT-ID                TO LW-ACCOUNT-ID
     MOVE WS-OP-TEXT                   TO LW-OP-TEXT
     MOVE SC-EXPIRY-DATE               TO LW-EXPIRY-DATE
     MOVE SC-SCHEDULED-BY              TO LW-SCHEDULED-BY
     RELEASE SORT-REC.

 B05-WAIT-EXIT.

     CONTINUE.

 B06-OP-TEXT SECTION.
*    The operation as a person keyed it: the event name, or the
*    instruction and mask.
     MOVE SPACE                        TO WS-OP-TEXT
     IF SC-EVENT-NAME NOT = SPACE
        MOVE SC-EVENT-NAME             TO WS-OP-TEXT
     ELSE
        STRING SC-INSTRUCT ',' SC-MASK
               DELIMITED BY SIZE
               INTO WS-OP-TEXT
        END-STRING
     END-IF

     CONTINUE.

 B09-CLOSE-EXCEPTION SECTION.
*    The entry is closed off with the reason so it is listed once,
*    tonight, and not again every night after.
     ADD 1                             TO WS-TOTAL-EXCEPTIONS
     SET SC-STATUS-EXCEPTION           TO TRUE
     MOVE WS-RUN-START-TS              TO SC-RELEASE-TS
     MOVE WS-EXCP-REASON               TO SC-CLOSE-NOTE

     PERFORM B06-OP-TEXT
     MOVE SPACE                        TO EXCP-REC
     STRING SC-ACCOUNT-ID
            ' ' WS-OP-TEXT
            ' ' SC-EFFECTIVE-DATE
            ' ' SC-EXPIRY-DATE
            ' ' SC-SCHEDULED-BY
            ' ' WS-EXCP-REASON
            DELIMITED BY SIZE
            INTO EXCP-REC
     END-STRING
     WRITE EXCP-REC

     CONTINUE.

 C00-PRINT-LOOKAHEAD SECTION.
*    Sort output: the coming 30 days in effective-date order, the
*    first week under its own heading.
     PERFORM C02-RETURN-SORT

     MOVE SPACE                        TO PRINT-REC
     WRITE PRINT-REC
     MOVE SPACE                        TO PRINT-REC
     STRING 'LOOK-AHEAD - DUE IN THE NEXT 7 DAYS (TO '
            WS-DATE-7 (1:4) '-'
            WS-DATE-7 (5:2) '-'
            WS-DATE-7 (7:2) ')'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC
     PERFORM C03-COLUMN-HEADING

     PERFORM UNTIL SORT-IS-EOF
     OR LW-EFFECTIVE-DATE > WS-DATE-7-X
        ADD 1                          TO WS-TOTAL-DUE-7
        ADD 1                          TO WS-TOTAL-DUE-30
        PERFORM C01-PRINT-ENTRY
        PERFORM C02-RETURN-SORT
     END-PERFORM

     MOVE SPACE                        TO PRINT-REC
     WRITE PRINT-REC
     MOVE SPACE                        TO PRINT-REC
     STRING 'LOOK-AHEAD - DUE IN 8 TO 30 DAYS (TO '
            WS-DATE-30 (1:4) '-'
            WS-DATE-30 (5:2) '-'
            WS-DATE-30 (7:2) ')'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC
     PERFORM C03-COLUMN-HEADING

     PERFORM UNTIL SORT-IS-EOF
        ADD 1                          TO WS-TOTAL-DUE-30
        PERFORM C01-PRINT-ENTRY
        PERFORM C02-RETURN-SORT
     END-PERFORM

     CONTINUE.

 C01-PRINT-ENTRY SECTION.

     MOVE SPACE                        TO PRINT-REC
     STRING LW-EFFECTIVE-DATE
            ' ' LW-ACCOUNT-ID
            ' ' LW-OP-TEXT
            ' ' LW-EXPIRY-DATE
            ' ' LW-SCHEDULED-BY
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.

 C02-RETURN-SORT SECTION.

     RETURN SORT-WORK
        AT END SET SORT-IS-EOF TO TRUE
     END-RETURN.

     CONTINUE.

 C03-COLUMN-HEADING SECTION.

     MOVE SPACE                        TO PRINT-REC
     STRING 'EFFECTIV ACCOUNT    OPERATION        EXPIRES  BY'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.
