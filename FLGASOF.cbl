*-----------------------
 IDENTIFICATION DIVISION.
*-----------------------
 PROGRAM-ID.    FLGASOF.
 AUTHOR.        @derDennis99 @Denroc92.
*--------------------
 ENVIRONMENT DIVISION.
*--------------------
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT FLAG-LOG   ASSIGN TO FLGLOG
         FILE STATUS IS WS-FLGLOG-STATUS.
     SELECT STATUS-IN  ASSIGN TO STATIN
         FILE STATUS IS WS-STATIN-STATUS.
     SELECT STATUS-MASTER ASSIGN TO STATMST
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS SEQUENTIAL
         RECORD KEY   IS SM-ACCOUNT-ID
         FILE STATUS  IS WS-MST-STATUS.
     SELECT ASOF-OUT   ASSIGN TO ASOFOUT.
     SELECT SORT-WORK  ASSIGN TO SORTWK.
     SELECT PRINT-LINE ASSIGN TO OUT.
*-------------
 DATA DIVISION.
*-------------
 FILE SECTION.
*-----------------------------------------------------------------
*    FLAG-LOG - THE SHARED FLAG-CHANGE JOURNAL (SEE FLGLOGIF).
*    THIS PROGRAM ONLY READS IT: EVERY RECORD WRITTEN BY A RUN
*    THAT STARTED AFTER THE CUTOFF IS A CHANGE THAT HAS TO BE
*    UNDONE TO SEE THE POPULATION AS IT STOOD AT THE CUTOFF.
*-----------------------------------------------------------------
 FD  FLAG-LOG RECORDING MODE F.
 COPY FLGLOGIF.

*-----------------------------------------------------------------
*    STATUS-IN / STATUS-MASTER - TODAY'S POPULATION, THE STARTING
*    POINT OF THE ROLL-BACK: EITHER A STATUNLD EXTRACT (OR ANY
*    STATIN-SHAPED FILE IN ACCOUNT ORDER) OR THE KEYED MASTER READ
*    IN KEY ORDER. THE PARM SAYS WHICH; ONLY THAT ONE IS OPENED.
*    A FILE WRITTEN BEFORE THE WIDENING CARRIES 2 HEX CHARS WITH
*    TRAILING SPACES - THE MISSING SECOND BYTE READS AS 00.
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
*    ASOF-OUT - THE POPULATION AS OF THE CUTOFF, SAME RECORD SHAPE
*    AS STATIN SO IT FEEDS FLGRPT AND FLGXTR UNCHANGED (ALLOCATE
*    IT AS THEIR STATIN). ONE RECORD PER ACCOUNT ON TODAY'S FILE,
*    IN THE SAME ORDER; AN ACCOUNT NOBODY TOUCHED SINCE THE CUTOFF
*    PASSES THROUGH BYTE FOR BYTE.
*-----------------------------------------------------------------
 FD  ASOF-OUT RECORDING MODE F.
 01  ASOF-REC.
     05 AO-ACCOUNT-ID              PIC X(10).
     05 FILLER                     PIC X.
     05 AO-FLAG-BYTE                PIC X(4).
     05 FILLER                     PIC X(65).

*-----------------------------------------------------------------
*    SORT-WORK - THE JOURNAL RECORDS AFTER THE CUTOFF, PUT INTO
*    ACCOUNT ORDER SO THEY MATCH AGAINST THE STATUS FILE IN ONE
*    PASS. THE ARRIVAL NUMBER KEEPS EACH ACCOUNT'S CHANGES IN THE
*    ORDER THE JOURNAL RECORDED THEM - THE FIRST ONE CARRIES THE
*    VALUE THE ACCOUNT HAD AT THE CUTOFF.
*-----------------------------------------------------------------
 SD  SORT-WORK.
 01  SORT-REC.
     05 SW-ACCOUNT-ID              PIC X(10).
     05 SW-SEQ                     PIC 9(9).
     05 SW-BEFORE-FLAG             PIC X(4).
     05 SW-AFTER-FLAG              PIC X(4).
     05 SW-PROGRAM                 PIC X(8).

 FD  PRINT-LINE RECORDING MODE F.
 01  PRINT-REC.
     05 OUT-LINE                   PIC X(80).
*
 WORKING-STORAGE SECTION.
*-----------------------------------------------------------------
*    WORK VARIABLES
*-----------------------------------------------------------------
 01 W01.
     05 FLGLOG-EOF                 PIC X       VALUE 'N'.
     88 FLGLOG-IS-EOF                          VALUE 'Y'.
     05 STATUS-EOF                 PIC X       VALUE 'N'.
     88 STATUS-IS-EOF                          VALUE 'Y'.
     05 SORT-EOF                   PIC X       VALUE 'N'.
     88 SORT-IS-EOF                            VALUE 'Y'.

     05 WS-FLGLOG-STATUS           PIC XX.
     88 WS-FLGLOG-STATUS-OK                    VALUES '00', '07'.
     05 WS-STATIN-STATUS           PIC XX.
     88 WS-STATIN-STATUS-OK                    VALUES '00', '07'.
     05 WS-MST-STATUS              PIC XX.
     88 WS-MST-STATUS-OK                       VALUES '00', '02'.
     05 WS-JOURNAL-FOUND           PIC X       VALUE 'Y'.
     88 WS-JOURNAL-WAS-FOUND                   VALUE 'Y'.

     05 W1-CURRENT-TS              PIC X(16).

*    ***********************************************
*    * REQUEST PARM - THE CUTOFF AND THE SOURCE:    *
*    *   YYYYMMDD[,MST]                             *
*    *   YYYYMMDDHHMMSSHH[,MST]                     *
*    * A DATE ALONE MEANS CLOSE OF BUSINESS THAT    *
*    * DAY - EVERY RUN STARTED ON IT COUNTS AS      *
*    * BEFORE THE CUTOFF. A FULL TIMESTAMP IS TAKEN *
*    * AS GIVEN. MST READS THE KEYED MASTER INSTEAD *
*    * OF STATIN.                                   *
*    ***********************************************
     05 WS-PARM                    PIC X(32).
     05 WS-CUTOFF-TS               PIC X(16)   VALUE SPACE.
     05 WS-PARM-OK                 PIC X       VALUE 'Y'.
     88 WS-PARM-IS-OK                          VALUE 'Y'.
     05 WS-TS-LEN                  PIC 99      VALUE ZERO.
     05 WS-SOURCE                  PIC X(3)    VALUE 'SEQ'.
     88 WS-SOURCE-IS-MASTER                    VALUE 'MST'.

*    ***********************************************
*    * RECORD IN HAND AND ITS ROLL-BACK             *
*    ***********************************************
     05 WS-CUR-REC.
        10 WS-CUR-ACCOUNT          PIC X(10).
        10 FILLER                  PIC X.
        10 WS-CUR-FLAG             PIC X(4).
        10 FILLER                  PIC X(65).
     05 WS-PREV-ACCOUNT            PIC X(10)   VALUE LOW-VALUE.
     05 WS-SEQ-ERROR               PIC X       VALUE 'N'.
     88 WS-SEQ-HAS-ERROR                       VALUE 'Y'.
     05 WS-GROUP-ACCOUNT           PIC X(10).
     05 WS-ASOF-FLAG               PIC X(4).
     05 WS-NOW-FLAG                PIC X(4).
     05 WS-BEFORE-WORK             PIC X(4).
     05 WS-AFTER-WORK              PIC X(4).
     05 WS-CHAIN-AFTER             PIC X(4).
     05 WS-CHAIN-BROKEN            PIC X       VALUE 'N'.
     88 WS-CHAIN-IS-BROKEN                     VALUE 'Y'.
     05 WS-GROUP-DIFFERS           PIC X       VALUE 'N'.
     88 WS-GROUP-DOES-DIFFER                   VALUE 'Y'.
     05 WS-JOURNAL-SEQ             PIC 9(9)    VALUE ZERO.

*    ***********************************************
*    * CHANGES SINCE THE CUTOFF BY PROGRAM          *
*    ***********************************************
*    16 slots - every program that writes the journal today with
*    room to spare. Should more ever show up, the rest fold into
*    the last slot under *OTHER* rather than indexing past it.
     05 WS-PGMS.
        10 WS-PGM-ENTRY            OCCURS 16 TIMES
                                    INDEXED BY WS-PGM-IX.
           15 WS-PGM-NAME          PIC X(8)    VALUE SPACE.
           15 WS-PGM-CHANGES       PIC 9(6)    VALUE ZERO.
           15 WS-PGM-ACCOUNTS      PIC 9(6)    VALUE ZERO.
           15 WS-PGM-DIFFER        PIC 9(6)    VALUE ZERO.
           15 WS-PGM-IN-GROUP      PIC X       VALUE 'N'.
           88 WS-PGM-IS-IN-GROUP               VALUE 'Y'.

*    ***********************************************
*    * RUN TOTALS                                   *
*    ***********************************************
     05 WS-TOTAL-JOURNAL           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-SELECTED          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-READ              PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-WRITTEN           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-TOUCHED           PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-DIFFER            PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NET-SAME          PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-NOT-ON-FILE       PIC 9(6)    VALUE ZERO.
     05 WS-TOTAL-CHAIN-BREAKS      PIC 9(6)    VALUE ZERO.
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
     STRING 'FLGASOF START AT '
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
        STRING 'FLGASOF PARM INVALID - EXPECTED'
               ' YYYYMMDD[HHMMSSHH][,MST]'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        CLOSE PRINT-LINE
        MOVE 16                        TO RETURN-CODE
        GOBACK
     END-IF

     MOVE SPACE                        TO PRINT-REC
     STRING 'STATUS AS OF ' WS-CUTOFF-TS (1:4) '-'
            WS-CUTOFF-TS (5:2) '-'
            WS-CUTOFF-TS (7:2) ' '
            WS-CUTOFF-TS (9:2) ':'
            WS-CUTOFF-TS (11:2) ':'
            WS-CUTOFF-TS (13:4)
            ' FROM ' WS-SOURCE
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     IF WS-SOURCE-IS-MASTER
        OPEN INPUT STATUS-MASTER
        IF NOT WS-MST-STATUS-OK
           MOVE SPACE                  TO PRINT-REC
           STRING 'FLGASOF CANNOT OPEN STATUS MASTER - STATUS '
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
           STRING 'FLGASOF CANNOT OPEN STATIN - STATUS '
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

     OPEN OUTPUT ASOF-OUT

     SORT SORT-WORK
          ON ASCENDING KEY SW-ACCOUNT-ID
                           SW-SEQ
          INPUT PROCEDURE  IS B01-SELECT-JOURNAL
          OUTPUT PROCEDURE IS C01-MERGE-STATUS

     CLOSE ASOF-OUT

     IF WS-SOURCE-IS-MASTER
        CLOSE STATUS-MASTER
     ELSE
        CLOSE STATUS-IN
     END-IF

     PERFORM D01-PRINT-SUMMARY

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     MOVE FUNCTION CURRENT-DATE        TO W1-CURRENT-TS
     STRING 'FLGASOF END   AT '
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
        WHEN WS-SEQ-HAS-ERROR
           MOVE 16                     TO RETURN-CODE
        WHEN WS-TOTAL-NOT-ON-FILE > ZERO
        WHEN WS-TOTAL-CHAIN-BREAKS > ZERO
        WHEN NOT WS-JOURNAL-WAS-FOUND
           MOVE 4                      TO RETURN-CODE
        WHEN OTHER
           MOVE ZERO                   TO RETURN-CODE
     END-EVALUATE

     GOBACK.

 A00A-PARSE-PARM SECTION.
*    The cutoff runs to the comma or the end of the parm and must
*    be 8 digits (a business date) or 16 (a timestamp in the same
*    form the journal's FL-RUN-TS carries). A date alone is padded
*    out to the last hundredth of that day, so "as of the 30th"
*    means after everything that started on the 30th.
     MOVE 'Y'                          TO WS-PARM-OK
     ACCEPT WS-PARM FROM COMMAND-LINE

     IF WS-PARM = SPACE
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE ZERO                         TO WS-TS-LEN
     PERFORM UNTIL WS-TS-LEN >= 17
     OR WS-PARM(WS-TS-LEN + 1:1) = ','
     OR WS-PARM(WS-TS-LEN + 1:1) = SPACE
        ADD 1                          TO WS-TS-LEN
     END-PERFORM

     IF WS-TS-LEN NOT = 8 AND 16
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     IF WS-PARM(1:WS-TS-LEN) NOT NUMERIC
        MOVE 'N'                       TO WS-PARM-OK
        GO TO A00A-PARSE-EXIT
     END-IF

     MOVE WS-PARM(1:WS-TS-LEN)         TO WS-CUTOFF-TS
     IF WS-TS-LEN = 8
        MOVE '23595999'                TO WS-CUTOFF-TS(9:8)
     END-IF

     IF WS-PARM(WS-TS-LEN + 1:1) = ','
        IF WS-PARM(WS-TS-LEN + 2:31 - WS-TS-LEN) = 'MST'
           MOVE 'MST'                  TO WS-SOURCE
        ELSE
           MOVE 'N'                    TO WS-PARM-OK
        END-IF
     END-IF.

 A00A-PARSE-EXIT.

     CONTINUE.

 A01-READ-FLGLOG SECTION.

     READ FLAG-LOG
        AT END SET FLGLOG-IS-EOF TO TRUE
     END-READ.

     CONTINUE.

 A02-READ-STATUS SECTION.
*    Whichever file the parm named, the record in hand ends up in
*    WS-CUR-REC. The match below depends on account order, so a
*    record that steps backwards stops the pass: an as-of file
*    built from an out-of-order input would silently lose history.
     IF WS-SOURCE-IS-MASTER
        READ STATUS-MASTER
           AT END SET STATUS-IS-EOF TO TRUE
        END-READ
        IF NOT STATUS-IS-EOF
           MOVE STATUS-MST-REC         TO WS-CUR-REC
        END-IF
     ELSE
        READ STATUS-IN
           AT END SET STATUS-IS-EOF TO TRUE
        END-READ
        IF NOT STATUS-IS-EOF
           MOVE STATUS-IN-REC          TO WS-CUR-REC
        END-IF
     END-IF

     IF STATUS-IS-EOF
        GO TO A02-READ-EXIT
     END-IF

     ADD 1                             TO WS-TOTAL-READ

     IF WS-CUR-ACCOUNT <= WS-PREV-ACCOUNT
        MOVE 'Y'                       TO WS-SEQ-ERROR
        SET STATUS-IS-EOF              TO TRUE
        SET SORT-IS-EOF                TO TRUE
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGASOF - ' WS-CUR-ACCOUNT
               ' OUT OF SEQUENCE AFTER ' WS-PREV-ACCOUNT
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGASOF - ASOFOUT IS INCOMPLETE - DO NOT USE'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO A02-READ-EXIT
     END-IF

     MOVE WS-CUR-ACCOUNT               TO WS-PREV-ACCOUNT.

 A02-READ-EXIT.

     CONTINUE.

 A03-RETURN-SORT SECTION.

     RETURN SORT-WORK
        AT END SET SORT-IS-EOF TO TRUE
     END-RETURN.

     CONTINUE.

 B01-SELECT-JOURNAL SECTION.
*    Sort input: every journal record written by a run that started
*    after the cutoff, numbered in arrival order. FL-RUN-TS is the
*    writing run's start, so a run already under way at the cutoff
*    counts as before it - the same line FLGBACK and the run log
*    draw around a run. No journal at all leaves nothing to undo;
*    the as-of file then equals today's, and the run says so.
     OPEN INPUT FLAG-LOG
     IF NOT WS-FLGLOG-STATUS-OK
        MOVE 'N'                       TO WS-JOURNAL-FOUND
        MOVE SPACE                     TO PRINT-REC
        STRING 'FLGASOF - NO CHANGE JOURNAL (STATUS '
               WS-FLGLOG-STATUS ') - NOTHING ROLLED BACK'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
        GO TO B01-SELECT-EXIT
     END-IF

     PERFORM A01-READ-FLGLOG
     PERFORM UNTIL FLGLOG-IS-EOF
        ADD 1                          TO WS-TOTAL-JOURNAL
        IF FL-RUN-TS > WS-CUTOFF-TS
           ADD 1                       TO WS-TOTAL-SELECTED
           ADD 1                       TO WS-JOURNAL-SEQ
           MOVE FL-ACCOUNT-ID          TO SW-ACCOUNT-ID
           MOVE WS-JOURNAL-SEQ         TO SW-SEQ
           MOVE FL-BEFORE-FLAG         TO SW-BEFORE-FLAG
           MOVE FL-AFTER-FLAG          TO SW-AFTER-FLAG
           MOVE FL-PROGRAM             TO SW-PROGRAM
           RELEASE SORT-REC
        END-IF
        PERFORM A01-READ-FLGLOG
     END-PERFORM

     CLOSE FLAG-LOG.

 B01-SELECT-EXIT.

     CONTINUE.

 C01-MERGE-STATUS SECTION.
*    Sort output: today's file and the sorted changes, matched on
*    account. An account with no change since the cutoff passes
*    through as it is; one with changes is rolled back to the
*    before-image of its first; a journal account that is not on
*    today's file at all cannot be rebuilt and is listed instead.
     PERFORM A02-READ-STATUS
     PERFORM A03-RETURN-SORT

     PERFORM UNTIL STATUS-IS-EOF
     AND SORT-IS-EOF
        EVALUATE TRUE
           WHEN STATUS-IS-EOF
              PERFORM C03-JOURNAL-ONLY
           WHEN SORT-IS-EOF
              PERFORM C04-PASS-THROUGH
              PERFORM A02-READ-STATUS
           WHEN SW-ACCOUNT-ID < WS-CUR-ACCOUNT
              PERFORM C03-JOURNAL-ONLY
           WHEN SW-ACCOUNT-ID > WS-CUR-ACCOUNT
              PERFORM C04-PASS-THROUGH
              PERFORM A02-READ-STATUS
           WHEN OTHER
              PERFORM C02-ROLL-BACK
              PERFORM A02-READ-STATUS
        END-EVALUATE
     END-PERFORM

     CONTINUE.

 C02-ROLL-BACK SECTION.
*    Walk the account's changes oldest first. The first before-
*    image is the value at the cutoff. Each before-image should be
*    the previous record's after-image, and the last after-image
*    should be what the account carries today; a gap either way
*    means the flag was changed by something that did not journal
*    (a reload, a hand fix), and the account is listed so the as-of
*    value can be checked before anybody relies on it.
     ADD 1                              TO WS-TOTAL-TOUCHED
     MOVE SW-ACCOUNT-ID                 TO WS-GROUP-ACCOUNT
     MOVE 'N'                           TO WS-CHAIN-BROKEN

     MOVE SW-BEFORE-FLAG                TO WS-ASOF-FLAG
     IF WS-ASOF-FLAG(3:2) = SPACE
        MOVE '00'                       TO WS-ASOF-FLAG(3:2)
     END-IF
     MOVE WS-ASOF-FLAG                  TO WS-CHAIN-AFTER

     PERFORM UNTIL SORT-IS-EOF
     OR SW-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT
        PERFORM C05-TAKE-CHANGE
        IF WS-BEFORE-WORK NOT = WS-CHAIN-AFTER
           MOVE 'Y'                     TO WS-CHAIN-BROKEN
        END-IF
        MOVE WS-AFTER-WORK              TO WS-CHAIN-AFTER
        PERFORM A03-RETURN-SORT
     END-PERFORM

     MOVE WS-CUR-FLAG                   TO WS-NOW-FLAG
     IF WS-NOW-FLAG(3:2) = SPACE
        MOVE '00'                       TO WS-NOW-FLAG(3:2)
     END-IF

     IF WS-CHAIN-AFTER NOT = WS-NOW-FLAG
        MOVE 'Y'                        TO WS-CHAIN-BROKEN
     END-IF

     IF WS-CHAIN-IS-BROKEN
        ADD 1                           TO WS-TOTAL-CHAIN-BREAKS
        MOVE SPACE                      TO PRINT-REC
        STRING 'CHAIN BREAK ' WS-GROUP-ACCOUNT
               ' AS-OF ' WS-ASOF-FLAG
               ' JOURNAL ENDS ' WS-CHAIN-AFTER
               ' FILE HAS ' WS-NOW-FLAG
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     IF WS-ASOF-FLAG NOT = WS-NOW-FLAG
        MOVE 'Y'                        TO WS-GROUP-DIFFERS
        ADD 1                           TO WS-TOTAL-DIFFER
     ELSE
        MOVE 'N'                        TO WS-GROUP-DIFFERS
        ADD 1                           TO WS-TOTAL-NET-SAME
     END-IF

     PERFORM C07-CLOSE-GROUP

     MOVE WS-CUR-REC                    TO ASOF-REC
     MOVE WS-ASOF-FLAG                  TO AO-FLAG-BYTE
     WRITE ASOF-REC
     ADD 1                              TO WS-TOTAL-WRITTEN

     CONTINUE.

 C03-JOURNAL-ONLY SECTION.
*    Changes for an account today's file no longer carries. There
*    is no record left to roll back, so nothing is written for it;
*    the changes still count against the programs that made them.
     ADD 1                              TO WS-TOTAL-NOT-ON-FILE
     MOVE SW-ACCOUNT-ID                 TO WS-GROUP-ACCOUNT

     MOVE SW-BEFORE-FLAG                TO WS-ASOF-FLAG
     IF WS-ASOF-FLAG(3:2) = SPACE
        MOVE '00'                       TO WS-ASOF-FLAG(3:2)
     END-IF

     PERFORM UNTIL SORT-IS-EOF
     OR SW-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT
        PERFORM C05-TAKE-CHANGE
        PERFORM A03-RETURN-SORT
     END-PERFORM

     MOVE 'N'                           TO WS-GROUP-DIFFERS
     PERFORM C07-CLOSE-GROUP

     MOVE SPACE                         TO PRINT-REC
     STRING 'NOT ON FILE ' WS-GROUP-ACCOUNT
            ' AS-OF ' WS-ASOF-FLAG
            ' - NOT REBUILT'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     CONTINUE.

 C04-PASS-THROUGH SECTION.

     MOVE WS-CUR-REC                    TO ASOF-REC
     WRITE ASOF-REC
     ADD 1                              TO WS-TOTAL-WRITTEN

     CONTINUE.

 C05-TAKE-CHANGE SECTION.
*    One change in hand: normalize both images to the full width
*    and book it against the program that made it.
     MOVE SW-BEFORE-FLAG                TO WS-BEFORE-WORK
     IF WS-BEFORE-WORK(3:2) = SPACE
        MOVE '00'                       TO WS-BEFORE-WORK(3:2)
     END-IF
     MOVE SW-AFTER-FLAG                 TO WS-AFTER-WORK
     IF WS-AFTER-WORK(3:2) = SPACE
        MOVE '00'                       TO WS-AFTER-WORK(3:2)
     END-IF

     PERFORM C06-FIND-PROGRAM

     ADD 1                          TO WS-PGM-CHANGES(WS-PGM-IX)
     MOVE 'Y'                       TO WS-PGM-IN-GROUP(WS-PGM-IX)

     CONTINUE.

 C06-FIND-PROGRAM SECTION.
*    The program's slot, claimed on first sight; past the table
*    the rest fold into the last slot.
     PERFORM VARYING WS-PGM-IX FROM 1 BY 1
     UNTIL WS-PGM-IX > 16
     OR WS-PGM-NAME(WS-PGM-IX) = SW-PROGRAM
     OR WS-PGM-NAME(WS-PGM-IX) = SPACE
        CONTINUE
     END-PERFORM

     IF WS-PGM-IX > 16
        SET WS-PGM-IX                   TO 16
        MOVE '*OTHER*'                  TO WS-PGM-NAME(WS-PGM-IX)
     END-IF

     IF WS-PGM-NAME(WS-PGM-IX) = SPACE
        MOVE SW-PROGRAM                 TO WS-PGM-NAME(WS-PGM-IX)
     END-IF

     CONTINUE.

 C07-CLOSE-GROUP SECTION.
*    Every program that touched the account gets it counted once,
*    and once more under DIFFER when the account ended up with a
*    different value than it had at the cutoff.
     PERFORM VARYING WS-PGM-IX FROM 1 BY 1
     UNTIL WS-PGM-IX > 16
        IF WS-PGM-IS-IN-GROUP(WS-PGM-IX)
           ADD 1                    TO WS-PGM-ACCOUNTS(WS-PGM-IX)
           IF WS-GROUP-DOES-DIFFER
              ADD 1                 TO WS-PGM-DIFFER(WS-PGM-IX)
           END-IF
           MOVE 'N'                 TO WS-PGM-IN-GROUP(WS-PGM-IX)
        END-IF
     END-PERFORM

     CONTINUE.

 D01-PRINT-SUMMARY SECTION.

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'ACCOUNTS READ: ' WS-TOTAL-READ
            '  WRITTEN: ' WS-TOTAL-WRITTEN
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'JOURNAL RECORDS: ' WS-TOTAL-JOURNAL
            '  AFTER CUTOFF: ' WS-TOTAL-SELECTED
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHANGED SINCE: ' WS-TOTAL-TOUCHED
            '  DIFFER THEN VS NOW: ' WS-TOTAL-DIFFER
            '  NET SAME: ' WS-TOTAL-NET-SAME
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE ALL '-'                      TO PRINT-REC
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING 'CHANGES SINCE CUTOFF BY PROGRAM'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     MOVE SPACE                        TO PRINT-REC
     STRING '  PROGRAM   CHANGES  ACCOUNTS    DIFFER'
            DELIMITED BY SIZE
            INTO PRINT-REC
     END-STRING
     WRITE PRINT-REC

     PERFORM VARYING WS-PGM-IX FROM 1 BY 1
     UNTIL WS-PGM-IX > 16
        IF WS-PGM-NAME(WS-PGM-IX) NOT = SPACE
           MOVE SPACE                  TO PRINT-REC
           STRING '  ' WS-PGM-NAME(WS-PGM-IX)
                  '   ' WS-PGM-CHANGES(WS-PGM-IX)
                  '    ' WS-PGM-ACCOUNTS(WS-PGM-IX)
                  '    ' WS-PGM-DIFFER(WS-PGM-IX)
                  DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
        END-IF
     END-PERFORM

     IF WS-TOTAL-SELECTED = ZERO
        MOVE SPACE                     TO PRINT-REC
        STRING '  (NO CHANGES SINCE THE CUTOFF)'
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     IF WS-TOTAL-NOT-ON-FILE > ZERO
     OR WS-TOTAL-CHAIN-BREAKS > ZERO
        MOVE ALL '-'                   TO PRINT-REC
        WRITE PRINT-REC
        MOVE SPACE                     TO PRINT-REC
        STRING 'NOT ON FILE: ' WS-TOTAL-NOT-ON-FILE
               '  CHAIN BREAKS: ' WS-TOTAL-CHAIN-BREAKS
               DELIMITED BY SIZE
               INTO PRINT-REC
        END-STRING
        WRITE PRINT-REC
     END-IF

     CONTINUE.
