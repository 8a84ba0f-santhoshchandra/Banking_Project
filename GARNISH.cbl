       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISH.
      *    GARNISHMENT AND LEGAL-ORDER PROCESSING. WORKS EVERY ORDER
      *    ON THE LEGAL REGISTER (LEGALMNT KEEPS IT) THAT IS ACTIVE,
      *    OR LIFTED WITH ITS HOLDS NOT YET FREED, IN PRIORITY ORDER
      *    (THEN DATE RECEIVED) SO A SENIOR ORDER ATTACHES FIRST:
      *      - BEFORE THE ORDER'S RELEASE DATE, THE ATTACHABLE FUNDS -
      *        LEDGER LESS EVERY HOLD ALREADY ON, LESS THE PROTECTED
      *        EXEMPT AMOUNT, UP TO WHAT THE ORDER STILL NEEDS - ARE
      *        FROZEN UNDER A HOLD IN THE ORDER'S NAME. A DEPOSIT THAT
      *        ARRIVES LATER IS HELD ON THE NEXT RUN.
      *      - ON OR AFTER THE RELEASE DATE, THE ORDER'S HOLDS ARE
      *        RELEASED AND THE HELD FUNDS, PLUS ANYTHING NEWLY
      *        ATTACHABLE, ARE TAKEN BY A FORCE-POSTED LGL01 DEBIT TO
      *        LEGAL-ORDERS PAYABLE. LATER DEPOSITS GO THE SAME WAY,
      *        RUN BY RUN, UNTIL THE ORDERED SUM IS PAID OVER AND THE
      *        ORDER IS SATISFIED.
      *      - A LIFTED ORDER HAS ITS REMAINING HOLDS RELEASED.
      *    EACH STEP QUEUES THE CUSTOMER NOTICE THE LAW REQUIRES. THE
      *    HOLDS AND DEBITS GO TO POSTING AS AN ORDINARY BATCH
      *    (GARNFEED.DAT, ADDED TO BATCHLIST.DAT); THE ACCOUNT MASTER
      *    AND HOLD FILE ARE ONLY READ, SO NO RUN LOCK IS TAKEN.
      *    ONE RUN PER BUSINESS DATE: AN ORDER ALREADY WORKED TODAY
      *    IS LEFT ALONE ON A RERUN, SINCE ITS HOLDS AND DEBITS ARE
      *    STILL WAITING IN THE FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALFILE ASSIGN TO WS-LEGAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LO-ORDER-NUMBER
                FILE STATUS IS LO-FILE-STATUS.

           SELECT ACCOUNTFILE ASSIGN TO WS-ACCT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AF-ACCOUNT-NUMBER
                ALTERNATE RECORD KEY IS AF-CUSTOMER-NUMBER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-BRANCH-CODE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-HOLDER-NAME
                    WITH DUPLICATES
                FILE STATUS IS AF-FILE-STATUS.

           SELECT HOLDFILE ASSIGN TO WS-HOLD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS HD-FILE-STATUS.

      *    THE DAY'S HOLDS, RELEASES AND LGL01 DEBITS, AS A STANDARD
      *    TRANSREC BATCH FOR POSTING.
           SELECT GARNFEEDFILE ASSIGN TO WS-GARNFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FILE-STATUS.

           SELECT BATCHLISTFILE ASSIGN TO WS-BATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-FILE-STATUS.

           SELECT LEGALRPTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

      *    PROCESSING-DATE CONTROL RECORD: THE BUSINESS DATE THE
      *    CYCLE IS RUNNING FOR, ADVANCED BY THE DAY-END CLOSE - SO A
      *    RERUN OR BACKDATED CYCLE CARRIES THE DATE IT BELONGS TO
      *    REGARDLESS OF THE WALL CLOCK. ABSENT MEANS WALL-CLOCK
      *    OPERATION, EXACTLY AS BEFORE.
           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    SHARED CUSTOMER-NOTIFICATION QUEUE: ONE STANDARD EVENT
      *    LINE PER CUSTOMER-FACING OCCURRENCE, APPENDED HERE AND
      *    TURNED INTO AN ACTUAL MAILING BY NOTIFGEN - WITH A SENT
      *    LOG, SO PROVING A NOTICE WENT OUT STOPS MEANING DIGGING
      *    THROUGH OLD PRINT SPOOLS.
           SELECT NOTIFYQFILE ASSIGN TO WS-NOTIFYQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALFILE.
       COPY LEGALREC.

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  HOLDFILE.
       COPY HOLDREC.

       FD  GARNFEEDFILE.
       COPY TRANSREC.

       FD  BATCHLISTFILE.
       01  BATCHLIST-RECORD PIC X(100).

       FD  LEGALRPTFILE.
       01  LEGALRPT-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  NOTIFYQFILE.
       01  NOTIFYQ-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

      *    NOTIFICATION-QUEUE WORK FIELDS FOR QUEUE-NOTIFY-EVENT.
       01  WS-NOTIFYQ-FILE-NAME PIC X(100) VALUE 'NOTIFYQ.DAT'.
       01  NQ-FILE-STATUS     PIC XX.
       01  WS-NFY-EVENT       PIC X(8).
       01  WS-NFY-ACCOUNT     PIC X(10).
       01  WS-NFY-DETAIL      PIC X(40).

       01  WS-LEGAL-FILE-NAME PIC X(100) VALUE 'legalorders_index.txt'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  WS-GARNFEED-FILE-NAME PIC X(100) VALUE 'GARNFEED.DAT'.
       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'LEGALRPT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  LO-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  HD-FILE-STATUS     PIC XX.
       01  GF-FILE-STATUS     PIC XX.
       01  BL-FILE-STATUS     PIC XX.
       01  LR-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-HOLD-EOF        PIC X(1).
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-HOLDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-HOLDS-OPEN      VALUE 'Y'.
           88  WS-HOLDS-NOT-OPEN  VALUE 'N'.
       01  WS-FEED-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-FEED-OPEN       VALUE 'Y'.
           88  WS-FEED-NOT-OPEN   VALUE 'N'.

      *    THE ORDERS TO WORK THIS RUN, KEPT IN PRIORITY, THEN DATE
      *    RECEIVED, THEN ORDER NUMBER SEQUENCE.
       01  WS-ORDER-TABLE.
           05  WS-OT-ENTRY OCCURS 300 TIMES.
               10  WS-OT-SORT-KEY.
                   15  WS-OT-PRIORITY     PIC 9(2).
                   15  WS-OT-RECEIVED     PIC X(8).
                   15  WS-OT-ORDER        PIC X(10).
       01  WS-OT-COUNT        PIC 9(3) VALUE 0.
       01  WS-OT-IDX          PIC 9(3).
       01  WS-OT-SLOT         PIC 9(3).
       01  WS-NEW-SORT-KEY    PIC X(20).
       01  WS-SLOT-FOUND-SW   PIC X(1).
           88  WS-SLOT-FOUND      VALUE 'Y'.
       01  WS-DROPPED-COUNT   PIC 9(5) VALUE 0.

      *    THE ACCOUNTS ONE ORDER REACHES, WITH WHAT EACH CARRIES:
      *    EVERY ACTIVE HOLD, THE ORDER'S OWN HOLDS, THE FREE FUNDS
      *    AFTER THE EXEMPTION AND WHAT THIS RUN ATTACHES.
       01  WS-ACCT-TABLE.
           05  WS-OA-ENTRY OCCURS 20 TIMES.
               10  WS-OA-ACCOUNT      PIC X(10).
               10  WS-OA-LEDGER       PIC S9(7)V99.
               10  WS-OA-ALL-HOLDS    PIC 9(9)V99.
               10  WS-OA-OWN-HELD     PIC 9(9)V99.
               10  WS-OA-ATTACH       PIC 9(7)V99.
               10  WS-OA-USABLE-SW    PIC X(1).
                   88  WS-OA-USABLE       VALUE 'Y'.
       01  WS-OA-COUNT        PIC 9(2) VALUE 0.
       01  WS-OA-IDX          PIC 9(2).

      *    FUNDS ALREADY ATTACHED THIS RUN, BY ACCOUNT, SO A JUNIOR
      *    ORDER NEVER REACHES MONEY A SENIOR ONE TOOK MINUTES BEFORE
      *    (ITS HOLD OR DEBIT IS STILL ONLY IN THE FEED).
       01  WS-RUN-CAPTURE-TABLE.
           05  WS-RC-ENTRY OCCURS 500 TIMES.
               10  WS-RC-ACCOUNT      PIC X(10).
               10  WS-RC-AMOUNT       PIC 9(9)V99.
       01  WS-RC-COUNT        PIC 9(3) VALUE 0.
       01  WS-RC-IDX          PIC 9(3).
       01  WS-RC-SCAN         PIC 9(3).

       01  WS-OWN-PREFIX      PIC X(7).
       01  WS-HOLD-ID         PIC X(10).
       01  WS-HOLD-ACTION     PIC X(1).
       01  WS-REMAINING       PIC S9(9)V99.
       01  WS-NEED            PIC S9(9)V99.
       01  WS-EXEMPT-LEFT     PIC 9(9)V99.
       01  WS-AVAILABLE       PIC S9(9)V99.
       01  WS-FREE            PIC 9(9)V99.
       01  WS-ATTACH-ROOM     PIC 9(9)V99.
       01  WS-MAX-ITEM        PIC 9(7)V99 VALUE 9999999.99.
       01  WS-ORDER-ACTION    PIC X(10).
       01  WS-ORDER-MOVED     PIC 9(9)V99.

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC.
       01  WS-SEQUENCE-NUMBER  PIC 9(6) VALUE 0.
       01  WS-ITEM-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-TRL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TRL-HASH-TOTAL   PIC 9(10) VALUE 0.
       01  WS-FEED-ACCOUNT     PIC X(10).
       01  WS-FEED-AMOUNT      PIC 9(7)V99.
       01  WS-FEED-NAME        PIC X(30).

       01  WS-ORDER-COUNT     PIC 9(5) VALUE 0.
       01  WS-HOLD-COUNT      PIC 9(5) VALUE 0.
       01  WS-HOLD-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-SWEEP-COUNT     PIC 9(5) VALUE 0.
       01  WS-SWEEP-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-RELEASE-COUNT   PIC 9(5) VALUE 0.
       01  WS-SATISFIED-COUNT PIC 9(5) VALUE 0.
       01  WS-LIFTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           MOVE WS-PROCESSING-DATE TO WS-TODAY-NUM.
           OPEN I-O LEGALFILE.
           IF LO-FILE-STATUS = '35'
               DISPLAY 'NO LEGAL ORDERS ON FILE'
               STOP RUN
           END-IF.
           IF LO-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening LEGALFILE: ' LO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE LEGALFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO HOLDS FILE YET JUST MEANS NO HOLDS - NOTHING IS HELD
      *    UNDER ANY ORDER AND THE WHOLE LEDGER IS ATTACHABLE.
           OPEN INPUT HOLDFILE.
           IF HD-FILE-STATUS = '00'
               SET WS-HOLDS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LEGALRPTFILE.
           IF LR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening LEGALRPT: ' LR-FILE-STATUS
               CLOSE LEGALFILE ACCOUNTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO LEGALRPT-RECORD.
           STRING 'LEGAL ORDER PROCESSING FOR ' WS-TODAY
               DELIMITED BY SIZE INTO LEGALRPT-RECORD.
           WRITE LEGALRPT-RECORD.
           MOVE SPACES TO LEGALRPT-RECORD.
           WRITE LEGALRPT-RECORD.
           PERFORM 200-LOAD-ORDERS THRU 200-LOAD-ORDERS-EXIT.
           PERFORM 300-WORK-ONE-ORDER THRU 300-WORK-ONE-ORDER-EXIT
                   VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT.
           PERFORM 600-FINISH-FEED THRU 600-FINISH-FEED-EXIT.
           MOVE SPACES TO LEGALRPT-RECORD.
           WRITE LEGALRPT-RECORD.
           STRING 'ORDERS WORKED ' WS-ORDER-COUNT
               '  HELD ' WS-HOLD-TOTAL
               '  PAID OVER ' WS-SWEEP-TOTAL
               '  SATISFIED ' WS-SATISFIED-COUNT
               '  LIFTED ' WS-LIFTED-COUNT
               DELIMITED BY SIZE INTO LEGALRPT-RECORD.
           WRITE LEGALRPT-RECORD.
           CLOSE LEGALRPTFILE.
           IF WS-HOLDS-OPEN
               CLOSE HOLDFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           CLOSE LEGALFILE.
           DISPLAY 'ORDERS WORKED    : ' WS-ORDER-COUNT.
           DISPLAY 'HOLDS PLACED     : ' WS-HOLD-COUNT.
           DISPLAY 'AMOUNT HELD      : ' WS-HOLD-TOTAL.
           DISPLAY 'HOLDS RELEASED   : ' WS-RELEASE-COUNT.
           DISPLAY 'DEBITS WRITTEN   : ' WS-SWEEP-COUNT.
           DISPLAY 'AMOUNT PAID OVER : ' WS-SWEEP-TOTAL.
           DISPLAY 'ORDERS SATISFIED : ' WS-SATISFIED-COUNT.
           DISPLAY 'LIFTS CARRIED OUT: ' WS-LIFTED-COUNT.
           DISPLAY 'ORDERS NOT WORKED: ' WS-DROPPED-COUNT.
           DISPLAY 'ERRORS           : ' WS-ERROR-COUNT.
           IF WS-DROPPED-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEGAL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'HOLDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GARNFEED_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GARNFEED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BATCHLISTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALRPT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NOTIFYQ-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.

      *    READS THE CYCLE'S BUSINESS DATE FROM THE CONTROL RECORD,
      *    FALLING BACK TO THE WALL CLOCK (WITH A CONSOLE NOTE) WHEN
      *    THE FILE IS ABSENT OR UNREADABLE.
       GET-PROCESSING-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE.
           OPEN INPUT PROCDATEFILE.
           IF PD-FILE-STATUS = '00'
               READ PROCDATEFILE
                   AT END
                       DISPLAY 'PROCDATE EMPTY - USING WALL CLOCK'
                   NOT AT END
                       IF PROCDATE-RECORD NUMERIC
                           MOVE PROCDATE-RECORD TO WS-PROCESSING-DATE
                       ELSE
                           DISPLAY 'PROCDATE UNPARSEABLE - USING '
                                   'WALL CLOCK: ' PROCDATE-RECORD
                       END-IF
               END-READ
               CLOSE PROCDATEFILE
           END-IF.
       GET-PROCESSING-DATE-EXIT.
           EXIT.

      *    ONE PASS OF THE REGISTER PICKS OUT THE ORDERS TO WORK AND
      *    FILES EACH INTO THE TABLE AT ITS PLACE IN PRIORITY ORDER.
      *    AN ORDER THAT DOES NOT FIT IS REPORTED AND WAITS FOR THE
      *    NEXT RUN.
       200-LOAD-ORDERS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LEGALFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF (LO-STATUS-ACTIVE OR
                           (LO-STATUS-LIFTED AND
                            LO-CLOSED-DATE = SPACES)) AND
                          LO-LAST-RUN-DATE NOT = WS-TODAY
                           PERFORM 210-FILE-ONE-ORDER THRU
                                   210-FILE-ONE-ORDER-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       200-LOAD-ORDERS-EXIT.
           EXIT.

       210-FILE-ONE-ORDER.
           IF WS-OT-COUNT NOT < 300
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY 'ORDER TABLE FULL - NOT WORKED: '
                       LO-ORDER-NUMBER
               GO TO 210-FILE-ONE-ORDER-EXIT
           END-IF.
           MOVE LO-PRIORITY TO WS-NEW-SORT-KEY(1:2).
           MOVE LO-RECEIVED-DATE TO WS-NEW-SORT-KEY(3:8).
           MOVE LO-ORDER-NUMBER TO WS-NEW-SORT-KEY(11:10).
           ADD 1 TO WS-OT-COUNT.
           MOVE WS-OT-COUNT TO WS-OT-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM UNTIL WS-OT-SLOT = 1 OR WS-SLOT-FOUND
               IF WS-OT-SORT-KEY(WS-OT-SLOT - 1) NOT > WS-NEW-SORT-KEY
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-OT-ENTRY(WS-OT-SLOT - 1) TO
                        WS-OT-ENTRY(WS-OT-SLOT)
                   SUBTRACT 1 FROM WS-OT-SLOT
               END-IF
           END-PERFORM.
           MOVE WS-NEW-SORT-KEY TO WS-OT-SORT-KEY(WS-OT-SLOT).
       210-FILE-ONE-ORDER-EXIT.
           EXIT.

      *    ONE ORDER: FIND ITS ACCOUNTS AND WHAT IT ALREADY HOLDS ON
      *    THEM, THEN HOLD, PAY OVER OR RELEASE AS ITS STATE CALLS
      *    FOR, AND STAMP IT WORKED FOR TODAY.
       300-WORK-ONE-ORDER.
           MOVE WS-OT-ORDER(WS-OT-IDX) TO LO-ORDER-NUMBER.
           READ LEGALFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'LEGAL ORDER VANISHED: ' LO-ORDER-NUMBER
                   GO TO 300-WORK-ONE-ORDER-EXIT
           END-READ.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE 'L' TO WS-OWN-PREFIX(1:1).
           MOVE LO-ORDER-NUMBER(5:6) TO WS-OWN-PREFIX(2:6).
           MOVE 0 TO WS-ORDER-MOVED.
           PERFORM 310-BUILD-ACCOUNT-LIST THRU
                   310-BUILD-ACCOUNT-LIST-EXIT.
           MOVE 0 TO LO-HELD-AMOUNT.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
               ADD WS-OA-OWN-HELD(WS-OA-IDX) TO LO-HELD-AMOUNT
           END-PERFORM.
           IF LO-STATUS-LIFTED
               PERFORM 400-CARRY-OUT-LIFT THRU
                       400-CARRY-OUT-LIFT-EXIT
           ELSE
               PERFORM 320-FIND-ATTACHABLE THRU
                       320-FIND-ATTACHABLE-EXIT
               IF LO-RELEASE-DATE NUMERIC AND
                  LO-RELEASE-DATE NOT > WS-TODAY
                   PERFORM 500-PAY-OVER THRU 500-PAY-OVER-EXIT
               ELSE
                   PERFORM 450-HOLD-FUNDS THRU 450-HOLD-FUNDS-EXIT
               END-IF
           END-IF.
           MOVE WS-TODAY TO LO-LAST-RUN-DATE.
           REWRITE LEGAL-RECORD.
           IF LO-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LEGALFILE REWRITE FAILED: ' LO-FILE-STATUS
                       ' ' LO-ORDER-NUMBER
           END-IF.
           MOVE SPACES TO LEGALRPT-RECORD.
           STRING LO-ORDER-NUMBER ' ' LO-COURT-REFERENCE ' '
               LO-TARGET-TYPE ' ' LO-ACCOUNT-NUMBER
               LO-CUSTOMER-NUMBER ' PRI ' LO-PRIORITY
               ' ' WS-ORDER-ACTION ' ' WS-ORDER-MOVED
               ' HELD ' LO-HELD-AMOUNT ' PAID ' LO-SWEPT-AMOUNT
               ' OF ' LO-ORDERED-AMOUNT ' REL ' LO-RELEASE-DATE
               DELIMITED BY SIZE INTO LEGALRPT-RECORD.
           WRITE LEGALRPT-RECORD.
       300-WORK-ONE-ORDER-EXIT.
           EXIT.

      *    AN ACCOUNT ORDER REACHES ITS ONE ACCOUNT; A CUSTOMER ORDER
      *    EVERY ACCOUNT LINKED TO THE CUSTOMER, READ THROUGH THE
      *    CUSTOMER-NUMBER INDEX. CLOSED ACCOUNTS ARE PASSED OVER.
       310-BUILD-ACCOUNT-LIST.
           MOVE 0 TO WS-OA-COUNT.
           IF LO-TARGET-ACCOUNT
               MOVE LO-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
               READ ACCOUNTFILE
                   INVALID KEY
                       DISPLAY 'ORDER ' LO-ORDER-NUMBER
                               ' ACCOUNT NOT ON FILE: '
                               LO-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       PERFORM 315-ADD-ACCOUNT THRU
                               315-ADD-ACCOUNT-EXIT
               END-READ
               GO TO 310-BUILD-ACCOUNT-LIST-EXIT
           END-IF.
           MOVE LO-CUSTOMER-NUMBER TO AF-CUSTOMER-NUMBER.
           START ACCOUNTFILE KEY = AF-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO 310-BUILD-ACCOUNT-LIST-EXIT
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AF-CUSTOMER-NUMBER NOT = LO-CUSTOMER-NUMBER
                           MOVE 'Y' TO EOF-FLAG
                       ELSE
                           PERFORM 315-ADD-ACCOUNT THRU
                                   315-ADD-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       310-BUILD-ACCOUNT-LIST-EXIT.
           EXIT.

      *    FUNDS ARE ONLY ATTACHED ON AN ACTIVE OR DORMANT DEPOSIT
      *    ACCOUNT - POSTING REFUSES A DEBIT TO A FROZEN ONE, AND A
      *    LOAN'S BALANCE IS NOT THE CUSTOMER'S MONEY. THE ACCOUNT
      *    STAYS ON THE LIST EITHER WAY SO ITS HOLDS CAN BE FREED.
       315-ADD-ACCOUNT.
           IF AF-STATUS-CLOSED
               GO TO 315-ADD-ACCOUNT-EXIT
           END-IF.
           IF WS-OA-COUNT NOT < 20
               DISPLAY 'ORDER ' LO-ORDER-NUMBER
                       ' REACHES OVER 20 ACCOUNTS - SKIPPED: '
                       AF-ACCOUNT-NUMBER
               GO TO 315-ADD-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-OA-COUNT.
           MOVE AF-ACCOUNT-NUMBER TO WS-OA-ACCOUNT(WS-OA-COUNT).
           MOVE AF-ACCOUNT-BALANCE TO WS-OA-LEDGER(WS-OA-COUNT).
           MOVE 0 TO WS-OA-ALL-HOLDS(WS-OA-COUNT)
                     WS-OA-OWN-HELD(WS-OA-COUNT)
                     WS-OA-ATTACH(WS-OA-COUNT).
           MOVE 'N' TO WS-OA-USABLE-SW(WS-OA-COUNT).
           IF (AF-STATUS-ACTIVE OR AF-STATUS-DORMANT) AND
              NOT AF-TYPE-LOAN
               MOVE 'Y' TO WS-OA-USABLE-SW(WS-OA-COUNT)
           END-IF.
           IF WS-HOLDS-NOT-OPEN
               GO TO 315-ADD-ACCOUNT-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO HD-HOLD-ID.
           MOVE 'N' TO WS-HOLD-EOF.
           START HOLDFILE KEY NOT < HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = AF-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HD-EXPIRY-DATE = 0 OR
                              HD-EXPIRY-DATE >= WS-TODAY-NUM
                               ADD HD-HOLD-AMOUNT TO
                                   WS-OA-ALL-HOLDS(WS-OA-COUNT)
                           END-IF
                           IF HD-HOLD-ID(1:7) = WS-OWN-PREFIX
                               ADD HD-HOLD-AMOUNT TO
                                   WS-OA-OWN-HELD(WS-OA-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       315-ADD-ACCOUNT-EXIT.
           EXIT.

      *    WHAT THE ORDER STILL NEEDS, BEYOND WHAT IT ALREADY HOLDS,
      *    IS TAKEN FROM EACH USABLE ACCOUNT IN TURN. ON EACH ONE THE
      *    FREE FUNDS ARE THE LEDGER LESS EVERY ACTIVE HOLD AND LESS
      *    WHAT AN EARLIER ORDER ATTACHED THIS RUN; THE EXEMPT AMOUNT
      *    IS LEFT UNTOUCHED ACROSS THE ORDER'S ACCOUNTS TOGETHER.
       320-FIND-ATTACHABLE.
           COMPUTE WS-REMAINING = LO-ORDERED-AMOUNT - LO-SWEPT-AMOUNT.
           COMPUTE WS-NEED = WS-REMAINING - LO-HELD-AMOUNT.
           MOVE LO-EXEMPT-AMOUNT TO WS-EXEMPT-LEFT.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT OR WS-NEED NOT > 0
               IF WS-OA-USABLE(WS-OA-IDX)
                   PERFORM 325-ATTACH-FROM-ACCOUNT THRU
                           325-ATTACH-FROM-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
       320-FIND-ATTACHABLE-EXIT.
           EXIT.

       325-ATTACH-FROM-ACCOUNT.
           PERFORM 360-FIND-RUN-CAPTURE THRU
                   360-FIND-RUN-CAPTURE-EXIT.
           COMPUTE WS-AVAILABLE = WS-OA-LEDGER(WS-OA-IDX) -
                   WS-OA-ALL-HOLDS(WS-OA-IDX).
           IF WS-RC-IDX > 0
               SUBTRACT WS-RC-AMOUNT(WS-RC-IDX) FROM WS-AVAILABLE
           END-IF.
           IF WS-AVAILABLE NOT > 0
               GO TO 325-ATTACH-FROM-ACCOUNT-EXIT
           END-IF.
           IF WS-AVAILABLE NOT > WS-EXEMPT-LEFT
               SUBTRACT WS-AVAILABLE FROM WS-EXEMPT-LEFT
               GO TO 325-ATTACH-FROM-ACCOUNT-EXIT
           END-IF.
           COMPUTE WS-FREE = WS-AVAILABLE - WS-EXEMPT-LEFT.
           MOVE 0 TO WS-EXEMPT-LEFT.
           IF WS-FREE > WS-NEED
               MOVE WS-NEED TO WS-FREE
           END-IF.
      *    ONE FEED ITEM CARRIES AT MOST 9999999.99, AND THE DEBIT AT
      *    MATURITY TAKES THE OWN HOLDS AND THE NEW FUNDS TOGETHER.
           COMPUTE WS-ATTACH-ROOM = WS-MAX-ITEM -
                   WS-OA-OWN-HELD(WS-OA-IDX).
           IF WS-FREE > WS-ATTACH-ROOM
               MOVE WS-ATTACH-ROOM TO WS-FREE
           END-IF.
           MOVE WS-FREE TO WS-OA-ATTACH(WS-OA-IDX).
           SUBTRACT WS-FREE FROM WS-NEED.
       325-ATTACH-FROM-ACCOUNT-EXIT.
           EXIT.

      *    LOCATES THE ACCOUNT'S ENTRY IN THE RUN-CAPTURE TABLE
      *    (WS-RC-IDX 0 = NONE YET).
       360-FIND-RUN-CAPTURE.
           MOVE 0 TO WS-RC-IDX.
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
                   UNTIL WS-RC-SCAN > WS-RC-COUNT OR WS-RC-IDX > 0
               IF WS-RC-ACCOUNT(WS-RC-SCAN) = WS-OA-ACCOUNT(WS-OA-IDX)
                   MOVE WS-RC-SCAN TO WS-RC-IDX
               END-IF
           END-PERFORM.
       360-FIND-RUN-CAPTURE-EXIT.
           EXIT.

      *    RECORDS FUNDS THIS RUN HAS NOW ATTACHED ON THE ACCOUNT. A
      *    FULL TABLE IS WARNED ABOUT, NOT FATAL: THE WORST IT COSTS
      *    IS A JUNIOR ORDER HOLDING FUNDS ALSO HELD BY A SENIOR ONE,
      *    WHICH THE LEGAL DESK SEES ON THE REPORT.
       365-NOTE-RUN-CAPTURE.
           PERFORM 360-FIND-RUN-CAPTURE THRU
                   360-FIND-RUN-CAPTURE-EXIT.
           IF WS-RC-IDX = 0
               IF WS-RC-COUNT NOT < 500
                   DISPLAY 'RUN CAPTURE TABLE FULL: '
                           WS-OA-ACCOUNT(WS-OA-IDX)
                   GO TO 365-NOTE-RUN-CAPTURE-EXIT
               END-IF
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-IDX
               MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO
                    WS-RC-ACCOUNT(WS-RC-IDX)
               MOVE 0 TO WS-RC-AMOUNT(WS-RC-IDX)
           END-IF.
           ADD WS-OA-ATTACH(WS-OA-IDX) TO WS-RC-AMOUNT(WS-RC-IDX).
       365-NOTE-RUN-CAPTURE-EXIT.
           EXIT.

      *    THE COURT LIFTED THE ORDER: EVERY HOLD IT STILL HAS IS
      *    FREED AND THE CUSTOMER TOLD. WHAT WAS ALREADY PAID OVER
      *    STAYS PAID.
       400-CARRY-OUT-LIFT.
           MOVE 'LIFTED' TO WS-ORDER-ACTION.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
               IF WS-OA-OWN-HELD(WS-OA-IDX) > 0
                   PERFORM 430-RELEASE-OWN-HOLDS THRU
                           430-RELEASE-OWN-HOLDS-EXIT
                   ADD WS-OA-OWN-HELD(WS-OA-IDX) TO WS-ORDER-MOVED
                   MOVE 'LGLLIFT ' TO WS-NFY-EVENT
                   MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-NFY-ACCOUNT
                   MOVE SPACES TO WS-NFY-DETAIL
                   STRING 'ORDER ' LO-ORDER-NUMBER ' RELEASED '
                       WS-OA-OWN-HELD(WS-OA-IDX)
                       DELIMITED BY SIZE INTO WS-NFY-DETAIL
                   PERFORM QUEUE-NOTIFY-EVENT THRU
                           QUEUE-NOTIFY-EVENT-EXIT
               END-IF
           END-PERFORM.
           MOVE 0 TO LO-HELD-AMOUNT.
           MOVE WS-TODAY TO LO-CLOSED-DATE.
           ADD 1 TO WS-LIFTED-COUNT.
       400-CARRY-OUT-LIFT-EXIT.
           EXIT.

      *    ONE HLD RELEASE PER HOLD THE ORDER HAS ON THE CURRENT
      *    ACCOUNT, READ BACK OFF THE HOLD FILE BY ITS ID PREFIX.
       430-RELEASE-OWN-HOLDS.
           MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO HD-ACCOUNT-NUMBER.
           MOVE WS-OWN-PREFIX TO HD-HOLD-ID.
           MOVE 'N' TO WS-HOLD-EOF.
           START HOLDFILE KEY NOT < HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT =
                          WS-OA-ACCOUNT(WS-OA-IDX) OR
                          HD-HOLD-ID(1:7) NOT = WS-OWN-PREFIX
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           MOVE 'R' TO WS-HOLD-ACTION
                           MOVE HD-HOLD-ID TO WS-HOLD-ID
                           MOVE HD-ACCOUNT-NUMBER TO WS-FEED-ACCOUNT
                           MOVE HD-HOLD-AMOUNT TO WS-FEED-AMOUNT
                           PERFORM 545-WRITE-HOLD-ITEM THRU
                                   545-WRITE-HOLD-ITEM-EXIT
                           ADD 1 TO WS-RELEASE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       430-RELEASE-OWN-HOLDS-EXIT.
           EXIT.

      *    BEFORE MATURITY: A NEW HOLD, NO EXPIRY, FOR WHAT EACH
      *    ACCOUNT NEWLY GIVES UP, AND A NOTICE THAT THE FUNDS ARE
      *    FROZEN UNDER THE ORDER.
       450-HOLD-FUNDS.
           MOVE 'HELD' TO WS-ORDER-ACTION.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
               IF WS-OA-ATTACH(WS-OA-IDX) > 0
                   ADD 1 TO LO-HOLD-SEQ
                   MOVE WS-OWN-PREFIX TO WS-HOLD-ID(1:7)
                   MOVE LO-HOLD-SEQ TO WS-HOLD-ID(8:3)
                   MOVE 'P' TO WS-HOLD-ACTION
                   MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-FEED-ACCOUNT
                   MOVE WS-OA-ATTACH(WS-OA-IDX) TO WS-FEED-AMOUNT
                   PERFORM 545-WRITE-HOLD-ITEM THRU
                           545-WRITE-HOLD-ITEM-EXIT
                   PERFORM 365-NOTE-RUN-CAPTURE THRU
                           365-NOTE-RUN-CAPTURE-EXIT
                   ADD WS-OA-ATTACH(WS-OA-IDX) TO LO-HELD-AMOUNT
                                                  WS-ORDER-MOVED
                                                  WS-HOLD-TOTAL
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE 'LGLHOLD ' TO WS-NFY-EVENT
                   MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-NFY-ACCOUNT
                   MOVE SPACES TO WS-NFY-DETAIL
                   STRING 'ORDER ' LO-ORDER-NUMBER ' HELD '
                       WS-OA-ATTACH(WS-OA-IDX) ' '
                       LO-RELEASE-DATE
                       DELIMITED BY SIZE INTO WS-NFY-DETAIL
                   PERFORM QUEUE-NOTIFY-EVENT THRU
                           QUEUE-NOTIFY-EVENT-EXIT
               END-IF
           END-PERFORM.
       450-HOLD-FUNDS-EXIT.
           EXIT.

      *    ON OR AFTER MATURITY: PER ACCOUNT, THE ORDER'S HOLDS ARE
      *    RELEASED AND ONE LGL01 DEBIT TAKES THEM TOGETHER WITH ANY
      *    NEWLY ATTACHABLE FUNDS. THE RELEASES ARE WRITTEN FIRST SO
      *    POSTING (WHICH KEEPS AN ACCOUNT'S ITEMS IN FEED ORDER)
      *    FREES THE FUNDS BEFORE THE DEBIT TAKES THEM. HOLDS ON AN
      *    ACCOUNT SINCE FROZEN STAY WHERE THEY ARE UNTIL IT CAN BE
      *    DEBITED AGAIN.
       500-PAY-OVER.
           MOVE 'PAID OVER' TO WS-ORDER-ACTION.
           MOVE 0 TO LO-HELD-AMOUNT.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
               IF NOT WS-OA-USABLE(WS-OA-IDX)
                   ADD WS-OA-OWN-HELD(WS-OA-IDX) TO LO-HELD-AMOUNT
                   MOVE 0 TO WS-OA-OWN-HELD(WS-OA-IDX)
               END-IF
               IF WS-OA-OWN-HELD(WS-OA-IDX) > 0
                   PERFORM 430-RELEASE-OWN-HOLDS THRU
                           430-RELEASE-OWN-HOLDS-EXIT
               END-IF
               COMPUTE WS-FEED-AMOUNT = WS-OA-OWN-HELD(WS-OA-IDX) +
                       WS-OA-ATTACH(WS-OA-IDX)
               IF WS-FEED-AMOUNT > 0
                   MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-FEED-ACCOUNT
                   MOVE SPACES TO WS-FEED-NAME
                   STRING 'LEGAL ORDER ' LO-ORDER-NUMBER
                       DELIMITED BY SIZE INTO WS-FEED-NAME
                   PERFORM 540-WRITE-FEED-ITEM THRU
                           540-WRITE-FEED-ITEM-EXIT
                   PERFORM 365-NOTE-RUN-CAPTURE THRU
                           365-NOTE-RUN-CAPTURE-EXIT
                   ADD WS-FEED-AMOUNT TO LO-SWEPT-AMOUNT
                                         WS-ORDER-MOVED
                                         WS-SWEEP-TOTAL
                   ADD 1 TO WS-SWEEP-COUNT
                   MOVE 'LGLPAID ' TO WS-NFY-EVENT
                   MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-NFY-ACCOUNT
                   MOVE SPACES TO WS-NFY-DETAIL
                   STRING 'ORDER ' LO-ORDER-NUMBER ' PAID '
                       WS-FEED-AMOUNT
                       DELIMITED BY SIZE INTO WS-NFY-DETAIL
                   PERFORM QUEUE-NOTIFY-EVENT THRU
                           QUEUE-NOTIFY-EVENT-EXIT
               END-IF
           END-PERFORM.
           IF LO-SWEPT-AMOUNT NOT < LO-ORDERED-AMOUNT
               SET LO-STATUS-SATISFIED TO TRUE
               MOVE WS-TODAY TO LO-CLOSED-DATE
               MOVE 'SATISFIED' TO WS-ORDER-ACTION
               ADD 1 TO WS-SATISFIED-COUNT
           END-IF.
       500-PAY-OVER-EXIT.
           EXIT.

      *    ONE LGL01 DEBIT FOR THE CURRENT ACCOUNT, FORCE-FLAGGED SO
      *    POSTING TAKES IT WITHOUT THE AVAILABLE-BALANCE TEST - THE
      *    FUNDS WERE ALREADY COUNTED FREE OR HELD FOR THE ORDER.
      *    IT GOES AS A MACHINE ITEM WITH NO TELLER ID: THE SUM IS SET
      *    BY THE COURT, NOT BY ANY OFFICER'S KEYING AUTHORITY.
       540-WRITE-FEED-ITEM.
           PERFORM 550-OPEN-FEED-ONCE THRU 550-OPEN-FEED-ONCE-EXIT.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE WS-FEED-ACCOUNT TO TF-ACCOUNT-NUMBER.
           MOVE WS-FEED-NAME TO TF-TRANSACTION-NAME.
           MOVE 'LGL01' TO TF-TRANSACTION-CODE.
           MOVE WS-FEED-AMOUNT TO TF-TRANSACTION-AMOUNT.
           MOVE 'D' TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           SET TF-FORCE-POST TO TRUE.
           ADD WS-FEED-AMOUNT TO WS-TRL-DEBIT-TOTAL.
           PERFORM 555-HASH-FEED-ACCOUNT THRU
                   555-HASH-FEED-ACCOUNT-EXIT.
           WRITE TRANS-RECORD.
       540-WRITE-FEED-ITEM-EXIT.
           EXIT.

      *    ONE HLD PLACE OR RELEASE. HOLDS COUNT IN THE TRAILER'S
      *    RECORD COUNT AND HASH BUT IN NEITHER MONEY TOTAL.
       545-WRITE-HOLD-ITEM.
           PERFORM 550-OPEN-FEED-ONCE THRU 550-OPEN-FEED-ONCE-EXIT.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'HLD' TO HL-RECORD-TYPE.
           MOVE WS-HOLD-ACTION TO HL-ACTION.
           MOVE WS-FEED-ACCOUNT TO HL-ACCOUNT-NUMBER.
           MOVE WS-FEED-AMOUNT TO HL-HOLD-AMOUNT.
           MOVE WS-HOLD-ID TO HL-HOLD-ID.
           MOVE 0 TO HL-EXPIRY-DATE.
           MOVE WS-SEQUENCE-NUMBER TO HL-SEQUENCE-NUMBER.
           PERFORM 555-HASH-FEED-ACCOUNT THRU
                   555-HASH-FEED-ACCOUNT-EXIT.
           WRITE TRANS-RECORD.
       545-WRITE-HOLD-ITEM-EXIT.
           EXIT.

       550-OPEN-FEED-ONCE.
           IF WS-FEED-NOT-OPEN
               OPEN OUTPUT GARNFEEDFILE
               MOVE SPACES TO TRANS-RECORD
               MOVE 'HDR' TO TH-RECORD-TYPE
               MOVE WS-TODAY TO TH-BATCH-DATE
               WRITE TRANS-RECORD
               SET WS-FEED-OPEN TO TRUE
           END-IF.
       550-OPEN-FEED-ONCE-EXIT.
           EXIT.

       555-HASH-FEED-ACCOUNT.
           IF WS-FEED-ACCOUNT NUMERIC
               COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION MOD(WS-TRL-HASH-TOTAL +
                       FUNCTION NUMVAL(WS-FEED-ACCOUNT),
                       10000000000)
           END-IF.
       555-HASH-FEED-ACCOUNT-EXIT.
           EXIT.

      *    THE FEED CLOSES WITH PROPER CONTROL TOTALS AND GOES ON
      *    BATCHLIST.DAT FOR THE NEXT POSTING RUN.
       600-FINISH-FEED.
           IF WS-FEED-OPEN
               MOVE SPACES TO TRANS-RECORD
               MOVE 'TRL' TO TT-RECORD-TYPE
               MOVE WS-ITEM-COUNT TO TT-RECORD-COUNT
               MOVE WS-TRL-DEBIT-TOTAL TO TT-DEBIT-TOTAL
               MOVE WS-TRL-CREDIT-TOTAL TO TT-CREDIT-TOTAL
               MOVE WS-TRL-HASH-TOTAL TO TT-HASH-TOTAL
               WRITE TRANS-RECORD
               CLOSE GARNFEEDFILE
               OPEN EXTEND BATCHLISTFILE
               IF BL-FILE-STATUS = '35'
                   OPEN OUTPUT BATCHLISTFILE
               END-IF
               IF BL-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening BATCHLIST: ' BL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-GARNFEED-FILE-NAME TO BATCHLIST-RECORD
                   WRITE BATCHLIST-RECORD
                   CLOSE BATCHLISTFILE
               END-IF
           END-IF.
       600-FINISH-FEED-EXIT.
           EXIT.

      *    DROPS ONE STANDARD EVENT ON THE SHARED NOTIFICATION
      *    QUEUE - EVENT|ACCOUNT|DATE|DETAIL - APPEND-ONLY, CREATED
      *    ON FIRST USE. AN UNWRITABLE QUEUE ONLY WARNS; THE
      *    GENERATING PROGRAM'S OWN OUTPUT REMAINS THE RECORD.
       QUEUE-NOTIFY-EVENT.
           OPEN EXTEND NOTIFYQFILE.
           IF NQ-FILE-STATUS = '35'
               OPEN OUTPUT NOTIFYQFILE
           END-IF.
           IF NQ-FILE-STATUS NOT = '00'
               DISPLAY 'NOTIFY QUEUE UNWRITABLE: ' NQ-FILE-STATUS
           ELSE
               MOVE SPACES TO NOTIFYQ-RECORD
               STRING WS-NFY-EVENT '|' WS-NFY-ACCOUNT '|'
                   WS-TODAY '|' WS-NFY-DETAIL
                   DELIMITED BY SIZE INTO NOTIFYQ-RECORD
               WRITE NOTIFYQ-RECORD
               CLOSE NOTIFYQFILE
           END-IF.
       QUEUE-NOTIFY-EVENT-EXIT.
           EXIT.
