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

      *    ACTIVE FUNDS HOLDS, SO THE TELLER QUOTES THE AVAILABLE
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

      *    CARD MASTER, SO THE TELLER SEES EVERY CARD ON THE ACCOUNT
      *    AND ITS STATUS. OPTIONAL - NO FILE, NO CARD LINES.
           SELECT CARDFILE ASSIGN TO WS-CARD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-CARD-NUMBER
                FILE STATUS IS CD-FILE-STATUS.

      *    PERIOD BALANCE FIGURES KEPT BY BALHIST - THE AVERAGE AND
      *    LOWEST BALANCE THE FEE AND INTEREST RUNS MAY JUDGE ON, SO
      *    THE TELLER CAN ANSWER "WHY WAS I CHARGED". OPTIONAL - NO
      *    FILE, NO FIGURES.
           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

      *    CLOSED-ACCOUNT ARCHIVE KEPT BY ACCTPURGE. A NUMBER NO
      *    LONGER ON THE MASTER IS LOOKED FOR HERE BEFORE THE TELLER
      *    IS TOLD IT DOES NOT EXIST. OPTIONAL - NO FILE, NO FALLBACK.
           SELECT CLOSEDFILE ASSIGN TO WS-CLOSED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PU-ACCOUNT-NUMBER
                FILE STATUS IS PU-FILE-STATUS.

      *    LEGAL-ORDER REGISTER KEPT BY LEGALMNT AND GARNISH, SO THE
      *    TELLER KNOWS BEFORE PAYING ANYTHING OUT THAT A COURT ORDER
      *    REACHES THE ACCOUNT. OPTIONAL - NO FILE, NO ORDER LINES.
           SELECT LEGALFILE ASSIGN TO WS-LEGAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LO-ORDER-NUMBER
                FILE STATUS IS LO-FILE-STATUS.

      *    PROCESSING-DATE CONTROL RECORD: THE BUSINESS DATE THE
      *    CYCLE IS RUNNING FOR, ADVANCED BY THE DAY-END CLOSE - SO A
      *    RERUN OR BACKDATED CYCLE CARRIES THE DATE IT BELONGS TO
       01  REQUEST-RECORD PIC X(10).

      *    RESPONSE LAYOUTS, FIXED SO THE CALLER PARSES BY POSITION:
      *    RP-RECORD-TYPE 'M' = MASTER (RP-FOUND-IND 'Y'/'N', OR
      *          'A' FOR AN ACCOUNT PURGED TO THE CLOSED ARCHIVE),
      *    'B' = THE ACCOUNT'S PERIOD BALANCE FIGURES (ONLY WHEN
      *          BALHIST HAS ANY FOR IT),
      *    'C' = ONE CARD LINKED TO THE ACCOUNT,
      *    'H' = ONE FUNDS HOLD IN FORCE ON THE ACCOUNT, WITH THE
      *          DATE ITS FUNDS BECOME AVAILABLE (ZERO = HELD UNTIL
      *          RELEASED),
      *    'L' = ONE ACTIVE LEGAL ORDER REACHING THE ACCOUNT,
      *    'T' = ONE REPLAYED AUDIT TRANSACTION.
       FD  RESPONSEFILE.
       01  RESPONSE-RECORD.
           05  RT-TXN-DATE        PIC X(10).
           05  RT-TIMESTAMP       PIC X(16).
           05  FILLER             PIC X(110).
       01  RESPONSE-CARD REDEFINES RESPONSE-RECORD.
           05  FILLER             PIC X(1).
           05  RC-ACCOUNT-NUMBER  PIC X(10).
           05  RC-CARD-NUMBER     PIC X(16).
           05  RC-CARD-STATUS     PIC X(1).
           05  RC-EXPIRY-DATE     PIC 9(8).
           05  RC-ATM-DAILY-LIMIT PIC 9(7)V99.
           05  RC-POS-DAILY-LIMIT PIC 9(7)V99.
           05  RC-ISSUE-BRANCH    PIC X(3).
           05  FILLER             PIC X(123).
       01  RESPONSE-BALANCE REDEFINES RESPONSE-RECORD.
           05  FILLER             PIC X(1).
           05  RB-ACCOUNT-NUMBER  PIC X(10).
           05  RB-AS-OF-DATE      PIC 9(8).
           05  RB-CUR-PERIOD      PIC 9(6).
           05  RB-CUR-DAYS        PIC 9(3).
           05  RB-CUR-ADB         PIC S9(7)V99.
           05  RB-CUR-MIN         PIC S9(7)V99.
           05  RB-PRV-PERIOD      PIC 9(6).
           05  RB-PRV-DAYS        PIC 9(3).
           05  RB-PRV-ADB         PIC S9(7)V99.
           05  RB-PRV-MIN         PIC S9(7)V99.
           05  FILLER             PIC X(107).
       01  RESPONSE-HOLD REDEFINES RESPONSE-RECORD.
           05  FILLER             PIC X(1).
           05  RH-ACCOUNT-NUMBER  PIC X(10).
           05  RH-HOLD-ID         PIC X(10).
           05  RH-HOLD-AMOUNT     PIC 9(7)V99.
           05  RH-PLACED-DATE     PIC X(8).
           05  RH-AVAILABLE-DATE  PIC 9(8).
           05  FILLER             PIC X(134).
       01  RESPONSE-LEGAL REDEFINES RESPONSE-RECORD.
           05  FILLER             PIC X(1).
           05  RO-ACCOUNT-NUMBER  PIC X(10).
           05  RO-ORDER-NUMBER    PIC X(10).
           05  RO-COURT-REFERENCE PIC X(20).
           05  RO-TARGET-TYPE     PIC X(1).
           05  RO-ORDERED-AMOUNT  PIC 9(9)V99.
           05  RO-EXEMPT-AMOUNT   PIC 9(9)V99.
           05  RO-HELD-AMOUNT     PIC 9(9)V99.
           05  RO-SWEPT-AMOUNT    PIC 9(9)V99.
           05  RO-RECEIVED-DATE   PIC X(8).
           05  RO-RELEASE-DATE    PIC X(8).
           05  RO-PRIORITY        PIC 9(2).
           05  FILLER             PIC X(76).

       FD  AUDITFILE.
       COPY AUDITREC.
       FD  CUSTFILE.
       COPY CUSTREC.

       FD  CARDFILE.
       COPY CARDREC.

       FD  BALAVGFILE.
       COPY BALAVGREC.

       FD  CLOSEDFILE.
       COPY CLOSEREC.

       FD  LEGALFILE.
       COPY LEGALREC.


       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-CARD-FILE-NAME  PIC X(100) VALUE 'cards_index.txt'.
       01  CD-FILE-STATUS     PIC XX.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  BA-FILE-STATUS     PIC XX.
       01  WS-BALAVG-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-BALAVG-OPEN     VALUE 'Y'.
           88  WS-BALAVG-NOT-OPEN VALUE 'N'.
       01  WS-CLOSED-FILE-NAME PIC X(100) VALUE 'closed_index.txt'.
       01  PU-FILE-STATUS     PIC XX.
       01  WS-CLOSED-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-CLOSED-OPEN     VALUE 'Y'.
           88  WS-CLOSED-NOT-OPEN VALUE 'N'.
       01  WS-LEGAL-FILE-NAME PIC X(100) VALUE 'legalorders_index.txt'.
       01  LO-FILE-STATUS     PIC XX.
       01  WS-LEGAL-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-LEGAL-OPEN      VALUE 'Y'.
           88  WS-LEGAL-NOT-OPEN  VALUE 'N'.
       01  WS-LEGAL-EOF       PIC X(1).
       01  WS-LEGAL-COUNT     PIC 9(3).
       01  WS-ARCHIVED-SW     PIC X(1) VALUE 'N'.
           88  WS-ARCHIVED        VALUE 'Y'.
           88  WS-NOT-ARCHIVED    VALUE 'N'.
       01  WS-CARD-EOF        PIC X(1).
       01  WS-CARD-COUNT      PIC 9(3).
       01  WS-CARDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-CARDS-OPEN      VALUE 'Y'.
           88  WS-CARDS-NOT-OPEN  VALUE 'N'.
       01  RL-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  WS-REL-EOF         PIC X(1).
      *    A HOLDER-NAME FRAGMENT AND MATCHED CASE-BLIND ANYWHERE IN
      *    AF-HOLDER-NAME; CANDIDATES LIST WITH NUMBER, NAME, STATUS
      *    AND BALANCE AND THE TELLER PICKS ONE FOR THE FULL DISPLAY.
      *    C=NNNNNNNNNN AND B=NNN BROWSE ONE CUSTOMER'S OR ONE
      *    BRANCH'S ACCOUNTS THE SAME WAY.
       01  WS-INQUIRY-INPUT   PIC X(28).
       01  WS-SEARCH-NAME     PIC X(28).
       01  WS-SEARCH-LEN      PIC 9(2).
       01  WS-PICK-TEXT       PIC X(2).
       01  WS-PICK-NUM        PIC 9(2).
       01  WS-SCAN-EOF        PIC X(1).
       01  WS-BROWSE-CUSTOMER PIC X(10).
       01  WS-BROWSE-BRANCH   PIC X(3).
       01  WS-HOLDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-HOLDS-OPEN      VALUE 'Y'.
           88  WS-HOLDS-NOT-OPEN  VALUE 'N'.
       01  WS-HOLD-EOF        PIC X(1).
       01  WS-HOLD-TOTAL      PIC 9(9)V99.
       01  WS-HOLD-LIST-COUNT PIC 9(3).
       01  WS-HOLD-AVAIL-DATE PIC 9(8).
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99.
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-REQUEST-FILE-NAME  PIC X(100) VALUE SPACES.
               IF HD-FILE-STATUS = '00'
                   SET WS-HOLDS-OPEN TO TRUE
               END-IF
               OPEN INPUT CARDFILE
               IF CD-FILE-STATUS = '00'
                   SET WS-CARDS-OPEN TO TRUE
               END-IF
               OPEN INPUT BALAVGFILE
               IF BA-FILE-STATUS = '00'
                   SET WS-BALAVG-OPEN TO TRUE
               END-IF
               OPEN INPUT CLOSEDFILE
               IF PU-FILE-STATUS = '00'
                   SET WS-CLOSED-OPEN TO TRUE
               END-IF
               OPEN INPUT LEGALFILE
               IF LO-FILE-STATUS = '00'
                   SET WS-LEGAL-OPEN TO TRUE
               END-IF
               IF WS-BATCH-MODE
                   PERFORM 500-BATCH-INQUIRY THRU
                           500-BATCH-INQUIRY-EXIT
               ELSE
                   DISPLAY 'ENTER ACCOUNT NUMBER, HOLDER NAME, '
                           'C=CUSTOMER OR B=BRANCH: '
                   ACCEPT WS-INQUIRY-INPUT
                   EVALUATE TRUE
                       WHEN WS-INQUIRY-INPUT(1:10) NUMERIC AND
                            WS-INQUIRY-INPUT(11:18) = SPACES
                           MOVE WS-INQUIRY-INPUT(1:10) TO
                                WS-INQUIRY-ACCOUNT
                           PERFORM 200-LOOKUP-ACCOUNT THRU
                                   200-LOOKUP-ACCOUNT-EXIT
                       WHEN WS-INQUIRY-INPUT(1:2) = 'C=' OR 'c='
                           PERFORM 440-BROWSE-BY-CUSTOMER THRU
                                   440-BROWSE-BY-CUSTOMER-EXIT
                       WHEN WS-INQUIRY-INPUT(1:2) = 'B=' OR 'b='
                           PERFORM 450-BROWSE-BY-BRANCH THRU
                                   450-BROWSE-BY-BRANCH-EXIT
                       WHEN OTHER
                           PERFORM 400-SEARCH-BY-NAME THRU
                                   400-SEARCH-BY-NAME-EXIT
                   END-EVALUATE
               END-IF
               IF WS-HOLDS-OPEN
                   CLOSE HOLDFILE
               END-IF
               IF WS-CARDS-OPEN
                   CLOSE CARDFILE
               END-IF
               IF WS-BALAVG-OPEN
                   CLOSE BALAVGFILE
               END-IF
               IF WS-CLOSED-OPEN
                   CLOSE CLOSEDFILE
               END-IF
               IF WS-LEGAL-OPEN
                   CLOSE LEGALFILE
               END-IF
               CLOSE ACCOUNTFILE
           END-IF.
           STOP RUN.
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CARDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARD-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLOSEDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLOSED-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEGAL-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'INQREQUEST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REQUEST-FILE-NAME
           MOVE WS-INQUIRY-ACCOUNT TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   PERFORM 270-LOOKUP-ARCHIVE THRU
                           270-LOOKUP-ARCHIVE-EXIT
                   IF WS-ARCHIVED
                       PERFORM 280-SHOW-ARCHIVED THRU
                               280-SHOW-ARCHIVED-EXIT
                   ELSE
                       DISPLAY 'NO SUCH ACCOUNT: ' WS-INQUIRY-ACCOUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM 300-COMPUTE-AVAILABLE THRU
                           300-COMPUTE-AVAILABLE-EXIT
                   DISPLAY 'PHONE NUMBER    : ' AF-PHONE-NUMBER
                   DISPLAY 'MAILING ADDRESS : ' AF-ADDRESS-SUMMARY
                   DISPLAY 'BRANCH          : ' AF-BRANCH-CODE
                   PERFORM 260-SHOW-BALANCE-FIGURES THRU
                           260-SHOW-BALANCE-FIGURES-EXIT
                   PERFORM 240-LIST-ACTIVE-HOLDS THRU
                           240-LIST-ACTIVE-HOLDS-EXIT
                   PERFORM 250-LIST-LINKED-CARDS THRU
                           250-LIST-LINKED-CARDS-EXIT
                   PERFORM 290-LIST-LEGAL-ORDERS THRU
                           290-LIST-LEGAL-ORDERS-EXIT
           END-READ.
       200-LOOKUP-ACCOUNT-EXIT.
           EXIT.

      *    EVERY HOLD STILL IN FORCE ON THE ACCOUNT, WITH THE DATE
      *    ITS FUNDS COME FREE - THE DAY AFTER THE HOLD'S EXPIRY, WHEN
      *    POSTING STOPS COUNTING IT. A DEPOSIT HELD UNDER THE FUNDS-
      *    AVAILABILITY SCHEDULE SHOWS HERE THE SAME AS ANY OTHER.
      *    INTERACTIVE MODE DISPLAYS EACH HOLD; BATCH MODE WRITES AN
      *    'H' LINE.
       240-LIST-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-LIST-COUNT.
           IF WS-HOLDS-NOT-OPEN
               GO TO 240-LIST-ACTIVE-HOLDS-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO HD-HOLD-ID.
           START HOLDFILE KEY NOT < HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-HOLD-EOF
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
                               PERFORM 245-SHOW-ONE-HOLD THRU
                                       245-SHOW-ONE-HOLD-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       240-LIST-ACTIVE-HOLDS-EXIT.
           EXIT.

       245-SHOW-ONE-HOLD.
           ADD 1 TO WS-HOLD-LIST-COUNT.
           IF HD-EXPIRY-DATE = 0
               MOVE 0 TO WS-HOLD-AVAIL-DATE
           ELSE
               COMPUTE WS-HOLD-AVAIL-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(HD-EXPIRY-DATE) + 1)
           END-IF.
           IF WS-BATCH-MODE
               MOVE SPACES TO RESPONSE-RECORD
               MOVE 'H' TO RP-RECORD-TYPE
               MOVE AF-ACCOUNT-NUMBER TO RH-ACCOUNT-NUMBER
               MOVE HD-HOLD-ID TO RH-HOLD-ID
               MOVE HD-HOLD-AMOUNT TO RH-HOLD-AMOUNT
               MOVE HD-PLACED-DATE TO RH-PLACED-DATE
               MOVE WS-HOLD-AVAIL-DATE TO RH-AVAILABLE-DATE
               WRITE RESPONSE-RECORD
           ELSE
               IF WS-HOLD-AVAIL-DATE = 0
                   DISPLAY 'HOLD            : ' HD-HOLD-ID
                           ' ' HD-HOLD-AMOUNT
                           ' UNTIL RELEASED'
               ELSE
                   DISPLAY 'HOLD            : ' HD-HOLD-ID
                           ' ' HD-HOLD-AMOUNT
                           ' AVAILABLE ON ' WS-HOLD-AVAIL-DATE
               END-IF
           END-IF.
       245-SHOW-ONE-HOLD-EXIT.
           EXIT.

      *    FULL SCAN OF THE CARD MASTER FOR CARDS ON THIS ACCOUNT -
      *    THE SAME TRADE THE NAME SEARCH MAKES: THE FILE IS SMALL
      *    ENOUGH THAT A SCAN BEATS AN ALTERNATE INDEX. INTERACTIVE
      *    MODE DISPLAYS EACH CARD; BATCH MODE WRITES A 'C' LINE.
       250-LIST-LINKED-CARDS.
           MOVE 0 TO WS-CARD-COUNT.
           IF WS-CARDS-NOT-OPEN
               GO TO 250-LIST-LINKED-CARDS-EXIT
           END-IF.
           MOVE LOW-VALUES TO CD-CARD-NUMBER.
           START CARDFILE KEY NOT < CD-CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-CARD-EOF
           END-START.
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARDFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       IF CD-ACCOUNT-NUMBER = AF-ACCOUNT-NUMBER
                           PERFORM 255-SHOW-ONE-CARD THRU
                                   255-SHOW-ONE-CARD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOT-BATCH-MODE AND WS-CARD-COUNT = 0
               DISPLAY 'CARDS           : NONE'
           END-IF.
       250-LIST-LINKED-CARDS-EXIT.
           EXIT.

       255-SHOW-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF WS-BATCH-MODE
               MOVE SPACES TO RESPONSE-RECORD
               MOVE 'C' TO RP-RECORD-TYPE
               MOVE CD-ACCOUNT-NUMBER TO RC-ACCOUNT-NUMBER
               MOVE CD-CARD-NUMBER TO RC-CARD-NUMBER
               MOVE CD-CARD-STATUS TO RC-CARD-STATUS
               MOVE CD-EXPIRY-DATE TO RC-EXPIRY-DATE
               MOVE CD-ATM-DAILY-LIMIT TO RC-ATM-DAILY-LIMIT
               MOVE CD-POS-DAILY-LIMIT TO RC-POS-DAILY-LIMIT
               MOVE CD-ISSUE-BRANCH TO RC-ISSUE-BRANCH
               WRITE RESPONSE-RECORD
           ELSE
               DISPLAY 'CARD            : ' CD-CARD-NUMBER
                       ' STATUS ' CD-CARD-STATUS
                       ' EXPIRES ' CD-EXPIRY-DATE
                       ' ATM ' CD-ATM-DAILY-LIMIT
                       ' POS ' CD-POS-DAILY-LIMIT
           END-IF.
       255-SHOW-ONE-CARD-EXIT.
           EXIT.

      *    THE MONTH-TO-DATE AND LAST COMPLETE MONTH'S AVERAGE DAILY
      *    AND LOWEST BALANCE, AS OF THE LAST NIGHT BALHIST RAN. A
      *    PERIOD WITH NO DAYS (A NEW ACCOUNT'S FIRST MONTH HAS NO
      *    PRIOR) IS LEFT OUT OF THE DISPLAY AND ZERO ON THE 'B' LINE.
       260-SHOW-BALANCE-FIGURES.
           IF WS-BALAVG-NOT-OPEN
               GO TO 260-SHOW-BALANCE-FIGURES-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           READ BALAVGFILE
               INVALID KEY
                   IF WS-NOT-BATCH-MODE
                       DISPLAY 'AVERAGE BALANCE : NO HISTORY YET'
                   END-IF
                   GO TO 260-SHOW-BALANCE-FIGURES-EXIT
           END-READ.
           IF WS-BATCH-MODE
               MOVE SPACES TO RESPONSE-RECORD
               MOVE 'B' TO RP-RECORD-TYPE
               MOVE BA-ACCOUNT-NUMBER TO RB-ACCOUNT-NUMBER
               MOVE BA-LAST-DATE TO RB-AS-OF-DATE
               MOVE BA-CUR-PERIOD TO RB-CUR-PERIOD
               MOVE BA-CUR-DAYS TO RB-CUR-DAYS
               MOVE BA-CUR-ADB TO RB-CUR-ADB
               MOVE BA-CUR-MIN TO RB-CUR-MIN
               MOVE BA-PRV-PERIOD TO RB-PRV-PERIOD
               MOVE BA-PRV-DAYS TO RB-PRV-DAYS
               MOVE BA-PRV-ADB TO RB-PRV-ADB
               MOVE BA-PRV-MIN TO RB-PRV-MIN
               WRITE RESPONSE-RECORD
           ELSE
               DISPLAY 'BALANCES AS OF  : ' BA-LAST-DATE
               DISPLAY 'AVG BAL ' BA-CUR-PERIOD ' MTD : ' BA-CUR-ADB
                       ' OVER ' BA-CUR-DAYS ' DAYS'
               DISPLAY 'MIN BAL ' BA-CUR-PERIOD ' MTD : ' BA-CUR-MIN
               IF BA-PRV-DAYS > 0
                   DISPLAY 'AVG BAL ' BA-PRV-PERIOD '     : '
                           BA-PRV-ADB ' OVER ' BA-PRV-DAYS ' DAYS'
                   DISPLAY 'MIN BAL ' BA-PRV-PERIOD '     : '
                           BA-PRV-MIN
               END-IF
           END-IF.
       260-SHOW-BALANCE-FIGURES-EXIT.
           EXIT.

      *    A NUMBER OFF THE MASTER MAY HAVE BEEN PURGED TO THE CLOSED-
      *    ACCOUNT ARCHIVE. WHEN IT IS THERE THE ARCHIVED IMAGE IS
      *    LAID BACK OVER THE MASTER RECORD AREA, SO EVERY DISPLAY
      *    BELOW READS THE SAME AF- FIELDS A LIVE ACCOUNT WOULD.
       270-LOOKUP-ARCHIVE.
           SET WS-NOT-ARCHIVED TO TRUE.
           IF WS-CLOSED-NOT-OPEN
               GO TO 270-LOOKUP-ARCHIVE-EXIT
           END-IF.
           MOVE WS-INQUIRY-ACCOUNT TO PU-ACCOUNT-NUMBER.
           READ CLOSEDFILE
               INVALID KEY
                   GO TO 270-LOOKUP-ARCHIVE-EXIT
           END-READ.
           SET WS-ARCHIVED TO TRUE.
           MOVE PU-ACCOUNT-IMAGE TO ACCOUNT-RECORD.
       270-LOOKUP-ARCHIVE-EXIT.
           EXIT.

      *    AN ARCHIVED ACCOUNT IS CLOSED WITH NOTHING ON IT, SO THERE
      *    ARE NO HOLDS, CARDS OR PERIOD FIGURES TO SHOW - JUST THE
      *    MASTER AS IT STOOD AND WHEN IT LEFT THE BOOK.
       280-SHOW-ARCHIVED.
           DISPLAY 'ACCOUNT NUMBER  : ' AF-ACCOUNT-NUMBER.
           DISPLAY 'ARCHIVED        : PURGED ' PU-PURGE-DATE.
           DISPLAY 'LEDGER BALANCE  : ' AF-ACCOUNT-BALANCE.
           DISPLAY 'CLOSED ON       : ' AF-LAST-TRANS-DATE.
           DISPLAY 'STATUS          : ' AF-ACCOUNT-STATUS.
           DISPLAY 'HOLDER NAME     : ' AF-HOLDER-NAME.
           DISPLAY 'PHONE NUMBER    : ' AF-PHONE-NUMBER.
           DISPLAY 'MAILING ADDRESS : ' AF-ADDRESS-SUMMARY.
           DISPLAY 'BRANCH          : ' AF-BRANCH-CODE.
       280-SHOW-ARCHIVED-EXIT.
           EXIT.

      *    FULL SCAN OF THE LEGAL-ORDER REGISTER FOR ACTIVE ORDERS
      *    SERVED ON THIS ACCOUNT OR ON ITS CUSTOMER - A CUSTOMER-WIDE
      *    ORDER REACHES EVERY ACCOUNT THEY HOLD. THE REGISTER IS
      *    SMALL, SO A SCAN BEATS AN ALTERNATE INDEX. INTERACTIVE
      *    MODE DISPLAYS EACH ORDER; BATCH MODE WRITES AN 'L' LINE.
       290-LIST-LEGAL-ORDERS.
           MOVE 0 TO WS-LEGAL-COUNT.
           IF WS-LEGAL-NOT-OPEN
               GO TO 290-LIST-LEGAL-ORDERS-EXIT
           END-IF.
           MOVE LOW-VALUES TO LO-ORDER-NUMBER.
           START LEGALFILE KEY NOT < LO-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-LEGAL-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-LEGAL-EOF
           END-START.
           PERFORM UNTIL WS-LEGAL-EOF = 'Y'
               READ LEGALFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEGAL-EOF
                   NOT AT END
                       IF LO-STATUS-ACTIVE AND
                          ((LO-TARGET-ACCOUNT AND
                            LO-ACCOUNT-NUMBER = AF-ACCOUNT-NUMBER) OR
                           (LO-TARGET-CUSTOMER AND
                            AF-CUSTOMER-NUMBER NOT = SPACES AND
                            LO-CUSTOMER-NUMBER = AF-CUSTOMER-NUMBER))
                           PERFORM 295-SHOW-ONE-ORDER THRU
                                   295-SHOW-ONE-ORDER-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOT-BATCH-MODE AND WS-LEGAL-COUNT = 0
               DISPLAY 'LEGAL ORDERS    : NONE'
           END-IF.
       290-LIST-LEGAL-ORDERS-EXIT.
           EXIT.

       295-SHOW-ONE-ORDER.
           ADD 1 TO WS-LEGAL-COUNT.
           IF WS-BATCH-MODE
               MOVE SPACES TO RESPONSE-RECORD
               MOVE 'L' TO RP-RECORD-TYPE
               MOVE AF-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
               MOVE LO-ORDER-NUMBER TO RO-ORDER-NUMBER
               MOVE LO-COURT-REFERENCE TO RO-COURT-REFERENCE
               MOVE LO-TARGET-TYPE TO RO-TARGET-TYPE
               MOVE LO-ORDERED-AMOUNT TO RO-ORDERED-AMOUNT
               MOVE LO-EXEMPT-AMOUNT TO RO-EXEMPT-AMOUNT
               MOVE LO-HELD-AMOUNT TO RO-HELD-AMOUNT
               MOVE LO-SWEPT-AMOUNT TO RO-SWEPT-AMOUNT
               MOVE LO-RECEIVED-DATE TO RO-RECEIVED-DATE
               MOVE LO-RELEASE-DATE TO RO-RELEASE-DATE
               MOVE LO-PRIORITY TO RO-PRIORITY
               WRITE RESPONSE-RECORD
           ELSE
               DISPLAY 'LEGAL ORDER     : ' LO-ORDER-NUMBER
                       ' REF ' LO-COURT-REFERENCE
                       ' ON ' LO-TARGET-TYPE
                       ' RELEASE ' LO-RELEASE-DATE
               DISPLAY '  ORDERED ' LO-ORDERED-AMOUNT
                       ' EXEMPT ' LO-EXEMPT-AMOUNT
                       ' HELD ' LO-HELD-AMOUNT
                       ' PAID ' LO-SWEPT-AMOUNT
           END-IF.
       295-SHOW-ONE-ORDER-EXIT.
           EXIT.

      *    BATCH MODE: ONE 'M' LINE PER REQUEST (FOUND 'Y'/'N' SO THE
      *    CALLER CAN TELL AN EMPTY ACCOUNT FROM A BAD NUMBER, 'A'
      *    FOR ONE PURGED TO THE CLOSED-ACCOUNT ARCHIVE), THEN
      *    THE ACCOUNT'S LAST N AUDIT TRANSACTIONS AS 'T' LINES.
       500-BATCH-INQUIRY.
           OPEN INPUT REQUESTFILE.
           MOVE WS-INQUIRY-ACCOUNT TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   PERFORM 270-LOOKUP-ARCHIVE THRU
                           270-LOOKUP-ARCHIVE-EXIT
                   IF WS-ARCHIVED
                       PERFORM 525-WRITE-ARCHIVED-RESPONSE THRU
                               525-WRITE-ARCHIVED-RESPONSE-EXIT
                   ELSE
                       ADD 1 TO WS-NOTFOUND-COUNT
                       MOVE 'N' TO RM-FOUND-IND
                       WRITE RESPONSE-RECORD
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM 300-COMPUTE-AVAILABLE THRU
                           300-COMPUTE-AVAILABLE-EXIT
                   MOVE AF-BRANCH-CODE TO RM-BRANCH-CODE
                   WRITE RESPONSE-RECORD
                   END-WRITE
                   PERFORM 260-SHOW-BALANCE-FIGURES THRU
                           260-SHOW-BALANCE-FIGURES-EXIT
                   PERFORM 240-LIST-ACTIVE-HOLDS THRU
                           240-LIST-ACTIVE-HOLDS-EXIT
                   PERFORM 250-LIST-LINKED-CARDS THRU
                           250-LIST-LINKED-CARDS-EXIT
                   PERFORM 290-LIST-LEGAL-ORDERS THRU
                           290-LIST-LEGAL-ORDERS-EXIT
                   PERFORM 530-REPLAY-RECENT-ACTIVITY THRU
                           530-REPLAY-RECENT-ACTIVITY-EXIT
           END-READ.
       520-WRITE-MASTER-RESPONSE-EXIT.
           EXIT.

      *    THE 'M' LINE FOR A PURGED ACCOUNT, FOUND 'A': THE ARCHIVED
      *    MASTER FIELDS, NO HOLDS, AVAILABLE = LEDGER. WHATEVER AUDIT
      *    HISTORY IS STILL ON FILE FOLLOWS AS 'T' LINES.
       525-WRITE-ARCHIVED-RESPONSE.
           MOVE 'A' TO RM-FOUND-IND.
           MOVE AF-ACCOUNT-STATUS TO RM-ACCOUNT-STATUS.
           MOVE AF-ACCOUNT-BALANCE TO RM-LEDGER-BALANCE.
           MOVE 0 TO RM-HOLD-TOTAL.
           MOVE AF-ACCOUNT-BALANCE TO RM-AVAILABLE.
           MOVE AF-LAST-TRANS-DATE TO RM-LAST-TRANS-DATE.
           MOVE AF-HOLDER-NAME TO RM-HOLDER-NAME.
           MOVE AF-OVERDRAFT-LIMIT TO RM-OVERDRAFT-LIMIT.
           MOVE AF-PHONE-NUMBER TO RM-PHONE-NUMBER.
           MOVE AF-ADDRESS-SUMMARY TO RM-MAILING-ADDRESS.
           MOVE AF-BRANCH-CODE TO RM-BRANCH-CODE.
           WRITE RESPONSE-RECORD
           END-WRITE.
           PERFORM 530-REPLAY-RECENT-ACTIVITY THRU
                   530-REPLAY-RECENT-ACTIVITY-EXIT.
       525-WRITE-ARCHIVED-RESPONSE-EXIT.
           EXIT.

      *    FULL SCAN OF AUDITFILE KEEPING THE NEWEST N LINES FOR THE
      *    ACCOUNT IN A RING - AUDITFILE IS WRITTEN IN POSTING ORDER
      *    SO FILE ORDER IS TIME ORDER. RESCANNED PER REQUEST; THE
       540-EMIT-RECENT-ACTIVITY-EXIT.
           EXIT.

      *    NAMES THAT START WITH THE FRAGMENT ARE FOUND FIRST,
      *    THROUGH THE HOLDER-NAME INDEX, SO THEY HEAD THE LIST. THE
      *    FULL SCAN THEN ADDS EVERY OTHER NAME WITH THE FRAGMENT
      *    ANYWHERE IN IT - "SMITH" FINDS "JOHN SMITH" AS WELL AS
      *    "SMITHERS J" - SKIPPING ACCOUNTS THE INDEX PASS LISTED.
       400-SEARCH-BY-NAME.
           MOVE WS-INQUIRY-INPUT TO WS-SEARCH-NAME.
           INSPECT WS-SEARCH-NAME CONVERTING
               DISPLAY 'NOTHING TO SEARCH FOR'
           ELSE
               MOVE 0 TO WS-CAND-COUNT
               MOVE WS-SEARCH-NAME TO AF-HOLDER-NAME
               START ACCOUNTFILE KEY NOT < AF-HOLDER-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT INVALID KEY
                   READ ACCOUNTFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF AF-HOLDER-NAME(1:WS-SEARCH-LEN) NOT =
                              WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                               MOVE 'Y' TO WS-SCAN-EOF
                           ELSE
                               PERFORM 410-MATCH-ONE-ACCOUNT THRU
                                       410-MATCH-ONE-ACCOUNT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CAND-COUNT < 20
                   MOVE LOW-VALUES TO AF-ACCOUNT-NUMBER
                   START ACCOUNTFILE KEY NOT < AF-ACCOUNT-NUMBER
                       INVALID KEY
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT INVALID KEY
                           MOVE 'N' TO WS-SCAN-EOF
                   END-START
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ ACCOUNTFILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               PERFORM 410-MATCH-ONE-ACCOUNT THRU
                                       410-MATCH-ONE-ACCOUNT-EXIT
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM 420-SEARCH-JOINT-HOLDERS THRU
                       420-SEARCH-JOINT-HOLDERS-EXIT
               PERFORM 430-PICK-FROM-CANDIDATES THRU
                   SET WS-SCAN-MATCHED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SCAN-NOT-MATCHED
               GO TO 410-MATCH-ONE-ACCOUNT-EXIT
           END-IF.
      *    AN ACCOUNT ALREADY LISTED FROM THE INDEX PASS IS NOT
      *    LISTED TWICE.
           SET WS-CAND-NOT-DUP TO TRUE.
           PERFORM VARYING WS-CAND-SCAN FROM 1 BY 1
                   UNTIL WS-CAND-SCAN > WS-CAND-COUNT
                   OR WS-CAND-DUP
               IF WS-CAND-ACCOUNT(WS-CAND-SCAN) = AF-ACCOUNT-NUMBER
                   SET WS-CAND-DUP TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CAND-DUP
               GO TO 410-MATCH-ONE-ACCOUNT-EXIT
           END-IF.
           IF WS-CAND-COUNT < 20
               ADD 1 TO WS-CAND-COUNT
               MOVE AF-ACCOUNT-NUMBER TO
                    WS-CAND-ACCOUNT(WS-CAND-COUNT)
               DISPLAY WS-CAND-COUNT ') ' AF-ACCOUNT-NUMBER ' '
                       AF-HOLDER-NAME ' ' AF-ACCOUNT-STATUS ' '
                       AF-ACCOUNT-BALANCE
           ELSE
               DISPLAY 'MORE MATCHES EXIST - REFINE THE NAME'
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
       410-MATCH-ONE-ACCOUNT-EXIT.
           EXIT.
       430-PICK-FROM-CANDIDATES-EXIT.
           EXIT.

      *    EVERY ACCOUNT CARRYING THE CUSTOMER NUMBER, STRAIGHT OFF
      *    THE CUSTOMER-NUMBER INDEX - NO PASS OF THE BOOK.
       440-BROWSE-BY-CUSTOMER.
           MOVE WS-INQUIRY-INPUT(3:10) TO WS-BROWSE-CUSTOMER.
           IF WS-BROWSE-CUSTOMER = SPACES
               DISPLAY 'NOTHING TO BROWSE FOR'
               GO TO 440-BROWSE-BY-CUSTOMER-EXIT
           END-IF.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE WS-BROWSE-CUSTOMER TO AF-CUSTOMER-NUMBER.
           START ACCOUNTFILE KEY = AF-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AF-CUSTOMER-NUMBER NOT = WS-BROWSE-CUSTOMER
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM 460-LIST-ONE-BROWSED THRU
                                   460-LIST-ONE-BROWSED-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 430-PICK-FROM-CANDIDATES THRU
                   430-PICK-FROM-CANDIDATES-EXIT.
       440-BROWSE-BY-CUSTOMER-EXIT.
           EXIT.

      *    THE BRANCH'S ACCOUNTS THROUGH THE BRANCH-CODE INDEX.
       450-BROWSE-BY-BRANCH.
           MOVE WS-INQUIRY-INPUT(3:3) TO WS-BROWSE-BRANCH.
           IF WS-BROWSE-BRANCH = SPACES
               DISPLAY 'NOTHING TO BROWSE FOR'
               GO TO 450-BROWSE-BY-BRANCH-EXIT
           END-IF.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE WS-BROWSE-BRANCH TO AF-BRANCH-CODE.
           START ACCOUNTFILE KEY = AF-BRANCH-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AF-BRANCH-CODE NOT = WS-BROWSE-BRANCH
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM 460-LIST-ONE-BROWSED THRU
                                   460-LIST-ONE-BROWSED-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 430-PICK-FROM-CANDIDATES THRU
                   430-PICK-FROM-CANDIDATES-EXIT.
       450-BROWSE-BY-BRANCH-EXIT.
           EXIT.

      *    SAME CANDIDATE LIST AND 20-LINE LIMIT AS THE NAME SEARCH.
       460-LIST-ONE-BROWSED.
           IF WS-CAND-COUNT < 20
               ADD 1 TO WS-CAND-COUNT
               MOVE AF-ACCOUNT-NUMBER TO WS-CAND-ACCOUNT(WS-CAND-COUNT)
               DISPLAY WS-CAND-COUNT ') ' AF-ACCOUNT-NUMBER ' '
                       AF-HOLDER-NAME ' ' AF-ACCOUNT-STATUS ' '
                       AF-ACCOUNT-BALANCE
           ELSE
               DISPLAY 'MORE ACCOUNTS EXIST - FIRST 20 LISTED'
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
       460-LIST-ONE-BROWSED-EXIT.
           EXIT.

      *    SUMS THE ACCOUNT'S ACTIVE (UNEXPIRED) HOLDS THE SAME WAY
      *    POSTING DOES, SO THE TELLER'S AVAILABLE FIGURE MATCHES
      *    WHAT A DEBIT WOULD ACTUALLY BE TESTED AGAINST.
