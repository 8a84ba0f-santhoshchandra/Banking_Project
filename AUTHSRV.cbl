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

      *    ACTIVE FUNDS HOLDS - READ FOR THE AVAILABLE-BALANCE TEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.

      *    CARD MASTER - A REQUEST THAT NAMES A CARD IS DECIDED
      *    AGAINST THE CARD FIRST (STATUS, EXPIRY, PER-CARD DAILY
      *    LIMITS) AND THEN AGAINST ITS LINKED ACCOUNT. EACH APPROVAL
      *    ADDS TO THE CARD'S USAGE FOR THE DAY.
           SELECT CARDFILE ASSIGN TO WS-CARD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-CARD-NUMBER
                FILE STATUS IS CD-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE FIXED REQUEST PER LINE: ACCOUNT, AMOUNT, REFERENCE,
      *    THEN CHANNEL ('A' ATM, ANYTHING ELSE POS) AND CARD NUMBER.
      *    A REQUEST WITH A CARD NUMBER MAY LEAVE THE ACCOUNT BLANK -
      *    THE CARD MASTER SUPPLIES IT. A REQUEST WITH NO CARD NUMBER
      *    (THE OLDER, SHORTER LINE) IS DECIDED ON THE ACCOUNT ALONE,
      *    EXACTLY AS BEFORE.
       FD  REQUESTFILE.
       01  REQUEST-RECORD.
           05  RQ-ACCOUNT-NUMBER  PIC X(10).
           05  RQ-AMOUNT          PIC X(9).
           05  RQ-AMOUNT-9 REDEFINES RQ-AMOUNT PIC 9(7)V99.
           05  RQ-REFERENCE       PIC X(10).
           05  RQ-CHANNEL         PIC X(1).
               88  RQ-CHANNEL-ATM      VALUE 'A'.
           05  RQ-CARD-NUMBER     PIC X(16).

      *    ONE FIXED RESPONSE PER REQUEST, PARSEABLE BY POSITION:
      *    'A' APPROVED (HOLD PLACED, EXPIRY SHOWN) OR 'D' DECLINED
           05  RP-REASON-CODE     PIC X(4).
           05  RP-AVAILABLE       PIC S9(9)V99.
           05  RP-HOLD-EXPIRY     PIC 9(8).
           05  RP-CARD-NUMBER     PIC X(16).

       FD  ACCOUNTFILE.
       COPY ACCTREC.
       FD  STOPFILE.
       01  STOPFILE-RECORD PIC X(80).

       FD  CARDFILE.
       COPY CARDREC.

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  WS-STOP-FILE-NAME  PIC X(100) VALUE 'STOPS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-CARD-FILE-NAME  PIC X(100) VALUE 'cards_index.txt'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  CD-FILE-STATUS     PIC XX.
       01  RQ-FILE-STATUS     PIC XX.
       01  RS-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  WS-HOLD-TOTAL      PIC 9(9)V99.
       01  WS-AVAILABLE       PIC S9(9)V99.

      *    NO CARD MASTER JUST MEANS NO CARDS - ACCOUNT REQUESTS ARE
      *    SERVED AS ALWAYS AND ANY CARD REQUEST DECLINES R022.
       01  WS-CARDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-CARDS-OPEN      VALUE 'Y'.
           88  WS-CARDS-NOT-OPEN  VALUE 'N'.
       01  WS-CARD-REQUEST-SW PIC X(1).
           88  WS-CARD-REQUEST    VALUE 'Y'.
           88  WS-ACCOUNT-REQUEST VALUE 'N'.
       01  WS-CARD-DECLINE-CODE PIC X(4).
       01  WS-CARD-USED       PIC 9(7)V99.
       01  WS-CARD-LIMIT      PIC 9(7)V99.
       01  WS-CARD-DECLINED-COUNT PIC 9(5) VALUE 0.

       01  WS-REQUEST-COUNT   PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT  PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT  PIC 9(5) VALUE 0.
                   DISPLAY 'Error opening HOLDFILE: ' HD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN I-O CARDFILE
                   IF CD-FILE-STATUS = '00'
                       SET WS-CARDS-OPEN TO TRUE
                   END-IF
                   PERFORM 200-SERVE-REQUESTS THRU
                           200-SERVE-REQUESTS-EXIT
                   IF WS-CARDS-OPEN
                       CLOSE CARDFILE
                   END-IF
                   CLOSE HOLDFILE
               END-IF
               CLOSE ACCOUNTFILE
               DISPLAY 'REQUESTS SERVED : ' WS-REQUEST-COUNT
               DISPLAY 'APPROVED        : ' WS-APPROVED-COUNT
               DISPLAY 'DECLINED        : ' WS-DECLINED-COUNT
               DISPLAY '  ON CARD CHECKS: ' WS-CARD-DECLINED-COUNT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CARDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARD-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.

      *    DECLINES CARRY THE SAME REASON CODES POSTING USES - R001
      *    NO SUCH ACCOUNT, R002 BAD AMOUNT, R005 NOT ACTIVE, R017
      *    STOPPED, R013/R004 FUNDS - SO THE SWITCH'S CUSTOMER
      *    MESSAGING NEEDS NO SECOND DICTIONARY. CARD DECLINES HAVE
      *    CODES OF THEIR OWN: R022 UNKNOWN CARD (OR NOT THE ACCOUNT
      *    THE SWITCH NAMED), R023 LOST, R024 STOLEN, R025 EXPIRED,
      *    R026 OVER THE CARD'S DAILY ATM LIMIT, R027 OVER ITS DAILY
      *    POS LIMIT.
       310-DECIDE-ONE-REQUEST.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE RQ-REFERENCE TO RP-REFERENCE.
           MOVE RQ-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER.
           MOVE RQ-CARD-NUMBER TO RP-CARD-NUMBER.
           MOVE 0 TO RP-AVAILABLE.
           MOVE 0 TO RP-HOLD-EXPIRY.
           IF RQ-CARD-NUMBER = SPACES OR RQ-CARD-NUMBER = LOW-VALUES
               SET WS-ACCOUNT-REQUEST TO TRUE
           ELSE
               SET WS-CARD-REQUEST TO TRUE
           END-IF.
           IF RQ-AMOUNT NOT NUMERIC
               PERFORM 380-DECLINE-R002 THRU 380-DECLINE-R002-EXIT
               GO TO 310-DECIDE-ONE-REQUEST-EXIT
           END-IF.
           IF WS-CARD-REQUEST
               PERFORM 360-CHECK-CARD THRU 360-CHECK-CARD-EXIT
               IF WS-CARD-DECLINE-CODE NOT = SPACES
                   MOVE 'D' TO RP-DECISION
                   MOVE WS-CARD-DECLINE-CODE TO RP-REASON-CODE
                   ADD 1 TO WS-DECLINED-COUNT
                   ADD 1 TO WS-CARD-DECLINED-COUNT
                   WRITE RESPONSE-RECORD
                   GO TO 310-DECIDE-ONE-REQUEST-EXIT
               END-IF
               MOVE CD-ACCOUNT-NUMBER TO RQ-ACCOUNT-NUMBER
                                         RP-ACCOUNT-NUMBER
           END-IF.
           MOVE RQ-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   MOVE 'D' TO RP-DECISION
                   MOVE 'R001' TO RP-REASON-CODE
                   ADD 1 TO WS-DECLINED-COUNT
                   WRITE RESPONSE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 320-DECIDE-AGAINST-MASTER THRU
                           320-DECIDE-AGAINST-MASTER-EXIT
           END-READ.
       310-DECIDE-ONE-REQUEST-EXIT.
           EXIT.

                   COMPUTE RP-AVAILABLE =
                           WS-AVAILABLE - RQ-AMOUNT-9
                   ADD 1 TO WS-APPROVED-COUNT
                   IF WS-CARD-REQUEST
                       PERFORM 370-RECORD-CARD-USAGE THRU
                               370-RECORD-CARD-USAGE-EXIT
                   END-IF
           END-WRITE.
       350-PLACE-AUTH-HOLD-EXIT.
           EXIT.

      *    CARD-LEVEL DECISION, MADE BEFORE THE ACCOUNT IS EVEN READ:
      *    A BLOCKED OR EXPIRED CARD DECLINES HOWEVER HEALTHY THE
      *    ACCOUNT IS. SETS WS-CARD-DECLINE-CODE (SPACES = CARD OK)
      *    AND LEAVES THE CARD RECORD IN THE RECORD AREA FOR THE
      *    USAGE UPDATE ON APPROVAL. THE DAY'S USAGE ROLLS OVER HERE
      *    WHEN THE CARD WAS LAST USED ON AN EARLIER BUSINESS DATE.
       360-CHECK-CARD.
           MOVE SPACES TO WS-CARD-DECLINE-CODE.
           IF WS-CARDS-NOT-OPEN
               MOVE 'R022' TO WS-CARD-DECLINE-CODE
               GO TO 360-CHECK-CARD-EXIT
           END-IF.
           MOVE RQ-CARD-NUMBER TO CD-CARD-NUMBER.
           READ CARDFILE
               INVALID KEY
                   MOVE 'R022' TO WS-CARD-DECLINE-CODE
                   GO TO 360-CHECK-CARD-EXIT
           END-READ.
           IF RQ-ACCOUNT-NUMBER NOT = SPACES AND
              RQ-ACCOUNT-NUMBER NOT = CD-ACCOUNT-NUMBER
               MOVE 'R022' TO WS-CARD-DECLINE-CODE
               GO TO 360-CHECK-CARD-EXIT
           END-IF.
           IF CD-USAGE-DATE NOT = WS-PROCESSING-DATE OR
              CD-ATM-USED-TODAY NOT NUMERIC OR
              CD-POS-USED-TODAY NOT NUMERIC
               MOVE WS-PROCESSING-DATE TO CD-USAGE-DATE
               MOVE 0 TO CD-ATM-USED-TODAY CD-POS-USED-TODAY
           END-IF.
           IF RQ-CHANNEL-ATM
               MOVE CD-ATM-USED-TODAY TO WS-CARD-USED
               MOVE CD-ATM-DAILY-LIMIT TO WS-CARD-LIMIT
           ELSE
               MOVE CD-POS-USED-TODAY TO WS-CARD-USED
               MOVE CD-POS-DAILY-LIMIT TO WS-CARD-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN CD-STATUS-LOST
                   MOVE 'R023' TO WS-CARD-DECLINE-CODE
               WHEN CD-STATUS-STOLEN
                   MOVE 'R024' TO WS-CARD-DECLINE-CODE
               WHEN CD-STATUS-EXPIRED
                   MOVE 'R025' TO WS-CARD-DECLINE-CODE
               WHEN CD-EXPIRY-DATE < WS-TODAY-NUM
                   MOVE 'R025' TO WS-CARD-DECLINE-CODE
               WHEN NOT CD-STATUS-ACTIVE
                   MOVE 'R022' TO WS-CARD-DECLINE-CODE
               WHEN WS-CARD-LIMIT > 0 AND
                    (WS-CARD-USED + RQ-AMOUNT-9) > WS-CARD-LIMIT
                   IF RQ-CHANNEL-ATM
                       MOVE 'R026' TO WS-CARD-DECLINE-CODE
                   ELSE
                       MOVE 'R027' TO WS-CARD-DECLINE-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       360-CHECK-CARD-EXIT.
           EXIT.

      *    THE HOLD IS ALREADY WRITTEN, SO THE APPROVAL STANDS EVEN
      *    IF THE USAGE REWRITE FAILS - THE CONSOLE NOTE LETS OPS
      *    CORRECT THE CARD'S FIGURE BEFORE THE NEXT CYCLE.
       370-RECORD-CARD-USAGE.
           IF RQ-CHANNEL-ATM
               ADD RQ-AMOUNT-9 TO CD-ATM-USED-TODAY
           ELSE
               ADD RQ-AMOUNT-9 TO CD-POS-USED-TODAY
           END-IF.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'CARD USAGE NOT RECORDED: ' CD-CARD-NUMBER
                           ' ' RQ-REFERENCE
           END-REWRITE.
       370-RECORD-CARD-USAGE-EXIT.
           EXIT.

       380-DECLINE-R002.
           MOVE 'D' TO RP-DECISION.
           MOVE 'R002' TO RP-REASON-CODE.
