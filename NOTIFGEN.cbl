       FILE-CONTROL.
      *    THE SHARED NOTIFICATION QUEUE THE GENERATING PROGRAMS
      *    APPEND TO: EVENT|ACCOUNT|DATE|DETAIL. THIS RUN TURNS
      *    EVERY CUSTOMER EVENT INTO A RENDERED LETTER FOR THE MAIL
      *    HOUSE AND EVERY INTERNAL EVENT INTO A COMPLIANCE NOTICE,
      *    LOGS THE SEND, AND DRAINS THE QUEUE.
           SELECT NOTIFYQFILE ASSIGN TO WS-NOTIFYQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.

      *    INTERNAL COMPLIANCE NOTICES - EVENTS THAT MUST REACH
      *    COMPLIANCE AND NEVER THE CUSTOMER (A CONFIRMED SANCTIONS
      *    HIT). APPEND-ONLY, KEPT APART FROM THE MAIL-HOUSE FILE SO
      *    NO SUCH NOTICE CAN BE BURST INTO A CUSTOMER ENVELOPE.
           SELECT COMPLIANCEFILE ASSIGN TO WS-COMPLIANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

      *    THE SENT LOG - APPEND-ONLY, ONE LINE PER LETTER, SO
      *    PROVING WHEN A CUSTOMER WAS NOTIFIED IS A GREP, NOT AN
      *    ARCHAEOLOGY DIG.
       FD  LETTERFILE.
       01  LETTER-RECORD PIC X(132).

       FD  COMPLIANCEFILE.
       01  COMPLIANCE-RECORD PIC X(132).

       FD  SENTLOGFILE.
       01  SENTLOG-RECORD PIC X(132).

       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-LETTER-FILE-NAME PIC X(100) VALUE 'NOTIFYLETTERS.DAT'.
       01  WS-SENTLOG-FILE-NAME PIC X(100) VALUE 'NOTIFYLOG.DAT'.
       01  WS-COMPLIANCE-FILE-NAME PIC X(100) VALUE 'COMPLNOTICE.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  NQ-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  LT-FILE-STATUS     PIC XX.
       01  SL-FILE-STATUS     PIC XX.
       01  CP-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).

      *    EVENT PARSE FIELDS AND THE RESOLVED MAILING BLOCK.
       01  WS-EV-EVENT        PIC X(8).
           88  WS-EV-INTERNAL     VALUE 'SANCHIT '.
       01  WS-EV-ACCOUNT      PIC X(10).
       01  WS-EV-DATE         PIC X(8).
       01  WS-EV-DETAIL       PIC X(40).
       01  WS-EVENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT    PIC 9(5) VALUE 0.
       01  WS-RESEARCH-COUNT  PIC 9(5) VALUE 0.
       01  WS-INTERNAL-COUNT  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

               DISPLAY 'EVENTS PROCESSED : ' WS-EVENT-COUNT
               DISPLAY 'LETTERS RENDERED : ' WS-LETTER-COUNT
               DISPLAY 'HELD FOR RESEARCH: ' WS-RESEARCH-COUNT
               DISPLAY 'TO COMPLIANCE    : ' WS-INTERNAL-COUNT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
               MOVE WS-ENV-OVERRIDE TO WS-SENTLOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'COMPLNOTICE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COMPLIANCE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF SL-FILE-STATUS = '35'
                   OPEN OUTPUT SENTLOGFILE
               END-IF
               OPEN EXTEND COMPLIANCEFILE
               IF CP-FILE-STATUS = '35'
                   OPEN OUTPUT COMPLIANCEFILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ NOTIFYQFILE INTO NOTIFYQ-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE SENTLOGFILE
               CLOSE COMPLIANCEFILE
               CLOSE NEWQUEUEFILE
               CLOSE LETTERFILE
               CLOSE NOTIFYQFILE
               INTO WS-EV-EVENT WS-EV-ACCOUNT WS-EV-DATE
                    WS-EV-DETAIL
           END-UNSTRING.
           IF WS-EV-INTERNAL
               PERFORM 340-ROUTE-TO-COMPLIANCE THRU
                       340-ROUTE-TO-COMPLIANCE-EXIT
               GO TO 300-PROCESS-ONE-EVENT-EXIT
           END-IF.
           PERFORM 310-RESOLVE-MAILING THRU 310-RESOLVE-MAILING-EXIT.
           PERFORM 320-RENDER-LETTER THRU 320-RENDER-LETTER-EXIT.
           PERFORM 330-LOG-SENT THRU 330-LOG-SENT-EXIT.
                       'THE STATE AS UNCLAIMED PROPERTY. CONTACT '
                       'US NOW.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'KYCDUE  '
                   STRING 'WE ARE DUE TO REVIEW YOUR IDENTITY '
                       'DETAILS. PLEASE VISIT YOUR BRANCH WITH '
                       'PROOF OF ID.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'KYCRSTR '
                   STRING 'WITHDRAWALS FROM YOUR ACCOUNT ARE HELD '
                       'UNTIL YOUR OVERDUE IDENTITY REVIEW IS '
                       'COMPLETED AT YOUR BRANCH.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'DSPOPEN '
                   STRING 'WE HAVE OPENED YOUR DISPUTE AND CREDITED '
                       'YOUR ACCOUNT PROVISIONALLY WHILE WE '
                       'INVESTIGATE.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'DSPWON  '
                   STRING 'YOUR DISPUTE HAS BEEN RESOLVED IN YOUR '
                       'FAVOUR. THE PROVISIONAL CREDIT IS NOW FINAL.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'DSPLOST '
                   STRING 'YOUR DISPUTE WAS NOT UPHELD. THE '
                       'PROVISIONAL CREDIT HAS BEEN WITHDRAWN FROM '
                       'YOUR ACCOUNT.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'LGLHOLD '
                   STRING 'FUNDS IN YOUR ACCOUNT ARE HELD UNDER A '
                       'LEGAL ORDER SERVED ON US. YOU MAY CLAIM AN '
                       'EXEMPTION BEFORE THE DATE SHOWN.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'LGLPAID '
                   STRING 'FUNDS FROM YOUR ACCOUNT HAVE BEEN PAID '
                       'OVER AS REQUIRED BY A LEGAL ORDER SERVED '
                       'ON US.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'LGLLIFT '
                   STRING 'THE LEGAL ORDER ON YOUR ACCOUNT HAS BEEN '
                       'LIFTED AND THE FUNDS HELD UNDER IT ARE '
                       'RELEASED.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 'DDUNAUTH'
                   STRING 'A DIRECT DEBIT ON YOUR ACCOUNT WAS RETURNED '
                       'UNPAID - YOU HAVE GIVEN THAT ORIGINATOR NO '
                       'CURRENT MANDATE.'
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN OTHER
                   STRING 'PLEASE CONTACT YOUR BRANCH REGARDING: '
                       WS-EV-DETAIL
           WRITE SENTLOG-RECORD.
       330-LOG-SENT-EXIT.
           EXIT.

      *    AN INTERNAL EVENT GOES TO COMPLIANCE'S NOTICE FILE WITH
      *    THE EVENT'S OWN DETAIL AND IS LOGGED AS INTERNAL - NO
      *    ADDRESS LOOKUP, NO LETTER, NOTHING TO THE MAIL HOUSE.
       340-ROUTE-TO-COMPLIANCE.
           ADD 1 TO WS-INTERNAL-COUNT.
           MOVE SPACES TO COMPLIANCE-RECORD.
           STRING WS-PROCESSING-DATE ' | ' WS-EV-EVENT ' | '
               WS-EV-ACCOUNT ' | ' WS-EV-DATE ' | ' WS-EV-DETAIL
               DELIMITED BY SIZE INTO COMPLIANCE-RECORD.
           WRITE COMPLIANCE-RECORD.
           MOVE SPACES TO SENTLOG-RECORD.
           STRING WS-PROCESSING-DATE ' | INTERNAL | ' WS-EV-EVENT
               ' | ' WS-EV-ACCOUNT ' | ' WS-EV-DETAIL
               DELIMITED BY SIZE INTO SENTLOG-RECORD.
           WRITE SENTLOG-RECORD.
       340-ROUTE-TO-COMPLIANCE-EXIT.
           EXIT.
