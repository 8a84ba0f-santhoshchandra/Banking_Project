       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVW.
      *    MONTHLY KNOW-YOUR-CUSTOMER REVIEW LISTING. EVERY CUSTOMER
      *    ON THE MASTER IS CLASSED BY THEIR NEXT-REVIEW DATE AGAINST
      *    THE BUSINESS DATE:
      *      RESTRICTED - OVERDUE BY MORE THAN THE GRACE PERIOD;
      *                   POSTING IS ALREADY REJECTING THEIR DEBITS
      *      OVERDUE    - PAST THE DATE BUT STILL WITHIN GRACE
      *      COMING DUE - FALLS DUE WITHIN THE DUE WINDOW
      *      NO REVIEW  - NOTHING VALID ON FILE (LEGACY RECORD)
      *    AND LISTED BY BRANCH FOR THE BRANCHES TO WORK. THE BRANCH
      *    IS THAT OF THE CUSTOMER'S FIRST OPEN ACCOUNT; A CUSTOMER
      *    WITH NO ACCOUNT LISTS UNDER BRANCH 000. REMINDERS FOR
      *    COMING-DUE, OVERDUE AND RESTRICTED CUSTOMERS GO ON THE
      *    NOTIFICATION QUEUE AGAINST THAT SAME ACCOUNT. READ-ONLY
      *    AGAINST BOTH MASTERS, SO NO RUN LOCK IS TAKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTFILE ASSIGN TO WS-ACCT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AF-ACCOUNT-NUMBER
                ALTERNATE RECORD KEY IS AF-CUSTOMER-NUMBER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-BRANCH-CODE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-HOLDER-NAME
                    WITH DUPLICATES
                FILE STATUS IS AF-FILE-STATUS.

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

           SELECT KYCREPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KR-FILE-STATUS.

           SELECT SORTFILE ASSIGN TO 'KYCSORT.TMP'.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. KYC|GRACE_DAYS IS THE SAME VALUE POSTING
      *    RESTRICTS BY, SO THE LISTING AND THE REJECTS AGREE.
           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

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
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  KYCREPORTFILE.
       01  KYCREPORT-RECORD PIC X(132).

      *    ONE LISTED CUSTOMER. THE CLASS SORTS RESTRICTED FIRST
      *    (1) THROUGH NO-REVIEW LAST (4) WITHIN EACH BRANCH.
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SK-BRANCH          PIC X(3).
           05  SK-CLASS           PIC X(1).
           05  SK-NEXT-REVIEW     PIC X(8).
           05  SK-CUSTOMER        PIC X(10).
           05  SK-NAME            PIC X(28).
           05  SK-RATING          PIC X(1).
           05  SK-LAST-REVIEW     PIC X(8).
           05  SK-ACCOUNT         PIC X(10).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

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

       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'KYCREPORT.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  AF-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  KR-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-INT       PIC 9(8).

      *    DAYS PAST THE NEXT-REVIEW DATE BEFORE DEBITS ARE REFUSED
      *    (SAME DEFAULT AS POSTING), AND HOW FAR AHEAD A REVIEW
      *    COUNTS AS COMING DUE. BOTH FROM PARAMS.DAT WHEN KEYED.
       01  WS-KYC-GRACE-DAYS  PIC 9(3) VALUE 30.
       01  WS-KYC-DUE-WINDOW  PIC 9(3) VALUE 30.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    CUSTOMER-TO-ACCOUNT LINKS FROM THE ACCOUNT MASTER: THE
      *    FIRST OPEN ACCOUNT FOUND FOR EACH CUSTOMER, WITH ITS
      *    BRANCH.
       01  WS-KL-TABLE.
           05  WS-KL-ENTRY OCCURS 5000 TIMES.
               10  WS-KL-CUSTOMER     PIC X(10).
               10  WS-KL-ACCOUNT      PIC X(10).
               10  WS-KL-BRANCH       PIC X(3).
       01  WS-KL-COUNT        PIC 9(4) VALUE 0.
       01  WS-KL-IDX          PIC 9(4).
       01  WS-KL-FOUND-SW     PIC X(1).
           88  WS-KL-FOUND        VALUE 'Y'.
           88  WS-KL-NOT-FOUND    VALUE 'N'.
       01  WS-KL-FULL-SW      PIC X(1) VALUE 'N'.
           88  WS-KL-FULL         VALUE 'Y'.

       01  WS-NEXT-INT        PIC 9(8).
       01  WS-DAYS-TO-DUE     PIC S9(7).
       01  WS-PREV-BRANCH     PIC X(3).
       01  WS-FIRST-SW        PIC X(1) VALUE 'Y'.
           88  WS-FIRST-RECORD     VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD VALUE 'N'.
       01  WS-CLASS-TEXT      PIC X(10).

       01  WS-CUSTOMER-COUNT  PIC 9(5) VALUE 0.
       01  WS-RESTRICTED-COUNT PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT   PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT       PIC 9(5) VALUE 0.
       01  WS-NOREVIEW-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOTIFIED-COUNT  PIC 9(5) VALUE 0.
       01  WS-BRANCH-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)).
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CUSTFILE: ' CM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-LOAD-ACCOUNT-LINKS THRU
                   200-LOAD-ACCOUNT-LINKS-EXIT.
           OPEN OUTPUT KYCREPORTFILE.
           IF KR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening KYCREPORT: ' KR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO KYCREPORT-RECORD
               STRING 'KYC PERIODIC REVIEW LISTING FOR ' WS-TODAY
                   '   GRACE ' WS-KYC-GRACE-DAYS ' DAYS   WINDOW '
                   WS-KYC-DUE-WINDOW ' DAYS'
                   DELIMITED BY SIZE INTO KYCREPORT-RECORD
               WRITE KYCREPORT-RECORD
               SORT SORTFILE ON ASCENDING KEY SK-BRANCH
                               ON ASCENDING KEY SK-CLASS
                               ON ASCENDING KEY SK-NEXT-REVIEW
                               ON ASCENDING KEY SK-CUSTOMER
                   INPUT PROCEDURE IS 300-CLASSIFY-CUSTOMERS
                   OUTPUT PROCEDURE IS 400-LIST-BY-BRANCH
               PERFORM 500-WRITE-SUMMARY THRU
                       500-WRITE-SUMMARY-EXIT
               CLOSE KYCREPORTFILE
               DISPLAY 'CUSTOMERS SCANNED: ' WS-CUSTOMER-COUNT
               DISPLAY 'RESTRICTED       : ' WS-RESTRICTED-COUNT
               DISPLAY 'OVERDUE IN GRACE : ' WS-OVERDUE-COUNT
               DISPLAY 'COMING DUE       : ' WS-DUE-COUNT
               DISPLAY 'NO REVIEW ON FILE: ' WS-NOREVIEW-COUNT
               DISPLAY 'REMINDERS QUEUED : ' WS-NOTIFIED-COUNT
           END-IF.
           CLOSE CUSTFILE.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'KYCREPORT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PARAMS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARAM-FILE-NAME
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

      *    THE KYC SETTINGS FROM THE PARAMETER MASTER. EVERY LINE IN
      *    EFFECT ON THE BUSINESS DATE APPLIES IN ORDER, SO THE
      *    LATEST EFFECTIVE VALUE WINS.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMFILE.
           IF PM-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARAMFILE INTO PARAM-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-ONE-PARAMETER THRU
                                   APPLY-ONE-PARAMETER-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PARAMFILE
           END-IF.
       LOAD-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-PARAMETER.
           IF PARAM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3 WS-PRM-F4
               UNSTRING PARAM-RECORD DELIMITED BY '|'
                   INTO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3 WS-PRM-F4
               END-UNSTRING
               IF WS-PRM-F4 NOT NUMERIC OR WS-PRM-F4 > WS-TODAY
                   CONTINUE
               ELSE
               IF WS-PRM-F1 = 'KYC'
                   EVALUATE WS-PRM-F2
                       WHEN 'GRACE_DAYS'
                           COMPUTE WS-KYC-GRACE-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'DUE_WINDOW'
                           COMPUTE WS-KYC-DUE-WINDOW =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    ONE PASS OF THE ACCOUNT MASTER BUILDS THE CUSTOMER-TO-
      *    ACCOUNT LINKS. CLOSED ACCOUNTS ARE PASSED OVER - A
      *    REMINDER ADDRESSED THROUGH ONE WOULD GO NOWHERE. NO
      *    ACCOUNT MASTER JUST MEANS EVERYONE LISTS UNDER BRANCH 000
      *    WITH NO REMINDERS.
       200-LOAD-ACCOUNT-LINKS.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNTFILE NOT AVAILABLE - NO BRANCHES: '
                       AF-FILE-STATUS
               GO TO 200-LOAD-ACCOUNT-LINKS-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AF-CUSTOMER-NUMBER NOT = SPACES AND
                          NOT AF-STATUS-CLOSED
                           PERFORM 210-ADD-ACCOUNT-LINK THRU
                                   210-ADD-ACCOUNT-LINK-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE ACCOUNTFILE.
       200-LOAD-ACCOUNT-LINKS-EXIT.
           EXIT.

       210-ADD-ACCOUNT-LINK.
           MOVE AF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 220-FIND-ACCOUNT-LINK THRU
                   220-FIND-ACCOUNT-LINK-EXIT.
           IF WS-KL-FOUND
               GO TO 210-ADD-ACCOUNT-LINK-EXIT
           END-IF.
           IF WS-KL-COUNT NOT < 5000
               IF NOT WS-KL-FULL
                   DISPLAY 'ACCOUNT LINK TABLE FULL - LATER '
                           'CUSTOMERS LIST UNDER BRANCH 000'
                   SET WS-KL-FULL TO TRUE
               END-IF
               GO TO 210-ADD-ACCOUNT-LINK-EXIT
           END-IF.
           ADD 1 TO WS-KL-COUNT.
           MOVE AF-CUSTOMER-NUMBER TO WS-KL-CUSTOMER(WS-KL-COUNT).
           MOVE AF-ACCOUNT-NUMBER TO WS-KL-ACCOUNT(WS-KL-COUNT).
           MOVE AF-BRANCH-CODE TO WS-KL-BRANCH(WS-KL-COUNT).
       210-ADD-ACCOUNT-LINK-EXIT.
           EXIT.

      *    LOOKS UP CM-CUSTOMER-NUMBER; LEAVES WS-KL-IDX ON THE
      *    ENTRY WHEN FOUND.
       220-FIND-ACCOUNT-LINK.
           SET WS-KL-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT OR WS-KL-FOUND
               IF WS-KL-CUSTOMER(WS-KL-IDX) = CM-CUSTOMER-NUMBER
                   SET WS-KL-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-KL-FOUND
               SUBTRACT 1 FROM WS-KL-IDX
           END-IF.
       220-FIND-ACCOUNT-LINK-EXIT.
           EXIT.

      *    SORT INPUT: EVERY CUSTOMER IN A LISTED CLASS IS RELEASED
      *    AND, WHERE THEY HAVE AN ACCOUNT, SENT A REMINDER.
       300-CLASSIFY-CUSTOMERS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CUSTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM 310-CLASSIFY-ONE THRU
                               310-CLASSIFY-ONE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

      *    THE RESTRICTED TEST IS THE ONE POSTING APPLIES: BUSINESS
      *    DATE LATER THAN NEXT-REVIEW PLUS GRACE. A NEXT-REVIEW THAT
      *    IS NOT A REAL DATE IS LISTED AS NO REVIEW - POSTING DOES
      *    NOT RESTRICT ON IT.
       310-CLASSIFY-ONE.
           MOVE SPACES TO SORT-RECORD.
           IF CM-NEXT-REVIEW-DATE NOT NUMERIC OR
              CM-NEXT-REVIEW-DATE = '00000000' OR
              FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(CM-NEXT-REVIEW-DATE)) NOT = 0
               MOVE '4' TO SK-CLASS
               ADD 1 TO WS-NOREVIEW-COUNT
           ELSE
               COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CM-NEXT-REVIEW-DATE))
               COMPUTE WS-DAYS-TO-DUE = WS-NEXT-INT - WS-TODAY-INT
               EVALUATE TRUE
                   WHEN WS-TODAY-INT > WS-NEXT-INT + WS-KYC-GRACE-DAYS
                       MOVE '1' TO SK-CLASS
                       ADD 1 TO WS-RESTRICTED-COUNT
                   WHEN WS-DAYS-TO-DUE < 0
                       MOVE '2' TO SK-CLASS
                       ADD 1 TO WS-OVERDUE-COUNT
                   WHEN WS-DAYS-TO-DUE NOT > WS-KYC-DUE-WINDOW
                       MOVE '3' TO SK-CLASS
                       ADD 1 TO WS-DUE-COUNT
                   WHEN OTHER
                       GO TO 310-CLASSIFY-ONE-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 220-FIND-ACCOUNT-LINK THRU
                   220-FIND-ACCOUNT-LINK-EXIT.
           IF WS-KL-FOUND
               MOVE WS-KL-BRANCH(WS-KL-IDX) TO SK-BRANCH
               MOVE WS-KL-ACCOUNT(WS-KL-IDX) TO SK-ACCOUNT
           ELSE
               MOVE '000' TO SK-BRANCH
           END-IF.
           IF SK-BRANCH = SPACES
               MOVE '000' TO SK-BRANCH
           END-IF.
           MOVE CM-NEXT-REVIEW-DATE TO SK-NEXT-REVIEW.
           MOVE CM-CUSTOMER-NUMBER TO SK-CUSTOMER.
           MOVE CM-CUSTOMER-NAME TO SK-NAME.
           MOVE CM-RISK-RATING TO SK-RATING.
           MOVE CM-LAST-REVIEW-DATE TO SK-LAST-REVIEW.
           RELEASE SORT-RECORD.
           IF SK-CLASS NOT = '4' AND SK-ACCOUNT NOT = SPACES
               PERFORM 320-QUEUE-REMINDER THRU
                       320-QUEUE-REMINDER-EXIT
           END-IF.
       310-CLASSIFY-ONE-EXIT.
           EXIT.

       320-QUEUE-REMINDER.
           MOVE SK-ACCOUNT TO WS-NFY-ACCOUNT.
           MOVE SPACES TO WS-NFY-DETAIL.
           IF SK-CLASS = '1'
               MOVE 'KYCRSTR ' TO WS-NFY-EVENT
               STRING 'KYC REVIEW OVERDUE SINCE ' SK-NEXT-REVIEW
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
           ELSE
               MOVE 'KYCDUE  ' TO WS-NFY-EVENT
               STRING 'KYC REVIEW DUE ' SK-NEXT-REVIEW
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-IF.
           PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT.
           ADD 1 TO WS-NOTIFIED-COUNT.
       320-QUEUE-REMINDER-EXIT.
           EXIT.

      *    SORT OUTPUT: A HEADING PER BRANCH, THEN ONE LINE PER
      *    CUSTOMER, WORST CLASS FIRST.
       400-LIST-BY-BRANCH.
           PERFORM UNTIL EOF-FLAG = 'Y'
               RETURN SORTFILE INTO SORT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 410-LIST-ONE THRU 410-LIST-ONE-EXIT
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       410-LIST-ONE.
           IF WS-FIRST-RECORD OR SK-BRANCH NOT = WS-PREV-BRANCH
               SET WS-NOT-FIRST-RECORD TO TRUE
               MOVE SK-BRANCH TO WS-PREV-BRANCH
               ADD 1 TO WS-BRANCH-COUNT
               MOVE SPACES TO KYCREPORT-RECORD
               WRITE KYCREPORT-RECORD
               STRING 'BRANCH ' SK-BRANCH
                   DELIMITED BY SIZE INTO KYCREPORT-RECORD
               WRITE KYCREPORT-RECORD
           END-IF.
           EVALUATE SK-CLASS
               WHEN '1' MOVE 'RESTRICTED' TO WS-CLASS-TEXT
               WHEN '2' MOVE 'OVERDUE   ' TO WS-CLASS-TEXT
               WHEN '3' MOVE 'COMING DUE' TO WS-CLASS-TEXT
               WHEN OTHER MOVE 'NO REVIEW ' TO WS-CLASS-TEXT
           END-EVALUATE.
           MOVE SPACES TO KYCREPORT-RECORD.
           STRING '  ' WS-CLASS-TEXT ' ' SK-CUSTOMER ' ' SK-NAME
               ' GRADE ' SK-RATING ' LAST ' SK-LAST-REVIEW
               ' NEXT ' SK-NEXT-REVIEW ' ACCT ' SK-ACCOUNT
               DELIMITED BY SIZE INTO KYCREPORT-RECORD.
           WRITE KYCREPORT-RECORD.
       410-LIST-ONE-EXIT.
           EXIT.

       500-WRITE-SUMMARY.
           MOVE SPACES TO KYCREPORT-RECORD.
           WRITE KYCREPORT-RECORD.
           STRING 'BRANCHES ' WS-BRANCH-COUNT
               '  RESTRICTED ' WS-RESTRICTED-COUNT
               '  OVERDUE ' WS-OVERDUE-COUNT
               '  COMING DUE ' WS-DUE-COUNT
               '  NO REVIEW ' WS-NOREVIEW-COUNT
               DELIMITED BY SIZE INTO KYCREPORT-RECORD.
           WRITE KYCREPORT-RECORD.
       500-WRITE-SUMMARY-EXIT.
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
