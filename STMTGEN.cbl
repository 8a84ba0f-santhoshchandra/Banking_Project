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

      *    MACHINE-READABLE RUN STATUS FOR THE DAY-END CONTROLLER,
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

      *    FUNDS HOLDS STILL IN FORCE AT THE END OF THE PERIOD ARE
      *    LISTED UNDER EACH ACCOUNT WITH THE DATE THE FUNDS BECOME
      *    AVAILABLE, SO A HELD DEPOSIT IS EXPLAINED ON THE STATEMENT.
           SELECT HOLDFILE ASSIGN TO WS-HOLD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS HD-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SHARED AUDITREC LAYOUT MATCHES THE FIXED FIELD WIDTHS
       FD  RELFILE.
       COPY RELREC.

       FD  HOLDFILE.
       COPY HOLDREC.

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  RUNSTATUSFILE.
       01  RUNSTATUS-RECORD PIC X(132).

           88  WS-REL-OPEN        VALUE 'Y'.
           88  WS-REL-NOT-OPEN    VALUE 'N'.
       01  WS-REL-EOF         PIC X(1).
       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  HD-FILE-STATUS     PIC XX.
       01  WS-HOLDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-HOLDS-OPEN      VALUE 'Y'.
           88  WS-HOLDS-NOT-OPEN  VALUE 'N'.
       01  WS-HOLD-EOF        PIC X(1).
       01  WS-HOLD-AVAIL-DATE PIC 9(8).
      *    HOLDS ARE SHOWN AS THEY STAND ON THE PERIOD'S LAST DAY -
      *    STMT_TO WHEN GIVEN, OTHERWISE THE PROCESSING DATE.
       01  WS-HOLD-AS-OF      PIC 9(8).
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AU-FILE-STATUS     PIC XX.
       01  PR-FILE-STATUS     PIC XX.
      *    PER-CUSTOMER RELATIONSHIP SUMMARY ACCUMULATORS.
       01  WS-CUST-ACCT-COUNT PIC 9(3).
       01  WS-CUST-COMBINED-BAL PIC S9(9)V99.
      *    THE GROUP'S ACCOUNTS THAT HAD LINES THIS PERIOD, SO THE
      *    CUSTOMER-NUMBER INDEX PASS AT THE END OF THE GROUP LISTS
      *    ONLY THE ONES THAT DID NOT.
       01  WS-GRP-TABLE.
           05  WS-GRP-ACCOUNT PIC X(10) OCCURS 50 TIMES.
       01  WS-GRP-COUNT       PIC 9(2).
       01  WS-GRP-IDX         PIC 9(2).
       01  WS-GRP-SEEN-SW     PIC X(1).
           88  WS-GRP-SEEN        VALUE 'Y'.
           88  WS-GRP-NOT-SEEN    VALUE 'N'.
       01  WS-QUIET-EOF       PIC X(1).
       01  WS-QUIET-BALANCE   PIC -(7)9.99.
      *    STATEMENT PERIOD: ONLY AUDIT LINES WHOSE AL-TXN-DATE
      *    FALLS IN [FROM, TO] MAKE THE STATEMENT. ZERO = OPEN END,
      *    SO NO PARAMETERS MEANS THE WHOLE TRAIL, AS BEFORE.
           IF RL-FILE-STATUS = '00'
               SET WS-REL-OPEN TO TRUE
           END-IF.
      *    NO HOLDS FILE JUST MEANS NOTHING IS ON HOLD.
           OPEN INPUT HOLDFILE.
           IF HD-FILE-STATUS = '00'
               SET WS-HOLDS-OPEN TO TRUE
           END-IF.
           IF WS-STMT-TO > 0
               MOVE WS-STMT-TO TO WS-HOLD-AS-OF
           ELSE
               PERFORM GET-PROCESSING-DATE THRU
                       GET-PROCESSING-DATE-EXIT
               MOVE WS-PROCESSING-DATE TO WS-HOLD-AS-OF
           END-IF.
           OPEN OUTPUT PRINTSTREAMFILE.
           IF PR-FILE-STATUS NOT = '00'
      *        AN UNWRITABLE STATEMENT CHANNEL IS A FAILED RUN - THE
           IF WS-REL-OPEN
               CLOSE RELFILE
           END-IF.
           IF WS-HOLDS-OPEN
               CLOSE HOLDFILE
           END-IF.
           IF WS-RUN-FAILED
               MOVE '0016' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RUNSTATUS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'HOLDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
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

      *    SORT INPUT PROCEDURE: EACH AUDIT LINE IS RELEASED UNDER
      *    ITS ACCOUNT'S CUSTOMER NUMBER; AN UNLINKED (OR UNKNOWN)
      *    ACCOUNT GROUPS UNDER ITS OWN NUMBER AND STATEMENTS ALONE,
           MOVE SL-LINKED-FLAG TO WS-PREV-LINKED.
           MOVE 0 TO WS-CUST-ACCT-COUNT.
           MOVE 0 TO WS-CUST-COMBINED-BAL.
           MOVE 0 TO WS-GRP-COUNT.
           ADD 1 TO WS-CUSTOMER-COUNT.
      *    THE GROUP'S DELIVERY CHANNEL IS SETTLED BEFORE ITS FIRST
      *    LINE GOES OUT: E-DELIVERY ONLY WHEN THE LINKED CUSTOMER'S
           ADD 1 TO WS-CUST-ACCT-COUNT.
           MOVE SL-ACCOUNT-KEY TO WS-PREV-ACCOUNT.
           MOVE AL-BALANCE-BEFORE TO WS-OPENING-BALANCE.
           IF WS-GRP-COUNT < 50
               ADD 1 TO WS-GRP-COUNT
               MOVE SL-ACCOUNT-KEY TO WS-GRP-ACCOUNT(WS-GRP-COUNT)
           END-IF.
           PERFORM WRITE-STATEMENT-HEADER THRU
                   WRITE-STATEMENT-HEADER-EXIT.
      *    AN UNLINKED ACCOUNT GETS ITS MAILING BLOCK FROM THE
           EXIT.

       340-FINISH-ACCOUNT.
           PERFORM 345-LIST-PENDING-FUNDS THRU
                   345-LIST-PENDING-FUNDS-EXIT.
           PERFORM WRITE-STATEMENT-FOOTER THRU
                   WRITE-STATEMENT-FOOTER-EXIT.
           ADD WS-CLOSING-BALANCE TO WS-CUST-COMBINED-BAL.
       340-FINISH-ACCOUNT-EXIT.
           EXIT.

      *    ONE LINE PER HOLD STILL IN FORCE ON THE ACCOUNT AT THE
      *    PERIOD END. THE FUNDS COME FREE THE DAY AFTER THE HOLD'S
      *    EXPIRY - THE FIRST DAY POSTING STOPS COUNTING IT; A HOLD
      *    WITH NO EXPIRY STAYS UNTIL IT IS RELEASED.
       345-LIST-PENDING-FUNDS.
           IF WS-HOLDS-NOT-OPEN
               GO TO 345-LIST-PENDING-FUNDS-EXIT
           END-IF.
           MOVE WS-PREV-ACCOUNT TO HD-ACCOUNT-NUMBER.
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
                       IF HD-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HD-EXPIRY-DATE = 0 OR
                              HD-EXPIRY-DATE >= WS-HOLD-AS-OF
                               PERFORM 346-WRITE-PENDING-LINE THRU
                                       346-WRITE-PENDING-LINE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       345-LIST-PENDING-FUNDS-EXIT.
           EXIT.

       346-WRITE-PENDING-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           IF HD-EXPIRY-DATE = 0
               STRING 'FUNDS ON HOLD: ' HD-HOLD-AMOUNT ' | REF '
                   HD-HOLD-ID ' | UNTIL RELEASED'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               COMPUTE WS-HOLD-AVAIL-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(HD-EXPIRY-DATE) + 1)
               STRING 'FUNDS ON HOLD: ' HD-HOLD-AMOUNT ' | REF '
                   HD-HOLD-ID ' | AVAILABLE ON ' WS-HOLD-AVAIL-DATE
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF.
           PERFORM WRITE-STMT-LINE THRU WRITE-STMT-LINE-EXIT.
       346-WRITE-PENDING-LINE-EXIT.
           EXIT.

       350-FINISH-CUSTOMER.
           IF WS-PREV-LINKED = 'Y'
               PERFORM 355-LIST-QUIET-ACCOUNTS THRU
                       355-LIST-QUIET-ACCOUNTS-EXIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'RELATIONSHIP SUMMARY: ' WS-CUST-ACCT-COUNT
               ' ACCOUNTS | COMBINED CLOSING BALANCE '
       350-FINISH-CUSTOMER-EXIT.
           EXIT.

      *    THE REST OF THE CUSTOMER'S BOOK, STRAIGHT OFF THE
      *    CUSTOMER-NUMBER INDEX: EVERY OPEN ACCOUNT WITH NO LINES
      *    THIS PERIOD GETS ONE LINE AT ITS LEDGER BALANCE AND COUNTS
      *    IN THE RELATIONSHIP SUMMARY, SO THE CONSOLIDATED STATEMENT
      *    SHOWS THE WHOLE RELATIONSHIP AND NOT ONLY WHAT MOVED.
       355-LIST-QUIET-ACCOUNTS.
           IF WS-ACCT-NOT-OPEN
               GO TO 355-LIST-QUIET-ACCOUNTS-EXIT
           END-IF.
           MOVE WS-PREV-CUSTOMER TO AF-CUSTOMER-NUMBER.
           START ACCOUNTFILE KEY = AF-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-QUIET-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-QUIET-EOF
           END-START.
           PERFORM UNTIL WS-QUIET-EOF = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-QUIET-EOF
                   NOT AT END
                       IF AF-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
                           MOVE 'Y' TO WS-QUIET-EOF
                       ELSE
                           IF NOT AF-STATUS-CLOSED
                               PERFORM 356-WRITE-QUIET-ACCOUNT THRU
                                       356-WRITE-QUIET-ACCOUNT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       355-LIST-QUIET-ACCOUNTS-EXIT.
           EXIT.

       356-WRITE-QUIET-ACCOUNT.
           SET WS-GRP-NOT-SEEN TO TRUE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-GRP-SEEN
               IF WS-GRP-ACCOUNT(WS-GRP-IDX) = AF-ACCOUNT-NUMBER
                   SET WS-GRP-SEEN TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GRP-SEEN
               GO TO 356-WRITE-QUIET-ACCOUNT-EXIT
           END-IF.
           MOVE AF-ACCOUNT-BALANCE TO WS-QUIET-BALANCE.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING 'ALSO HELD, NO ACTIVITY THIS PERIOD: '
               AF-ACCOUNT-NUMBER ' | BALANCE ' WS-QUIET-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM WRITE-STMT-LINE THRU WRITE-STMT-LINE-EXIT.
           ADD 1 TO WS-CUST-ACCT-COUNT.
           ADD AF-ACCOUNT-BALANCE TO WS-CUST-COMBINED-BAL.
       356-WRITE-QUIET-ACCOUNT-EXIT.
           EXIT.

      *    ROUTES ONE BUILT STATEMENT LINE TO THE CURRENT GROUP'S
      *    CHANNEL. E-DELIVERY LINES ARE PREFIXED WITH THE GROUP'S
      *    CUSTOMER KEY SO THE E-STATEMENT PLATFORM CAN SPLIT THE
