       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE AUDITORS' LIST, ONE LINE PER CONFIRMATION WANTED:
      *    A|ACCOUNT|AS-OF|AUDITOR-REF FOR ONE ACCOUNT, OR
      *    C|CUSTOMER|AS-OF|AUDITOR-REF FOR EVERY ACCOUNT THE
      *    CUSTOMER HOLDS (PRIMARY OR WITH A STATEMENT ROLE).
           SELECT CONFREQFILE ASSIGN TO WS-CONFREQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-FILE-STATUS.

      *    THE AUDIT TRAIL AND ITS ARCHPURGE ARCHIVES, SWEPT THROUGH
      *    ONE SELECT RE-POINTED AT EACH SOURCE IN TURN, AS TAXRPT
      *    DOES.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

      *    OPTIONAL LIST OF ARCHIVED AUDIT FILES (AUDARCH_*.DAT), ONE
      *    NAME PER LINE, REACHING BACK AS FAR AS THE OLDEST AS-OF
      *    DATE ASKED FOR.
           SELECT ARCHLISTFILE ASSIGN TO WS-ARCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

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

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

      *    ONE CONFIRMATION LETTER PER ACCOUNT PER STATEMENT-ROLE
      *    HOLDER, IN THE SAME BURSTABLE SHAPE NOTIFGEN PRODUCES.
           SELECT CONFLETTERFILE ASSIGN TO WS-CONFLTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.

      *    THE CONTROL LISTING FOR THE AUDITORS: EVERY ACCOUNT ASKED
      *    FOR, CONFIRMED WITH ITS BALANCE OR FLAGGED WITH THE REASON
      *    IT COULD NOT BE RECONSTRUCTED, PLUS REFUSED REQUEST LINES.
           SELECT CONFLISTFILE ASSIGN TO WS-CONFLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFREQFILE.
       01  CONFREQ-RECORD PIC X(80).

      *    THE SHARED AUDITREC LAYOUT MATCHES THE FIXED FIELD WIDTHS
      *    WRITE-AUDIT-ENTRY STRINGS TOGETHER IN ADMTXUP.CBL - SAME
      *    SHARED-COPYBOOK APPROACH AS TRANSREC.
       FD  AUDITFILE.
       COPY AUDITREC.

       FD  ARCHLISTFILE.
       01  ARCHLIST-RECORD PIC X(100).

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  CONFLETTERFILE.
       01  CONFLETTER-RECORD PIC X(132).

       FD  CONFLISTFILE.
       01  CONFLIST-RECORD PIC X(160).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CONFREQ-FILE-NAME PIC X(100) VALUE 'CONFREQ.DAT'.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-ARCHLIST-FILE-NAME PIC X(100) VALUE 'CONFARCHLIST.DAT'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-CONFLTR-FILE-NAME PIC X(100) VALUE 'CONFLETTER.DAT'.
       01  WS-CONFLIST-FILE-NAME PIC X(100) VALUE 'CONFLIST.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  CQ-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  AL-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  CL-FILE-STATUS     PIC XX.
       01  CT-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-REL-EOF         PIC X(1).
       01  WS-PROCESSING-DATE PIC X(8).

      *    SET ONCE AT OPEN - THE STATUS FIELDS THEMSELVES ARE
      *    OVERWRITTEN BY EVERY KEYED READ.
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
       01  WS-REL-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-REL-OPEN        VALUE 'Y'.
           88  WS-REL-NOT-OPEN    VALUE 'N'.

      *    THE SOURCE LIST: THE LIVE TRAIL FIRST, THEN ANY ARCHIVES
      *    NAMED IN CONFARCHLIST.DAT.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY PIC X(100) OCCURS 20 TIMES.
       01  WS-SRC-COUNT       PIC 9(2) VALUE 0.
       01  WS-SRC-IDX         PIC 9(2).
       01  WS-SRC-MISSING     PIC 9(2) VALUE 0.

      *    PARSE FIELDS FOR ONE REQUEST LINE.
       01  WS-CRQ-F1          PIC X(1).
       01  WS-CRQ-F2          PIC X(10).
       01  WS-CRQ-F3          PIC X(10).
       01  WS-CRQ-F4          PIC X(20).
       01  WS-CRQ-ASOF        PIC 9(8).
       01  WS-CRQ-REFUSAL     PIC X(30).
       01  WS-CRQ-FOUND       PIC 9(3).

      *    ONE ROW PER ACCOUNT CONFIRMATION. THE BALANCE AS OF THE
      *    DATE IS THE CURRENT MASTER BALANCE LESS THE NET MOVEMENT
      *    OF EVERY MONETARY LINE POSTED AFTER IT. THE LAST LINE
      *    POSTED ON OR BEFORE THE DATE IS THE ANCHOR: ITS AFTER
      *    BALANCE MUST AGREE WITH THE FIGURE WORKED BACK, OR PART OF
      *    THE HISTORY IS MISSING AND THE ROW IS FLAGGED.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 500 TIMES.
               10  WS-CF-ACCOUNT     PIC X(10).
               10  WS-CF-ASOF        PIC 9(8).
               10  WS-CF-AUDIT-REF   PIC X(20).
               10  WS-CF-ASKED-FOR   PIC X(12).
               10  WS-CF-ON-MASTER   PIC X(1).
               10  WS-CF-CURRENT     PIC S9(9)V99.
               10  WS-CF-NET-AFTER   PIC S9(9)V99.
               10  WS-CF-LATER-LINES PIC 9(7).
               10  WS-CF-ANCHOR-TS   PIC X(16).
               10  WS-CF-ANCHOR-BAL  PIC S9(7)V99.
       01  WS-CF-COUNT        PIC 9(3) VALUE 0.
       01  WS-CF-IDX          PIC 9(3).
       01  WS-CF-LINE-DATE    PIC X(8).

      *    ACCOUNT NUMBERS FOUND UNDER ONE CUSTOMER, HELD UNTIL THE
      *    INDEX WALK IS DONE.
       01  WS-CX-TABLE.
           05  WS-CX-ACCOUNT      PIC X(10) OCCURS 50 TIMES.
       01  WS-CX-COUNT        PIC 9(3) VALUE 0.
       01  WS-CX-IDX          PIC 9(3).

       01  WS-CF-BALANCE      PIC S9(9)V99.
       01  WS-CF-BAL-EDIT     PIC -(8)9.99.
       01  WS-CF-ANCHOR-EDIT  PIC -(8)9.99.
       01  WS-CF-FLAG         PIC X(40).
       01  WS-CF-PRIMARY      PIC X(10).

       01  WS-MAIL-NAME       PIC X(28).
       01  WS-MAIL-ADDRESS    PIC X(62).
       01  WS-MAIL-CUSTOMER   PIC X(10).

       01  WS-REQUEST-COUNT   PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT   PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT    PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           PERFORM 020-BUILD-SOURCE-LIST THRU
                   020-BUILD-SOURCE-LIST-EXIT.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONFLISTFILE.
           OPEN OUTPUT CONFLETTERFILE.
           IF CT-FILE-STATUS NOT = '00' OR CL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CONFIRMATION OUTPUTS: '
                       CT-FILE-STATUS ' ' CL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNTFILE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           END-IF.
           OPEN INPUT RELFILE.
           IF RL-FILE-STATUS = '00'
               SET WS-REL-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO CONFLIST-RECORD.
           STRING 'BALANCE CONFIRMATION CONTROL LISTING | RUN '
               WS-PROCESSING-DATE
               DELIMITED BY SIZE INTO CONFLIST-RECORD.
           WRITE CONFLIST-RECORD.
           PERFORM 200-LOAD-REQUESTS THRU 200-LOAD-REQUESTS-EXIT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-ENTRY(WS-SRC-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM 300-SWEEP-ONE-SOURCE THRU
                       300-SWEEP-ONE-SOURCE-EXIT
           END-PERFORM.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               PERFORM 400-CONFIRM-ONE-ACCOUNT THRU
                       400-CONFIRM-ONE-ACCOUNT-EXIT
           END-PERFORM.
           MOVE SPACES TO CONFLIST-RECORD.
           STRING 'TOTALS | REQUEST LINES ' WS-REQUEST-COUNT
               ' | REFUSED ' WS-REFUSED-COUNT
               ' | CONFIRMED ' WS-CONFIRMED-COUNT
               ' | FLAGGED ' WS-FLAGGED-COUNT
               ' | LETTERS ' WS-LETTER-COUNT
               DELIMITED BY SIZE INTO CONFLIST-RECORD.
           WRITE CONFLIST-RECORD.
           CLOSE CONFLISTFILE.
           CLOSE CONFLETTERFILE.
           IF WS-CUST-OPEN
               CLOSE CUSTFILE
           END-IF.
           IF WS-REL-OPEN
               CLOSE RELFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           DISPLAY 'REQUEST LINES READ  : ' WS-REQUEST-COUNT.
           DISPLAY 'REQUEST LINES REFUSED: ' WS-REFUSED-COUNT.
           DISPLAY 'AUDIT LINES SWEPT   : ' WS-LINE-COUNT.
           DISPLAY 'ACCOUNTS CONFIRMED  : ' WS-CONFIRMED-COUNT.
           DISPLAY 'ACCOUNTS FLAGGED    : ' WS-FLAGGED-COUNT.
           DISPLAY 'LETTERS PRODUCED    : ' WS-LETTER-COUNT.
           IF WS-FLAGGED-COUNT > 0 OR WS-REFUSED-COUNT > 0 OR
              WS-SRC-MISSING > 0
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CONFREQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONFREQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CONFARCHLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARCHLIST-FILE-NAME
           END-IF.

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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CONFLETTER_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONFLTR-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CONFLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONFLIST-FILE-NAME
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

      *    THE LIVE TRAIL IS ALWAYS SWEPT; CONFARCHLIST.DAT IS
      *    OPTIONAL AND SIMPLY ADDS THE ARCHIVES AN OLD AS-OF DATE
      *    NEEDS.
       020-BUILD-SOURCE-LIST.
           MOVE 1 TO WS-SRC-COUNT.
           MOVE WS-AUDIT-FILE-NAME TO WS-SRC-ENTRY(1).
           OPEN INPUT ARCHLISTFILE.
           IF AL-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ARCHLISTFILE INTO ARCHLIST-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ARCHLIST-RECORD NOT = SPACES AND
                              WS-SRC-COUNT < 20
                               ADD 1 TO WS-SRC-COUNT
                               MOVE ARCHLIST-RECORD TO
                                    WS-SRC-ENTRY(WS-SRC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE ARCHLISTFILE
           END-IF.
       020-BUILD-SOURCE-LIST-EXIT.
           EXIT.

       200-LOAD-REQUESTS.
           OPEN INPUT CONFREQFILE.
           IF CQ-FILE-STATUS NOT = '00'
               DISPLAY 'NO CONFIRMATION REQUESTS (' CQ-FILE-STATUS
                       '): ' WS-CONFREQ-FILE-NAME(1:40)
               GO TO 200-LOAD-REQUESTS-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONFREQFILE INTO CONFREQ-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CONFREQ-RECORD NOT = SPACES AND
                          CONFREQ-RECORD(1:1) NOT = '#'
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 210-TAKE-ONE-REQUEST THRU
                                   210-TAKE-ONE-REQUEST-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE CONFREQFILE.
       200-LOAD-REQUESTS-EXIT.
           EXIT.

      *    THE AS-OF DATE MUST BE A YYYYMMDD DATE NO LATER THAN THE
      *    BUSINESS DATE - A FUTURE BALANCE CANNOT BE CONFIRMED. A
      *    REQUEST THAT REACHES NO ACCOUNT IS REFUSED TOO, SO THE
      *    AUDITORS SEE EVERY LINE THEY SENT ACCOUNTED FOR.
       210-TAKE-ONE-REQUEST.
           MOVE SPACES TO WS-CRQ-F1 WS-CRQ-F2 WS-CRQ-F3 WS-CRQ-F4
                          WS-CRQ-REFUSAL.
           UNSTRING CONFREQ-RECORD DELIMITED BY '|'
               INTO WS-CRQ-F1 WS-CRQ-F2 WS-CRQ-F3 WS-CRQ-F4
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-CRQ-F1 NOT = 'A' AND WS-CRQ-F1 NOT = 'C'
                   MOVE 'UNKNOWN REQUEST TYPE' TO WS-CRQ-REFUSAL
               WHEN WS-CRQ-F2 = SPACES
                   MOVE 'NO ACCOUNT OR CUSTOMER' TO WS-CRQ-REFUSAL
               WHEN WS-CRQ-F3(1:8) NOT NUMERIC OR
                    WS-CRQ-F3(9:2) NOT = SPACES
                   MOVE 'AS-OF DATE NOT YYYYMMDD' TO WS-CRQ-REFUSAL
               WHEN WS-CRQ-F3(1:8) > WS-PROCESSING-DATE
                   MOVE 'AS-OF DATE IN THE FUTURE' TO WS-CRQ-REFUSAL
               WHEN OTHER
                   MOVE WS-CRQ-F3(1:8) TO WS-CRQ-ASOF
           END-EVALUATE.
           IF WS-CRQ-REFUSAL = SPACES
               MOVE 0 TO WS-CRQ-FOUND
               IF WS-CRQ-F1 = 'A'
                   MOVE WS-CRQ-F2 TO AF-ACCOUNT-NUMBER
                   PERFORM 230-ADD-CONFIRMATION THRU
                           230-ADD-CONFIRMATION-EXIT
               ELSE
                   PERFORM 220-EXPAND-CUSTOMER THRU
                           220-EXPAND-CUSTOMER-EXIT
               END-IF
               IF WS-CRQ-FOUND = 0
                   MOVE 'CUSTOMER HOLDS NO ACCOUNTS' TO
                        WS-CRQ-REFUSAL
               END-IF
           END-IF.
           IF WS-CRQ-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO CONFLIST-RECORD
               STRING 'REFUSED   | ' WS-CRQ-REFUSAL ' | '
                   CONFREQ-RECORD
                   DELIMITED BY SIZE INTO CONFLIST-RECORD
               WRITE CONFLIST-RECORD
           END-IF.
       210-TAKE-ONE-REQUEST-EXIT.
           EXIT.

      *    EVERY ACCOUNT THE CUSTOMER IS PRIMARY ON (THROUGH THE
      *    CUSTOMER-NUMBER INDEX, AS GARNISH FINDS A CUSTOMER'S
      *    ACCOUNTS) AND EVERY ACCOUNT WHERE RELFILE GIVES THEM A
      *    STATEMENT ROLE. CLOSED ACCOUNTS STAY IN - THEY MAY WELL
      *    HAVE BEEN OPEN ON THE AS-OF DATE. THE INDEX WALK ONLY
      *    COLLECTS NUMBERS: 230 RE-READS EACH ACCOUNT BY ITS OWN
      *    KEY, WHICH WOULD LOSE THE WALK'S PLACE.
       220-EXPAND-CUSTOMER.
           MOVE 0 TO WS-CX-COUNT.
           MOVE WS-CRQ-F2 TO AF-CUSTOMER-NUMBER.
           START ACCOUNTFILE KEY = AF-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AF-CUSTOMER-NUMBER NOT = WS-CRQ-F2
                           MOVE 'Y' TO EOF-FLAG
                       ELSE
                           IF WS-CX-COUNT < 50
                               ADD 1 TO WS-CX-COUNT
                               MOVE AF-ACCOUNT-NUMBER TO
                                    WS-CX-ACCOUNT(WS-CX-COUNT)
                           ELSE
                               DISPLAY 'OVER 50 ACCOUNTS - SKIPPED: '
                                       AF-ACCOUNT-NUMBER ' '
                                       WS-CRQ-F4
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               MOVE WS-CX-ACCOUNT(WS-CX-IDX) TO AF-ACCOUNT-NUMBER
               PERFORM 230-ADD-CONFIRMATION THRU
                       230-ADD-CONFIRMATION-EXIT
           END-PERFORM.
           IF WS-REL-NOT-OPEN
               GO TO 220-EXPAND-CUSTOMER-EXIT
           END-IF.
           MOVE LOW-VALUES TO RL-RELATION-KEY.
           START RELFILE KEY NOT < RL-RELATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REL-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-REL-EOF
           END-START.
           PERFORM UNTIL WS-REL-EOF = 'Y'
               READ RELFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REL-EOF
                   NOT AT END
                       IF RL-CUSTOMER-NUMBER = WS-CRQ-F2 AND
                          RL-STATEMENT-ROLE
                           MOVE RL-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
                           PERFORM 230-ADD-CONFIRMATION THRU
                                   230-ADD-CONFIRMATION-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       220-EXPAND-CUSTOMER-EXIT.
           EXIT.

      *    ONE ROW PER ACCOUNT + AS-OF DATE + AUDITOR REFERENCE; AN
      *    ACCOUNT REACHED TWICE BY THE SAME REQUEST (PRIMARY AND
      *    JOINT) IS CONFIRMED ONCE. THE CURRENT BALANCE IS TAKEN
      *    FROM THE MASTER NOW, BEFORE THE SWEEP BEGINS.
       230-ADD-CONFIRMATION.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-ACCOUNT(WS-CF-IDX) = AF-ACCOUNT-NUMBER AND
                  WS-CF-ASOF(WS-CF-IDX) = WS-CRQ-ASOF AND
                  WS-CF-AUDIT-REF(WS-CF-IDX) = WS-CRQ-F4
                   ADD 1 TO WS-CRQ-FOUND
                   GO TO 230-ADD-CONFIRMATION-EXIT
               END-IF
           END-PERFORM.
           IF WS-CF-COUNT = 500
               DISPLAY 'CONFIRMATION TABLE FULL - SKIPPED: '
                       AF-ACCOUNT-NUMBER ' ' WS-CRQ-F4
               GO TO 230-ADD-CONFIRMATION-EXIT
           END-IF.
           ADD 1 TO WS-CRQ-FOUND.
           ADD 1 TO WS-CF-COUNT.
           MOVE WS-CF-COUNT TO WS-CF-IDX.
           MOVE AF-ACCOUNT-NUMBER TO WS-CF-ACCOUNT(WS-CF-IDX).
           MOVE WS-CRQ-ASOF TO WS-CF-ASOF(WS-CF-IDX).
           MOVE WS-CRQ-F4 TO WS-CF-AUDIT-REF(WS-CF-IDX).
           MOVE SPACES TO WS-CF-ASKED-FOR(WS-CF-IDX).
           STRING WS-CRQ-F1 ' ' WS-CRQ-F2
               DELIMITED BY SIZE INTO WS-CF-ASKED-FOR(WS-CF-IDX).
           MOVE 0 TO WS-CF-CURRENT(WS-CF-IDX)
                     WS-CF-NET-AFTER(WS-CF-IDX)
                     WS-CF-LATER-LINES(WS-CF-IDX)
                     WS-CF-ANCHOR-BAL(WS-CF-IDX).
           MOVE SPACES TO WS-CF-ANCHOR-TS(WS-CF-IDX).
           MOVE 'N' TO WS-CF-ON-MASTER(WS-CF-IDX).
           READ ACCOUNTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CF-ON-MASTER(WS-CF-IDX)
                   MOVE AF-ACCOUNT-BALANCE TO WS-CF-CURRENT(WS-CF-IDX)
           END-READ.
       230-ADD-CONFIRMATION-EXIT.
           EXIT.

       300-SWEEP-ONE-SOURCE.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               ADD 1 TO WS-SRC-MISSING
               DISPLAY 'AUDIT SOURCE UNREADABLE (' AU-FILE-STATUS
                       '): ' WS-AUDIT-FILE-NAME(1:40)
               MOVE SPACES TO CONFLIST-RECORD
               STRING 'WARNING   | AUDIT SOURCE UNREADABLE | '
                   WS-AUDIT-FILE-NAME
                   DELIMITED BY SIZE INTO CONFLIST-RECORD
               WRITE CONFLIST-RECORD
               GO TO 300-SWEEP-ONE-SOURCE-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ AUDITFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 310-TAKE-ONE-LINE THRU
                               310-TAKE-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE AUDITFILE.
       300-SWEEP-ONE-SOURCE-EXIT.
           EXIT.

      *    ONLY MONETARY LINES (C/D WITH NUMERIC BALANCES) MOVE A
      *    BALANCE - THE SAME LINES ACCTRECV REPLAYS. THE POSTING
      *    DATE IS THE TIMESTAMP'S DATE HALF (THE BUSINESS DATE THE
      *    LINE POSTED ON), NOT THE ITEM'S OWN VALUE DATE, SINCE THE
      *    CONFIRMATION IS OF THE BALANCE ON OUR BOOKS THAT DAY.
       310-TAKE-ONE-LINE.
           IF AL-ACCOUNT-NUMBER = SPACES OR
              AL-BALANCE-BEFORE NOT NUMERIC OR
              AL-BALANCE-AFTER NOT NUMERIC OR
              AL-TIMESTAMP(1:8) NOT NUMERIC
               GO TO 310-TAKE-ONE-LINE-EXIT
           END-IF.
           IF AL-CREDIT-DEBIT-IND NOT = 'C' AND
              AL-CREDIT-DEBIT-IND NOT = 'D'
               GO TO 310-TAKE-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE AL-TIMESTAMP(1:8) TO WS-CF-LINE-DATE.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-ACCOUNT(WS-CF-IDX) = AL-ACCOUNT-NUMBER
                   IF WS-CF-LINE-DATE > WS-CF-ASOF(WS-CF-IDX)
                       COMPUTE WS-CF-NET-AFTER(WS-CF-IDX) =
                               WS-CF-NET-AFTER(WS-CF-IDX) +
                               AL-BALANCE-AFTER - AL-BALANCE-BEFORE
                       ADD 1 TO WS-CF-LATER-LINES(WS-CF-IDX)
                   ELSE
                       IF WS-CF-ANCHOR-TS(WS-CF-IDX) = SPACES OR
                          AL-TIMESTAMP NOT <
                          WS-CF-ANCHOR-TS(WS-CF-IDX)
                           MOVE AL-TIMESTAMP TO
                                WS-CF-ANCHOR-TS(WS-CF-IDX)
                           MOVE AL-BALANCE-AFTER TO
                                WS-CF-ANCHOR-BAL(WS-CF-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       310-TAKE-ONE-LINE-EXIT.
           EXIT.

      *    A FIGURE IS ONLY CONFIRMED WHEN THE HISTORY PROVES IT:
      *    THE ACCOUNT IS ON THE MASTER, A LINE ON OR BEFORE THE
      *    AS-OF DATE ANCHORS THE RECONSTRUCTION, AND THAT LINE'S
      *    AFTER BALANCE AGREES WITH THE FIGURE WORKED BACK FROM
      *    TODAY. ANYTHING LESS IS FLAGGED FOR THE AUDITORS WITH NO
      *    FIGURE AND NO LETTER - NEVER AN ESTIMATE.
       400-CONFIRM-ONE-ACCOUNT.
           MOVE SPACES TO WS-CF-FLAG.
           COMPUTE WS-CF-BALANCE = WS-CF-CURRENT(WS-CF-IDX) -
                   WS-CF-NET-AFTER(WS-CF-IDX).
           EVALUATE TRUE
               WHEN WS-CF-ON-MASTER(WS-CF-IDX) NOT = 'Y'
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-CF-FLAG
               WHEN WS-CF-ANCHOR-TS(WS-CF-IDX) = SPACES
                   MOVE 'NO HISTORY ON OR BEFORE AS-OF DATE' TO
                        WS-CF-FLAG
               WHEN WS-CF-ANCHOR-BAL(WS-CF-IDX) NOT = WS-CF-BALANCE
                   MOVE 'HISTORY DOES NOT RECONCILE' TO WS-CF-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO CONFLIST-RECORD.
           IF WS-CF-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-CF-ANCHOR-BAL(WS-CF-IDX) TO WS-CF-ANCHOR-EDIT
               STRING 'FLAGGED   | ' WS-CF-ACCOUNT(WS-CF-IDX)
                   ' | AS OF ' WS-CF-ASOF(WS-CF-IDX)
                   ' | REF ' WS-CF-AUDIT-REF(WS-CF-IDX)
                   ' | ' WS-CF-FLAG
                   ' | LATER LINES ' WS-CF-LATER-LINES(WS-CF-IDX)
                   ' | ANCHOR ' WS-CF-ANCHOR-TS(WS-CF-IDX)
                   ' ' WS-CF-ANCHOR-EDIT
                   DELIMITED BY SIZE INTO CONFLIST-RECORD
               WRITE CONFLIST-RECORD
               GO TO 400-CONFIRM-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-CONFIRMED-COUNT.
           MOVE WS-CF-BALANCE TO WS-CF-BAL-EDIT.
           STRING 'CONFIRMED | ' WS-CF-ACCOUNT(WS-CF-IDX)
               ' | AS OF ' WS-CF-ASOF(WS-CF-IDX)
               ' | REF ' WS-CF-AUDIT-REF(WS-CF-IDX)
               ' | BALANCE ' WS-CF-BAL-EDIT
               ' | ASKED FOR ' WS-CF-ASKED-FOR(WS-CF-IDX)
               DELIMITED BY SIZE INTO CONFLIST-RECORD.
           WRITE CONFLIST-RECORD.
           PERFORM 410-LETTER-PRIMARY THRU 410-LETTER-PRIMARY-EXIT.
           PERFORM 420-LETTER-JOINT-HOLDERS THRU
                   420-LETTER-JOINT-HOLDERS-EXIT.
       400-CONFIRM-ONE-ACCOUNT-EXIT.
           EXIT.

      *    THE PRIMARY HOLDER: THE LINKED CUSTOMER'S MASTER NAME AND
      *    ADDRESS, OR THE ACCOUNT'S OWN CONTACT BLOCK WHEN UNLINKED.
       410-LETTER-PRIMARY.
           MOVE WS-CF-ACCOUNT(WS-CF-IDX) TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   GO TO 410-LETTER-PRIMARY-EXIT
           END-READ.
           MOVE AF-CUSTOMER-NUMBER TO WS-CF-PRIMARY.
           MOVE AF-HOLDER-NAME TO WS-MAIL-NAME.
           MOVE AF-ADDRESS-SUMMARY TO WS-MAIL-ADDRESS.
           MOVE AF-CUSTOMER-NUMBER TO WS-MAIL-CUSTOMER.
           IF AF-CUSTOMER-NUMBER NOT = SPACES AND WS-CUST-OPEN
               MOVE AF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-MAIL-NAME
                       MOVE CM-MAILING-ADDRESS TO WS-MAIL-ADDRESS
               END-READ
           END-IF.
           PERFORM 430-RENDER-LETTER THRU 430-RENDER-LETTER-EXIT.
       410-LETTER-PRIMARY-EXIT.
           EXIT.

      *    EVERY FURTHER HOLDER WITH A STATEMENT ROLE GETS ITS OWN
      *    LETTER; POWERS OF ATTORNEY ARE NOT MAILED, AS ON
      *    STATEMENTS.
       420-LETTER-JOINT-HOLDERS.
           IF WS-REL-NOT-OPEN
               GO TO 420-LETTER-JOINT-HOLDERS-EXIT
           END-IF.
           MOVE WS-CF-ACCOUNT(WS-CF-IDX) TO RL-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO RL-CUSTOMER-NUMBER.
           START RELFILE KEY NOT < RL-RELATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REL-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-REL-EOF
           END-START.
           PERFORM UNTIL WS-REL-EOF = 'Y'
               READ RELFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REL-EOF
                   NOT AT END
                       IF RL-ACCOUNT-NUMBER NOT =
                          WS-CF-ACCOUNT(WS-CF-IDX)
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF RL-STATEMENT-ROLE AND
                              RL-CUSTOMER-NUMBER NOT = WS-CF-PRIMARY
                               PERFORM 425-LETTER-ONE-HOLDER THRU
                                       425-LETTER-ONE-HOLDER-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       420-LETTER-JOINT-HOLDERS-EXIT.
           EXIT.

       425-LETTER-ONE-HOLDER.
           MOVE RL-CUSTOMER-NUMBER TO WS-MAIL-CUSTOMER.
           MOVE SPACES TO WS-MAIL-NAME WS-MAIL-ADDRESS.
           MOVE '*** ADDRESS UNKNOWN - HOLD FOR RESEARCH ***' TO
                WS-MAIL-ADDRESS.
           IF WS-CUST-OPEN
               MOVE RL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-MAIL-NAME
                       MOVE CM-MAILING-ADDRESS TO WS-MAIL-ADDRESS
               END-READ
           END-IF.
           PERFORM 430-RENDER-LETTER THRU 430-RENDER-LETTER-EXIT.
       425-LETTER-ONE-HOLDER-EXIT.
           EXIT.

      *    ADDRESS BLOCK, THE CONFIRMATION ITSELF, THE REPLY
      *    INSTRUCTION, AND A SEPARATOR THE MAIL HOUSE BURSTS ON.
       430-RENDER-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO CONFLETTER-RECORD.
           STRING '=== CONFIRMATION ' WS-PROCESSING-DATE ' ACCOUNT '
               WS-CF-ACCOUNT(WS-CF-IDX) ' CUSTOMER ' WS-MAIL-CUSTOMER
               ' ==='
               DELIMITED BY SIZE INTO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE WS-MAIL-NAME TO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE WS-MAIL-ADDRESS TO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE SPACES TO CONFLETTER-RECORD.
           STRING 'AT THE REQUEST OF OUR AUDITORS, REFERENCE '
               WS-CF-AUDIT-REF(WS-CF-IDX) ', WE CONFIRM THAT'
               DELIMITED BY SIZE INTO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE SPACES TO CONFLETTER-RECORD.
           STRING 'AT THE CLOSE OF BUSINESS ON ' WS-CF-ASOF(WS-CF-IDX)
               ' THE BALANCE OF ACCOUNT ' WS-CF-ACCOUNT(WS-CF-IDX)
               ' STOOD AT ' WS-CF-BAL-EDIT '.'
               DELIMITED BY SIZE INTO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE SPACES TO CONFLETTER-RECORD.
           STRING 'IF THIS DOES NOT AGREE WITH YOUR RECORDS PLEASE '
               'REPLY DIRECTLY TO THE AUDITORS QUOTING THEIR '
               'REFERENCE.'
               DELIMITED BY SIZE INTO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
           MOVE SPACES TO CONFLETTER-RECORD.
           WRITE CONFLETTER-RECORD.
       430-RENDER-LETTER-EXIT.
           EXIT.
