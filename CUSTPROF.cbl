       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
      *    MONTHLY CUSTOMER RELATIONSHIP PROFITABILITY. FOR THE
      *    MONTH BEING REPORTED EVERY ACCOUNT IS PRICED FROM WHAT THE
      *    BANK ALREADY RECORDS ABOUT IT:
      *      FEE INCOME           - FEE01 POSTINGS ON THE AUDIT TRAIL
      *      DEBIT-INTEREST INCOME - ODI01 POSTINGS
      *      CREDIT INTEREST PAID - INT01 POSTINGS
      *      FUNDING VALUE        - THE MONTH'S AVERAGE DAILY BALANCE
      *                             FROM BALHIST'S PERIOD FIGURES AT
      *                             THE FUNDS-TRANSFER-PRICING RATE
      *    AND THE ACCOUNT'S RESULT IS ROLLED UP TO EVERY HOLDER -
      *    THE PRIMARY CUSTOMER ON THE ACCOUNT MASTER PLUS EACH
      *    JOINT HOLDER ON RELFILE - IN EQUAL SHARES, SO A JOINT
      *    ACCOUNT IS NOT COUNTED TWICE AND THE BRANCH FIGURES STILL
      *    FOOT TO THE BANK'S. CUSTOMERS ARE THEN RANKED WITHIN THEIR
      *    BRANCH, MOST PROFITABLE FIRST, WITH LOSS-MAKING
      *    RELATIONSHIPS FLAGGED, AND A FIXED-FORMAT EXTRACT IS
      *    WRITTEN FOR THE RELATIONSHIP MANAGERS. READ-ONLY AGAINST
      *    EVERY MASTER, SO NO RUN LOCK IS TAKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE AUDIT TRAIL AND ITS ARCHPURGE ARCHIVES ARE THE ONLY
      *    PLACES FEE AND INTEREST POSTINGS LIVE. THE ONE SELECT IS
      *    RE-POINTED AT EACH SOURCE IN TURN, AS IN TAXRPT.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

      *    OPTIONAL LIST OF ARCHIVED AUDIT FILES (AUDARCH_*.DAT), ONE
      *    NAME PER LINE, FOR A MONTH THE LIVE TRAIL NO LONGER HOLDS
      *    IN FULL.
           SELECT ARCHLISTFILE ASSIGN TO WS-ARCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

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

      *    THE JOINT-HOLDER BOOK. EVERY FURTHER HOLDER WITH A
      *    STATEMENT ROLE SHARES IN THE ACCOUNT'S RESULT; A POWER OF
      *    ATTORNEY DOES NOT OWN THE MONEY AND TAKES NO SHARE.
           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

      *    PERIOD BALANCE FIGURES KEPT BY BALHIST - THE SOURCE OF
      *    EACH ACCOUNT'S AVERAGE DAILY BALANCE FOR THE MONTH.
           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

      *    BRANCH-BY-BRANCH RANKED LISTING FOR THE BRANCH MANAGERS.
           SELECT PROFREPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

      *    FIXED-FORMAT EXTRACT FOR THE RELATIONSHIP MANAGERS,
      *    PARSEABLE BY POSITION.
           SELECT PROFEXTRACTFILE ASSIGN TO WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-FILE-STATUS.

           SELECT SORTFILE ASSIGN TO 'PROFSORT.TMP'.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. PROF|FTP_RATE IS THE MONTHLY FUNDS-TRANSFER-
      *    PRICING RATE, KEPT AS A DECIMAL FRACTION LIKE THE INT
      *    AND OD RATE TIERS.
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

       DATA DIVISION.
       FILE SECTION.
      *    THE SHARED AUDITREC LAYOUT MATCHES THE FIXED FIELD WIDTHS
      *    WRITE-AUDIT-ENTRY STRINGS TOGETHER IN ADMTXUP.CBL - SAME
      *    SHARED-COPYBOOK APPROACH AS TRANSREC.
       FD  AUDITFILE.
       COPY AUDITREC.

       FD  ARCHLISTFILE.
       01  ARCHLIST-RECORD PIC X(100).

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  BALAVGFILE.
       COPY BALAVGREC.

       FD  PROFREPORTFILE.
       01  PROFREPORT-RECORD PIC X(132).

      *    ONE RECORD PER CUSTOMER. SIGNED AMOUNTS CARRY A LEADING
      *    SEPARATE SIGN, AS ON THE BALANCE HISTORY FILE, SO THE
      *    EXTRACT STAYS PLAIN TEXT. PROFIT IS FEE INCOME PLUS
      *    DEBIT-INTEREST INCOME, LESS CREDIT INTEREST PAID, PLUS THE
      *    FUNDING VALUE.
       FD  PROFEXTRACTFILE.
       01  PROFEXTRACT-RECORD.
           05  PE-PERIOD          PIC X(6).
           05  PE-BRANCH-CODE     PIC X(3).
           05  PE-BRANCH-RANK     PIC 9(5).
           05  PE-CUSTOMER-NUMBER PIC X(10).
           05  PE-CUSTOMER-NAME   PIC X(28).
           05  PE-ACCOUNT-COUNT   PIC 9(3).
           05  PE-AVERAGE-BALANCE PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-FEE-INCOME      PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-DEBIT-INT-INCOME PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-CREDIT-INT-PAID PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-FUNDING-VALUE   PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-PROFIT          PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PE-UNPROFITABLE    PIC X(1).
           05  PE-LINKED          PIC X(1).

      *    ONE RANKED CUSTOMER. WITHIN EACH BRANCH THE MOST
      *    PROFITABLE SORTS FIRST, SO THE LOSS-MAKERS GATHER AT THE
      *    FOOT OF THE BRANCH.
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SK-BRANCH          PIC X(3).
           05  SK-PROFIT          PIC S9(9)V99.
           05  SK-CUSTOMER        PIC X(10).
           05  SK-NAME            PIC X(28).
           05  SK-LINKED          PIC X(1).
           05  SK-ACCOUNTS        PIC 9(3).
           05  SK-ADB             PIC S9(9)V99.
           05  SK-FEE             PIC S9(9)V99.
           05  SK-ODI             PIC S9(9)V99.
           05  SK-INT             PIC S9(9)V99.
           05  SK-FTP             PIC S9(9)V99.

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-ARCHLIST-FILE-NAME PIC X(100) VALUE 'PROFARCHLIST.DAT'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'PROFREPORT.DAT'.
       01  WS-EXTRACT-FILE-NAME PIC X(100) VALUE 'PROFEXTRACT.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AU-FILE-STATUS     PIC XX.
       01  AL-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  BA-FILE-STATUS     PIC XX.
       01  PR-FILE-STATUS     PIC XX.
       01  PX-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-REL-EOF         PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).

      *    SET ONCE AT OPEN - THE FILE STATUS ITSELF IS OVERWRITTEN
      *    BY EVERY KEYED READ, SO TESTING IT LATER WOULD TURN ONE
      *    MISSING RECORD INTO A CLOSED FILE FOR THE REST OF THE RUN.
       01  WS-REL-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-REL-OPEN        VALUE 'Y'.
           88  WS-REL-NOT-OPEN    VALUE 'N'.
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
           88  WS-CUST-NOT-OPEN   VALUE 'N'.
       01  WS-BALAVG-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-BALAVG-OPEN     VALUE 'Y'.
           88  WS-BALAVG-NOT-OPEN VALUE 'N'.

      *    THE MONTH BEING REPORTED (YYYYMM) - DEFAULTS TO THE
      *    CALENDAR MONTH BEFORE THE BUSINESS DATE, WHICH IS WHAT A
      *    RUN EARLY IN THE FOLLOWING MONTH WANTS. OVERRIDABLE PER
      *    RUN. THE DASHED FORM MATCHES AL-TXN-DATE(1:7).
       01  WS-PERIOD-GROUP.
           05  WS-PERIOD-YEAR     PIC 9(4).
           05  WS-PERIOD-MONTH    PIC 9(2).
       01  WS-PERIOD REDEFINES WS-PERIOD-GROUP PIC 9(6).
       01  WS-PERIOD-X        PIC X(6).
       01  WS-PERIOD-DASHED   PIC X(7).

      *    MONTHLY FUNDS-TRANSFER-PRICING RATE. A CREDIT BALANCE
      *    EARNS THE BANK ITS FUNDING VALUE AT THIS RATE; AN
      *    OVERDRAWN BALANCE COSTS IT THE SAME. PROF|FTP_RATE IN
      *    PARAMS.DAT SUPERSEDES THE COMPILED DEFAULT.
       01  WS-FTP-RATE        PIC 9V9999 VALUE 0.0025.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    THE SOURCE LIST: THE LIVE TRAIL FIRST, THEN ANY ARCHIVES
      *    NAMED IN PROFARCHLIST.DAT.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY PIC X(100) OCCURS 20 TIMES.
       01  WS-SRC-COUNT       PIC 9(2) VALUE 0.
       01  WS-SRC-IDX         PIC 9(2).

      *    PER-ACCOUNT FEE AND INTEREST FOR THE MONTH, FROM THE
      *    AUDIT SWEEP. SIGNED: A REFUND OR A BACK-VALUE CORRECTION
      *    POSTED ON THE OTHER SIDE NETS AGAINST THE ORIGINAL. THE
      *    USED FLAG MARKS THE ROWS AN ACCOUNT ON THE MASTER CLAIMED;
      *    ANY LEFT OVER BELONG TO ACCOUNTS PURGED SINCE AND ARE
      *    REPORTED UNDER THEIR OWN NUMBER, AS TAXRPT DOES.
       01  WS-AI-TABLE.
           05  WS-AI-ENTRY OCCURS 3000 TIMES.
               10  WS-AI-ACCOUNT    PIC X(10).
               10  WS-AI-FEE        PIC S9(9)V99.
               10  WS-AI-ODI        PIC S9(9)V99.
               10  WS-AI-INT        PIC S9(9)V99.
               10  WS-AI-USED       PIC X(1).
       01  WS-AI-COUNT        PIC 9(4) VALUE 0.
       01  WS-AI-IDX          PIC 9(4).
       01  WS-AI-FOUND        PIC 9(4).

      *    ONE ACCOUNT'S FIGURES FOR THE MONTH, AND THE SHARE EACH
      *    HOLDER TAKES. THE PRIMARY HOLDER'S SHARE ABSORBS THE
      *    ROUNDING, SO THE SHARES ALWAYS ADD BACK TO THE ACCOUNT.
       01  WS-ACCT-FIGURES.
           05  WS-ACCT-ADB        PIC S9(9)V99.
           05  WS-ACCT-FEE        PIC S9(9)V99.
           05  WS-ACCT-ODI        PIC S9(9)V99.
           05  WS-ACCT-INT        PIC S9(9)V99.
           05  WS-ACCT-FTP        PIC S9(9)V99.
       01  WS-SHARE-FIGURES.
           05  WS-SHR-ADB         PIC S9(9)V99.
           05  WS-SHR-FEE         PIC S9(9)V99.
           05  WS-SHR-ODI         PIC S9(9)V99.
           05  WS-SHR-INT         PIC S9(9)V99.
           05  WS-SHR-FTP         PIC S9(9)V99.
       01  WS-PRIMARY-FIGURES.
           05  WS-PRI-ADB         PIC S9(9)V99.
           05  WS-PRI-FEE         PIC S9(9)V99.
           05  WS-PRI-ODI         PIC S9(9)V99.
           05  WS-PRI-INT         PIC S9(9)V99.
           05  WS-PRI-FTP         PIC S9(9)V99.
       01  WS-ACCT-BRANCH     PIC X(3).
       01  WS-ACCT-OPEN-SW    PIC X(1).
       01  WS-ACCT-NAME       PIC X(28).
       01  WS-ADB-SW          PIC X(1).
           88  WS-ADB-FOUND       VALUE 'Y'.
           88  WS-ADB-FALLBACK    VALUE 'N'.

      *    THE HOLDERS OF THE ACCOUNT BEING PRICED: THE PRIMARY
      *    FIRST (THE ACCOUNT'S OWN NUMBER WHEN IT IS NOT LINKED TO A
      *    CUSTOMER), THEN EACH JOINT HOLDER FROM RELFILE.
       01  WS-HL-TABLE.
           05  WS-HL-ENTRY OCCURS 10 TIMES.
               10  WS-HL-CUSTOMER   PIC X(10).
               10  WS-HL-LINKED     PIC X(1).
       01  WS-HL-COUNT        PIC 9(2) VALUE 0.
       01  WS-HL-IDX          PIC 9(2).
       01  WS-HL-DUP-SW       PIC X(1).
           88  WS-HL-DUPLICATE    VALUE 'Y'.

      *    PER-CUSTOMER ACCUMULATORS. THE BRANCH IS THAT OF THE
      *    CUSTOMER'S FIRST OPEN ACCOUNT, THE KYCREVW RULE, FALLING
      *    BACK TO THEIR FIRST ACCOUNT OF ANY STATUS; SPACES BUCKET
      *    AS '000' (HEAD OFFICE).
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 1000 TIMES.
               10  WS-CP-CUSTOMER   PIC X(10).
               10  WS-CP-LINKED     PIC X(1).
               10  WS-CP-NAME       PIC X(28).
               10  WS-CP-BRANCH     PIC X(3).
               10  WS-CP-BRANCH-OPEN PIC X(1).
               10  WS-CP-ACCOUNTS   PIC 9(3).
               10  WS-CP-ADB        PIC S9(9)V99.
               10  WS-CP-FEE        PIC S9(9)V99.
               10  WS-CP-ODI        PIC S9(9)V99.
               10  WS-CP-INT        PIC S9(9)V99.
               10  WS-CP-FTP        PIC S9(9)V99.
       01  WS-CP-COUNT        PIC 9(4) VALUE 0.
       01  WS-CP-IDX          PIC 9(4).
       01  WS-CP-FOUND        PIC 9(4).
       01  WS-CP-WORK-CUSTOMER PIC X(10).
       01  WS-CP-WORK-LINKED  PIC X(1).

      *    RANKING AND BRANCH TOTALS ON THE SORT OUTPUT SIDE.
       01  WS-PREV-BRANCH     PIC X(3).
       01  WS-FIRST-SW        PIC X(1) VALUE 'Y'.
           88  WS-FIRST-RECORD     VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD VALUE 'N'.
       01  WS-BRANCH-RANK     PIC 9(5) VALUE 0.
       01  WS-BRANCH-LOSS-COUNT PIC 9(5) VALUE 0.
       01  WS-BRANCH-PROFIT   PIC S9(11)V99 VALUE 0.
       01  WS-BANK-PROFIT     PIC S9(11)V99 VALUE 0.
       01  WS-PROFIT-FLAG     PIC X(12).

       01  WS-ED-RANK         PIC Z(4)9.
       01  WS-ED-ACCOUNTS     PIC ZZ9.
       01  WS-ED-ADB          PIC -(8)9.99.
       01  WS-ED-FEE          PIC -(6)9.99.
       01  WS-ED-ODI          PIC -(6)9.99.
       01  WS-ED-INT          PIC -(6)9.99.
       01  WS-ED-FTP          PIC -(6)9.99.
       01  WS-ED-PROFIT       PIC -(8)9.99.
       01  WS-ED-TOTAL        PIC -(10)9.99.
       01  WS-ED-RATE         PIC 9.9999.

       01  WS-LINE-COUNT      PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-COUNT   PIC 9(7) VALUE 0.
       01  WS-PRICED-COUNT    PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNT    PIC 9(5) VALUE 0.
       01  WS-FALLBACK-COUNT  PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REPORTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-LOSS-COUNT      PIC 9(5) VALUE 0.
       01  WS-BRANCH-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           IF WS-PERIOD = 0
               MOVE WS-PROCESSING-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PROCESSING-DATE(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF.
           MOVE WS-PERIOD TO WS-PERIOD-X.
           STRING WS-PERIOD-X(1:4) '-' WS-PERIOD-X(5:2)
               DELIMITED BY SIZE INTO WS-PERIOD-DASHED.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           PERFORM 020-BUILD-SOURCE-LIST THRU
                   020-BUILD-SOURCE-LIST-EXIT.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 030-OPEN-LOOKUP-FILES THRU
                   030-OPEN-LOOKUP-FILES-EXIT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-ENTRY(WS-SRC-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM 200-SWEEP-ONE-SOURCE THRU
                       200-SWEEP-ONE-SOURCE-EXIT
           END-PERFORM.
           OPEN OUTPUT PROFREPORTFILE.
           OPEN OUTPUT PROFEXTRACTFILE.
           IF PR-FILE-STATUS NOT = '00' OR PX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening PROFIT OUTPUTS: ' PR-FILE-STATUS
                       ' ' PX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-FTP-RATE TO WS-ED-RATE
               MOVE SPACES TO PROFREPORT-RECORD
               STRING 'CUSTOMER RELATIONSHIP PROFITABILITY FOR '
                   WS-PERIOD-DASHED '   FTP RATE ' WS-ED-RATE
                   ' PER MONTH   RUN ' WS-TODAY
                   DELIMITED BY SIZE INTO PROFREPORT-RECORD
               WRITE PROFREPORT-RECORD
               SORT SORTFILE ON ASCENDING KEY SK-BRANCH
                               ON DESCENDING KEY SK-PROFIT
                               ON ASCENDING KEY SK-CUSTOMER
                   INPUT PROCEDURE IS 300-ROLL-UP-RELATIONSHIPS
                   OUTPUT PROCEDURE IS 400-RANK-BY-BRANCH
               PERFORM 500-WRITE-SUMMARY THRU
                       500-WRITE-SUMMARY-EXIT
               CLOSE PROFREPORTFILE
               CLOSE PROFEXTRACTFILE
               DISPLAY 'PERIOD REPORTED     : ' WS-PERIOD-DASHED
               DISPLAY 'AUDIT LINES COUNTED : ' WS-LINE-COUNT
               DISPLAY 'ACCOUNTS READ       : ' WS-ACCOUNT-COUNT
               DISPLAY 'ACCOUNTS PRICED     : ' WS-PRICED-COUNT
               DISPLAY 'PURGED ACCOUNTS     : ' WS-ORPHAN-COUNT
               DISPLAY 'NO PERIOD BALANCE   : ' WS-FALLBACK-COUNT
               DISPLAY 'CUSTOMERS REPORTED  : ' WS-REPORTED-COUNT
               DISPLAY 'UNPROFITABLE        : ' WS-LOSS-COUNT
               DISPLAY 'NOT COUNTED (FULL)  : ' WS-DROPPED-COUNT
               IF WS-DROPPED-COUNT > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BALAVG-OPEN
               CLOSE BALAVGFILE
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUSTFILE
           END-IF.
           IF WS-REL-OPEN
               CLOSE RELFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES. PROF_PERIOD TAKES YYYYMM.
       010-GET-RUN-PARAMETERS.
           MOVE 0 TO WS-PERIOD.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROF_PERIOD'.
           IF WS-ENV-OVERRIDE(1:6) NUMERIC AND
              WS-ENV-OVERRIDE(5:2) > '00' AND
              WS-ENV-OVERRIDE(5:2) < '13'
               MOVE WS-ENV-OVERRIDE(1:6) TO WS-PERIOD
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROFARCHLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROFREPORT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROFEXTRACT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-FILE-NAME
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

      *    THE PRICING RATE FROM THE PARAMETER MASTER. EVERY LINE IN
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
               IF WS-PRM-F1 = 'PROF'
                   EVALUATE WS-PRM-F2
                       WHEN 'FTP_RATE'
                           COMPUTE WS-FTP-RATE =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    THE LIVE TRAIL IS ALWAYS SWEPT; PROFARCHLIST.DAT IS
      *    OPTIONAL AND SIMPLY ADDS THE ARCHIVES A FULL MONTH NEEDS.
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

      *    THE JOINT-HOLDER BOOK, THE CUSTOMER MASTER AND THE PERIOD
      *    BALANCE FIGURES ARE ALL OPTIONAL: WITHOUT RELFILE EVERY
      *    ACCOUNT GOES WHOLLY TO ITS PRIMARY HOLDER, WITHOUT THE
      *    CUSTOMER MASTER THE NAMES ARE LEFT BLANK, AND WITHOUT THE
      *    BALANCE FIGURES EVERY ACCOUNT IS PRICED ON ITS LEDGER
      *    BALANCE AND COUNTED.
       030-OPEN-LOOKUP-FILES.
           OPEN INPUT RELFILE.
           IF RL-FILE-STATUS = '00'
               SET WS-REL-OPEN TO TRUE
           ELSE
               DISPLAY 'JOINT HOLDERS UNAVAILABLE: ' RL-FILE-STATUS
           END-IF.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER NAMES UNAVAILABLE: ' CM-FILE-STATUS
           END-IF.
           OPEN INPUT BALAVGFILE.
           IF BA-FILE-STATUS = '00'
               SET WS-BALAVG-OPEN TO TRUE
           ELSE
               DISPLAY 'BALANCE FIGURES UNAVAILABLE: ' BA-FILE-STATUS
           END-IF.
       030-OPEN-LOOKUP-FILES-EXIT.
           EXIT.

       200-SWEEP-ONE-SOURCE.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT SOURCE UNREADABLE (' AU-FILE-STATUS
                       '): ' WS-AUDIT-FILE-NAME(1:40)
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF AL-TXN-DATE(1:7) = WS-PERIOD-DASHED AND
                              (AL-TXN-CODE = 'FEE01' OR
                               AL-TXN-CODE = 'ODI01' OR
                               AL-TXN-CODE = 'INT01') AND
                              (AL-CREDIT-DEBIT-IND = 'C' OR
                               AL-CREDIT-DEBIT-IND = 'D') AND
                              AL-TXN-AMOUNT NUMERIC
                               PERFORM 210-COUNT-ONE-LINE THRU
                                       210-COUNT-ONE-LINE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE AUDITFILE
           END-IF.
       200-SWEEP-ONE-SOURCE-EXIT.
           EXIT.

      *    FEES AND DEBIT INTEREST ARE INCOME WHEN DEBITED TO THE
      *    CUSTOMER AND GIVEN BACK WHEN CREDITED; CREDIT INTEREST IS
      *    AN EXPENSE WHEN CREDITED AND RECOVERED WHEN DEBITED.
       210-COUNT-ONE-LINE.
           PERFORM 220-FIND-INCOME-ROW THRU 220-FIND-INCOME-ROW-EXIT.
           IF WS-AI-IDX = 0
               DISPLAY 'INCOME TABLE FULL - LINE NOT COUNTED: '
                       AL-ACCOUNT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 210-COUNT-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           EVALUATE TRUE
               WHEN AL-TXN-CODE = 'FEE01' AND
                    AL-CREDIT-DEBIT-IND = 'D'
                   ADD AL-TXN-AMOUNT TO WS-AI-FEE(WS-AI-IDX)
               WHEN AL-TXN-CODE = 'FEE01'
                   SUBTRACT AL-TXN-AMOUNT FROM WS-AI-FEE(WS-AI-IDX)
               WHEN AL-TXN-CODE = 'ODI01' AND
                    AL-CREDIT-DEBIT-IND = 'D'
                   ADD AL-TXN-AMOUNT TO WS-AI-ODI(WS-AI-IDX)
               WHEN AL-TXN-CODE = 'ODI01'
                   SUBTRACT AL-TXN-AMOUNT FROM WS-AI-ODI(WS-AI-IDX)
               WHEN AL-CREDIT-DEBIT-IND = 'C'
                   ADD AL-TXN-AMOUNT TO WS-AI-INT(WS-AI-IDX)
               WHEN OTHER
                   SUBTRACT AL-TXN-AMOUNT FROM WS-AI-INT(WS-AI-IDX)
           END-EVALUATE.
       210-COUNT-ONE-LINE-EXIT.
           EXIT.

      *    FINDS OR ADDS THE ACCOUNT'S INCOME ROW. WS-AI-IDX COMES
      *    BACK ZERO ONLY WHEN THE TABLE IS FULL.
       220-FIND-INCOME-ROW.
           MOVE 0 TO WS-AI-FOUND.
           PERFORM VARYING WS-AI-IDX FROM 1 BY 1
                   UNTIL WS-AI-IDX > WS-AI-COUNT
               IF WS-AI-ACCOUNT(WS-AI-IDX) = AL-ACCOUNT-NUMBER
                   MOVE WS-AI-IDX TO WS-AI-FOUND
                   MOVE WS-AI-COUNT TO WS-AI-IDX
               END-IF
           END-PERFORM.
           IF WS-AI-FOUND > 0
               MOVE WS-AI-FOUND TO WS-AI-IDX
           ELSE
               IF WS-AI-COUNT < 3000
                   ADD 1 TO WS-AI-COUNT
                   MOVE WS-AI-COUNT TO WS-AI-IDX
                   MOVE AL-ACCOUNT-NUMBER TO WS-AI-ACCOUNT(WS-AI-IDX)
                   MOVE 0 TO WS-AI-FEE(WS-AI-IDX)
                             WS-AI-ODI(WS-AI-IDX)
                             WS-AI-INT(WS-AI-IDX)
                   MOVE 'N' TO WS-AI-USED(WS-AI-IDX)
               ELSE
                   MOVE 0 TO WS-AI-IDX
               END-IF
           END-IF.
       220-FIND-INCOME-ROW-EXIT.
           EXIT.

      *    SORT INPUT: EVERY ACCOUNT ON THE MASTER IS PRICED AND
      *    SHARED OUT TO ITS HOLDERS, THEN THE INCOME OF ACCOUNTS
      *    PURGED SINCE THE MONTH ENDED IS ADDED UNDER THEIR OWN
      *    NUMBERS, AND ONE RECORD PER CUSTOMER IS RELEASED.
       300-ROLL-UP-RELATIONSHIPS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM 310-PRICE-ONE-ACCOUNT THRU
                               310-PRICE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           PERFORM VARYING WS-AI-IDX FROM 1 BY 1
                   UNTIL WS-AI-IDX > WS-AI-COUNT
               IF WS-AI-USED(WS-AI-IDX) = 'N'
                   PERFORM 350-PRICE-PURGED-ACCOUNT THRU
                           350-PRICE-PURGED-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM 370-RELEASE-ONE-CUSTOMER THRU
                       370-RELEASE-ONE-CUSTOMER-EXIT
           END-PERFORM.

      *    AN ACCOUNT WITH NO FEE OR INTEREST IN THE MONTH AND NO
      *    AVERAGE BALANCE HAS NOTHING TO CONTRIBUTE AND IS SKIPPED,
      *    SO LONG-CLOSED ACCOUNTS DO NOT PAD THE LISTING.
       310-PRICE-ONE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FEE WS-ACCT-ODI WS-ACCT-INT.
           PERFORM VARYING WS-AI-IDX FROM 1 BY 1
                   UNTIL WS-AI-IDX > WS-AI-COUNT
               IF WS-AI-ACCOUNT(WS-AI-IDX) = AF-ACCOUNT-NUMBER
                   MOVE WS-AI-FEE(WS-AI-IDX) TO WS-ACCT-FEE
                   MOVE WS-AI-ODI(WS-AI-IDX) TO WS-ACCT-ODI
                   MOVE WS-AI-INT(WS-AI-IDX) TO WS-ACCT-INT
                   MOVE 'Y' TO WS-AI-USED(WS-AI-IDX)
                   MOVE WS-AI-COUNT TO WS-AI-IDX
               END-IF
           END-PERFORM.
           PERFORM 315-FIND-AVERAGE-BALANCE THRU
                   315-FIND-AVERAGE-BALANCE-EXIT.
           IF WS-ACCT-ADB = 0 AND WS-ACCT-FEE = 0 AND
              WS-ACCT-ODI = 0 AND WS-ACCT-INT = 0
               GO TO 310-PRICE-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-PRICED-COUNT.
           IF WS-ADB-FALLBACK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF.
           COMPUTE WS-ACCT-FTP ROUNDED = WS-ACCT-ADB * WS-FTP-RATE.
           MOVE AF-BRANCH-CODE TO WS-ACCT-BRANCH.
           IF WS-ACCT-BRANCH = SPACES
               MOVE '000' TO WS-ACCT-BRANCH
           END-IF.
           IF AF-STATUS-CLOSED
               MOVE 'N' TO WS-ACCT-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-ACCT-OPEN-SW
           END-IF.
           MOVE AF-HOLDER-NAME TO WS-ACCT-NAME.
           PERFORM 320-COLLECT-HOLDERS THRU 320-COLLECT-HOLDERS-EXIT.
           PERFORM 330-SPLIT-FIGURES THRU 330-SPLIT-FIGURES-EXIT.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               PERFORM 340-CREDIT-ONE-HOLDER THRU
                       340-CREDIT-ONE-HOLDER-EXIT
           END-PERFORM.
       310-PRICE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    THE MONTH'S AVERAGE DAILY BALANCE: THE FROZEN FIGURE WHEN
      *    BALHIST HAS ROLLED INTO THE NEXT MONTH, OR THE MONTH IN
      *    PROGRESS WHEN NO SNAPSHOT HAS BEEN TAKEN SINCE ITS LAST
      *    DAY (THE FEEASSES RULE). AN ACCOUNT WITH NO FIGURES FOR
      *    THE MONTH FALLS BACK TO ITS LEDGER BALANCE AND IS COUNTED.
       315-FIND-AVERAGE-BALANCE.
           MOVE AF-ACCOUNT-BALANCE TO WS-ACCT-ADB.
           SET WS-ADB-FALLBACK TO TRUE.
           IF WS-BALAVG-NOT-OPEN
               GO TO 315-FIND-AVERAGE-BALANCE-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           READ BALAVGFILE
               INVALID KEY
                   GO TO 315-FIND-AVERAGE-BALANCE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN BA-PRV-PERIOD = WS-PERIOD
                   MOVE BA-PRV-ADB TO WS-ACCT-ADB
                   SET WS-ADB-FOUND TO TRUE
               WHEN BA-CUR-PERIOD = WS-PERIOD
                   MOVE BA-CUR-ADB TO WS-ACCT-ADB
                   SET WS-ADB-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       315-FIND-AVERAGE-BALANCE-EXIT.
           EXIT.

      *    THE PRIMARY HOLDER FIRST - THE ACCOUNT'S OWN NUMBER WHEN
      *    IT IS NOT LINKED TO A CUSTOMER - THEN EVERY FURTHER HOLDER
      *    WITH A STATEMENT ROLE, ONCE EACH.
       320-COLLECT-HOLDERS.
           MOVE 1 TO WS-HL-COUNT.
           IF AF-CUSTOMER-NUMBER = SPACES
               MOVE AF-ACCOUNT-NUMBER TO WS-HL-CUSTOMER(1)
               MOVE 'N' TO WS-HL-LINKED(1)
           ELSE
               MOVE AF-CUSTOMER-NUMBER TO WS-HL-CUSTOMER(1)
               MOVE 'Y' TO WS-HL-LINKED(1)
           END-IF.
           IF WS-REL-NOT-OPEN
               GO TO 320-COLLECT-HOLDERS-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
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
                       IF RL-ACCOUNT-NUMBER NOT = AF-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF RL-STATEMENT-ROLE
                               PERFORM 325-ADD-ONE-HOLDER THRU
                                       325-ADD-ONE-HOLDER-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       320-COLLECT-HOLDERS-EXIT.
           EXIT.

       325-ADD-ONE-HOLDER.
           MOVE 'N' TO WS-HL-DUP-SW.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-CUSTOMER(WS-HL-IDX) = RL-CUSTOMER-NUMBER
                   MOVE 'Y' TO WS-HL-DUP-SW
               END-IF
           END-PERFORM.
           IF WS-HL-DUPLICATE
               GO TO 325-ADD-ONE-HOLDER-EXIT
           END-IF.
           IF WS-HL-COUNT < 10
               ADD 1 TO WS-HL-COUNT
               MOVE RL-CUSTOMER-NUMBER TO WS-HL-CUSTOMER(WS-HL-COUNT)
               MOVE 'Y' TO WS-HL-LINKED(WS-HL-COUNT)
           ELSE
               DISPLAY 'HOLDER LIST FULL - NO SHARE FOR: '
                       RL-CUSTOMER-NUMBER ' ON ' AF-ACCOUNT-NUMBER
           END-IF.
       325-ADD-ONE-HOLDER-EXIT.
           EXIT.

      *    EQUAL SHARES, THE PRIMARY TAKING WHATEVER THE ROUNDING
      *    LEAVES OVER.
       330-SPLIT-FIGURES.
           IF WS-HL-COUNT = 1
               MOVE WS-ACCT-FIGURES TO WS-PRIMARY-FIGURES
               MOVE WS-ACCT-FIGURES TO WS-SHARE-FIGURES
               GO TO 330-SPLIT-FIGURES-EXIT
           END-IF.
           COMPUTE WS-SHR-ADB ROUNDED = WS-ACCT-ADB / WS-HL-COUNT.
           COMPUTE WS-SHR-FEE ROUNDED = WS-ACCT-FEE / WS-HL-COUNT.
           COMPUTE WS-SHR-ODI ROUNDED = WS-ACCT-ODI / WS-HL-COUNT.
           COMPUTE WS-SHR-INT ROUNDED = WS-ACCT-INT / WS-HL-COUNT.
           COMPUTE WS-SHR-FTP ROUNDED = WS-ACCT-FTP / WS-HL-COUNT.
           COMPUTE WS-PRI-ADB =
                   WS-ACCT-ADB - WS-SHR-ADB * (WS-HL-COUNT - 1).
           COMPUTE WS-PRI-FEE =
                   WS-ACCT-FEE - WS-SHR-FEE * (WS-HL-COUNT - 1).
           COMPUTE WS-PRI-ODI =
                   WS-ACCT-ODI - WS-SHR-ODI * (WS-HL-COUNT - 1).
           COMPUTE WS-PRI-INT =
                   WS-ACCT-INT - WS-SHR-INT * (WS-HL-COUNT - 1).
           COMPUTE WS-PRI-FTP =
                   WS-ACCT-FTP - WS-SHR-FTP * (WS-HL-COUNT - 1).
       330-SPLIT-FIGURES-EXIT.
           EXIT.

       340-CREDIT-ONE-HOLDER.
           MOVE WS-HL-CUSTOMER(WS-HL-IDX) TO WS-CP-WORK-CUSTOMER.
           MOVE WS-HL-LINKED(WS-HL-IDX) TO WS-CP-WORK-LINKED.
           PERFORM 360-FIND-CUSTOMER-ROW THRU
                   360-FIND-CUSTOMER-ROW-EXIT.
           IF WS-CP-IDX = 0
               DISPLAY 'CUSTOMER TABLE FULL - SHARE NOT COUNTED: '
                       WS-CP-WORK-CUSTOMER ' ON ' AF-ACCOUNT-NUMBER
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 340-CREDIT-ONE-HOLDER-EXIT
           END-IF.
           IF WS-CP-LINKED(WS-CP-IDX) = 'N'
               MOVE WS-ACCT-NAME TO WS-CP-NAME(WS-CP-IDX)
           END-IF.
           IF WS-CP-BRANCH(WS-CP-IDX) = SPACES OR
              (WS-CP-BRANCH-OPEN(WS-CP-IDX) = 'N' AND
               WS-ACCT-OPEN-SW = 'Y')
               MOVE WS-ACCT-BRANCH TO WS-CP-BRANCH(WS-CP-IDX)
               MOVE WS-ACCT-OPEN-SW TO WS-CP-BRANCH-OPEN(WS-CP-IDX)
           END-IF.
           ADD 1 TO WS-CP-ACCOUNTS(WS-CP-IDX).
           IF WS-HL-IDX = 1
               ADD WS-PRI-ADB TO WS-CP-ADB(WS-CP-IDX)
               ADD WS-PRI-FEE TO WS-CP-FEE(WS-CP-IDX)
               ADD WS-PRI-ODI TO WS-CP-ODI(WS-CP-IDX)
               ADD WS-PRI-INT TO WS-CP-INT(WS-CP-IDX)
               ADD WS-PRI-FTP TO WS-CP-FTP(WS-CP-IDX)
           ELSE
               ADD WS-SHR-ADB TO WS-CP-ADB(WS-CP-IDX)
               ADD WS-SHR-FEE TO WS-CP-FEE(WS-CP-IDX)
               ADD WS-SHR-ODI TO WS-CP-ODI(WS-CP-IDX)
               ADD WS-SHR-INT TO WS-CP-INT(WS-CP-IDX)
               ADD WS-SHR-FTP TO WS-CP-FTP(WS-CP-IDX)
           END-IF.
       340-CREDIT-ONE-HOLDER-EXIT.
           EXIT.

      *    INCOME ON AN ACCOUNT NO LONGER ON THE MASTER: NO BALANCE
      *    FIGURE AND NO HOLDERS ARE LEFT TO SHARE IT, SO IT STANDS
      *    UNDER ITS OWN NUMBER AT HEAD OFFICE.
       350-PRICE-PURGED-ACCOUNT.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE WS-AI-ACCOUNT(WS-AI-IDX) TO WS-CP-WORK-CUSTOMER.
           MOVE 'N' TO WS-CP-WORK-LINKED.
           PERFORM 360-FIND-CUSTOMER-ROW THRU
                   360-FIND-CUSTOMER-ROW-EXIT.
           IF WS-CP-IDX = 0
               DISPLAY 'CUSTOMER TABLE FULL - ACCOUNT NOT COUNTED: '
                       WS-CP-WORK-CUSTOMER
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-CP-NAME(WS-CP-IDX)
               MOVE '000' TO WS-CP-BRANCH(WS-CP-IDX)
               ADD 1 TO WS-CP-ACCOUNTS(WS-CP-IDX)
               ADD WS-AI-FEE(WS-AI-IDX) TO WS-CP-FEE(WS-CP-IDX)
               ADD WS-AI-ODI(WS-AI-IDX) TO WS-CP-ODI(WS-CP-IDX)
               ADD WS-AI-INT(WS-AI-IDX) TO WS-CP-INT(WS-CP-IDX)
           END-IF.
       350-PRICE-PURGED-ACCOUNT-EXIT.
           EXIT.

      *    FINDS OR ADDS THE CUSTOMER'S ROW. WS-CP-IDX COMES BACK
      *    ZERO ONLY WHEN THE TABLE IS FULL.
       360-FIND-CUSTOMER-ROW.
           MOVE 0 TO WS-CP-FOUND.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-CUSTOMER(WS-CP-IDX) = WS-CP-WORK-CUSTOMER
                   MOVE WS-CP-IDX TO WS-CP-FOUND
                   MOVE WS-CP-COUNT TO WS-CP-IDX
               END-IF
           END-PERFORM.
           IF WS-CP-FOUND > 0
               MOVE WS-CP-FOUND TO WS-CP-IDX
           ELSE
               IF WS-CP-COUNT < 1000
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-COUNT TO WS-CP-IDX
                   MOVE WS-CP-WORK-CUSTOMER TO
                        WS-CP-CUSTOMER(WS-CP-IDX)
                   MOVE WS-CP-WORK-LINKED TO WS-CP-LINKED(WS-CP-IDX)
                   MOVE SPACES TO WS-CP-NAME(WS-CP-IDX)
                                  WS-CP-BRANCH(WS-CP-IDX)
                   MOVE 'N' TO WS-CP-BRANCH-OPEN(WS-CP-IDX)
                   MOVE 0 TO WS-CP-ACCOUNTS(WS-CP-IDX)
                             WS-CP-ADB(WS-CP-IDX)
                             WS-CP-FEE(WS-CP-IDX)
                             WS-CP-ODI(WS-CP-IDX)
                             WS-CP-INT(WS-CP-IDX)
                             WS-CP-FTP(WS-CP-IDX)
               ELSE
                   MOVE 0 TO WS-CP-IDX
               END-IF
           END-IF.
       360-FIND-CUSTOMER-ROW-EXIT.
           EXIT.

      *    A LINKED CUSTOMER IS NAMED FROM THE CUSTOMER MASTER; AN
      *    UNLINKED ACCOUNT KEEPS THE HOLDER NAME IT WAS PRICED
      *    UNDER.
       370-RELEASE-ONE-CUSTOMER.
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-CP-BRANCH(WS-CP-IDX) TO SK-BRANCH.
           MOVE WS-CP-CUSTOMER(WS-CP-IDX) TO SK-CUSTOMER.
           MOVE WS-CP-LINKED(WS-CP-IDX) TO SK-LINKED.
           MOVE WS-CP-NAME(WS-CP-IDX) TO SK-NAME.
           IF WS-CP-LINKED(WS-CP-IDX) = 'Y'
               IF WS-CUST-OPEN
                   MOVE WS-CP-CUSTOMER(WS-CP-IDX) TO
                        CM-CUSTOMER-NUMBER
                   READ CUSTFILE
                       INVALID KEY
                           MOVE 'CUSTOMER NOT ON MASTER' TO SK-NAME
                       NOT INVALID KEY
                           MOVE CM-CUSTOMER-NAME TO SK-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE WS-CP-ACCOUNTS(WS-CP-IDX) TO SK-ACCOUNTS.
           MOVE WS-CP-ADB(WS-CP-IDX) TO SK-ADB.
           MOVE WS-CP-FEE(WS-CP-IDX) TO SK-FEE.
           MOVE WS-CP-ODI(WS-CP-IDX) TO SK-ODI.
           MOVE WS-CP-INT(WS-CP-IDX) TO SK-INT.
           MOVE WS-CP-FTP(WS-CP-IDX) TO SK-FTP.
           COMPUTE SK-PROFIT = SK-FEE + SK-ODI - SK-INT + SK-FTP.
           RELEASE SORT-RECORD.
       370-RELEASE-ONE-CUSTOMER-EXIT.
           EXIT.

      *    SORT OUTPUT: A HEADING PER BRANCH, ONE RANKED LINE AND
      *    ONE EXTRACT RECORD PER CUSTOMER, AND A BRANCH TOTAL LINE
      *    AT EACH BREAK.
       400-RANK-BY-BRANCH.
           PERFORM UNTIL EOF-FLAG = 'Y'
               RETURN SORTFILE INTO SORT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 410-LIST-ONE THRU 410-LIST-ONE-EXIT
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           IF WS-NOT-FIRST-RECORD
               PERFORM 420-CLOSE-BRANCH THRU 420-CLOSE-BRANCH-EXIT
           END-IF.

       410-LIST-ONE.
           IF WS-FIRST-RECORD OR SK-BRANCH NOT = WS-PREV-BRANCH
               IF WS-NOT-FIRST-RECORD
                   PERFORM 420-CLOSE-BRANCH THRU
                           420-CLOSE-BRANCH-EXIT
               END-IF
               SET WS-NOT-FIRST-RECORD TO TRUE
               MOVE SK-BRANCH TO WS-PREV-BRANCH
               ADD 1 TO WS-BRANCH-COUNT
               MOVE 0 TO WS-BRANCH-RANK WS-BRANCH-LOSS-COUNT
                         WS-BRANCH-PROFIT
               MOVE SPACES TO PROFREPORT-RECORD
               WRITE PROFREPORT-RECORD
               STRING 'BRANCH ' SK-BRANCH
                   DELIMITED BY SIZE INTO PROFREPORT-RECORD
               WRITE PROFREPORT-RECORD
               MOVE SPACES TO PROFREPORT-RECORD
               STRING '   RANK CUSTOMER   NAME                   '
                   'ACC  AVG BALANCE FEE INCOME  DEBIT INT'
                   '   CRED INT    FUNDING       PROFIT'
                   DELIMITED BY SIZE INTO PROFREPORT-RECORD
               WRITE PROFREPORT-RECORD
           END-IF.
           ADD 1 TO WS-BRANCH-RANK.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD SK-PROFIT TO WS-BRANCH-PROFIT WS-BANK-PROFIT.
           IF SK-PROFIT < 0
               MOVE 'UNPROFITABLE' TO WS-PROFIT-FLAG
               ADD 1 TO WS-BRANCH-LOSS-COUNT WS-LOSS-COUNT
           ELSE
               MOVE SPACES TO WS-PROFIT-FLAG
           END-IF.
           MOVE WS-BRANCH-RANK TO WS-ED-RANK.
           MOVE SK-ACCOUNTS TO WS-ED-ACCOUNTS.
           MOVE SK-ADB TO WS-ED-ADB.
           MOVE SK-FEE TO WS-ED-FEE.
           MOVE SK-ODI TO WS-ED-ODI.
           MOVE SK-INT TO WS-ED-INT.
           MOVE SK-FTP TO WS-ED-FTP.
           MOVE SK-PROFIT TO WS-ED-PROFIT.
           MOVE SPACES TO PROFREPORT-RECORD.
           STRING '  ' WS-ED-RANK ' ' SK-CUSTOMER ' ' SK-NAME(1:22)
               ' ' WS-ED-ACCOUNTS ' ' WS-ED-ADB ' ' WS-ED-FEE
               ' ' WS-ED-ODI ' ' WS-ED-INT ' ' WS-ED-FTP
               ' ' WS-ED-PROFIT ' ' WS-PROFIT-FLAG
               DELIMITED BY SIZE INTO PROFREPORT-RECORD.
           WRITE PROFREPORT-RECORD.

           MOVE SPACES TO PROFEXTRACT-RECORD.
           MOVE WS-PERIOD-X TO PE-PERIOD.
           MOVE SK-BRANCH TO PE-BRANCH-CODE.
           MOVE WS-BRANCH-RANK TO PE-BRANCH-RANK.
           MOVE SK-CUSTOMER TO PE-CUSTOMER-NUMBER.
           MOVE SK-NAME TO PE-CUSTOMER-NAME.
           MOVE SK-ACCOUNTS TO PE-ACCOUNT-COUNT.
           MOVE SK-ADB TO PE-AVERAGE-BALANCE.
           MOVE SK-FEE TO PE-FEE-INCOME.
           MOVE SK-ODI TO PE-DEBIT-INT-INCOME.
           MOVE SK-INT TO PE-CREDIT-INT-PAID.
           MOVE SK-FTP TO PE-FUNDING-VALUE.
           MOVE SK-PROFIT TO PE-PROFIT.
           IF SK-PROFIT < 0
               MOVE 'Y' TO PE-UNPROFITABLE
           ELSE
               MOVE 'N' TO PE-UNPROFITABLE
           END-IF.
           MOVE SK-LINKED TO PE-LINKED.
           WRITE PROFEXTRACT-RECORD.
       410-LIST-ONE-EXIT.
           EXIT.

       420-CLOSE-BRANCH.
           MOVE WS-BRANCH-PROFIT TO WS-ED-TOTAL.
           MOVE SPACES TO PROFREPORT-RECORD.
           STRING '  BRANCH ' WS-PREV-BRANCH ' CUSTOMERS '
               WS-BRANCH-RANK '  UNPROFITABLE ' WS-BRANCH-LOSS-COUNT
               '  NET PROFIT ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO PROFREPORT-RECORD.
           WRITE PROFREPORT-RECORD.
       420-CLOSE-BRANCH-EXIT.
           EXIT.

       500-WRITE-SUMMARY.
           MOVE WS-BANK-PROFIT TO WS-ED-TOTAL.
           MOVE SPACES TO PROFREPORT-RECORD.
           WRITE PROFREPORT-RECORD.
           STRING 'BRANCHES ' WS-BRANCH-COUNT
               '  CUSTOMERS ' WS-REPORTED-COUNT
               '  UNPROFITABLE ' WS-LOSS-COUNT
               '  NET PROFIT ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO PROFREPORT-RECORD.
           WRITE PROFREPORT-RECORD.
           IF WS-FALLBACK-COUNT > 0 OR WS-DROPPED-COUNT > 0
               MOVE SPACES TO PROFREPORT-RECORD
               STRING 'PRICED ON LEDGER (NO PERIOD BALANCE) '
                   WS-FALLBACK-COUNT
                   '  NOT COUNTED (TABLE FULL) ' WS-DROPPED-COUNT
                   DELIMITED BY SIZE INTO PROFREPORT-RECORD
               WRITE PROFREPORT-RECORD
           END-IF.
       500-WRITE-SUMMARY-EXIT.
           EXIT.
