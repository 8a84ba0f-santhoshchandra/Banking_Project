       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERASE.
      *    PERSONAL-DATA RETENTION FOR CLOSED RELATIONSHIPS. A CUSTOMER
      *    WHOSE EVERY ACCOUNT - AS PRIMARY OR AS A JOINT HOLDER, ON
      *    THE LIVE MASTER OR IN THE CLOSED-ACCOUNT ARCHIVE - HAS BEEN
      *    CLOSED LONGER THAN THE RETENTION PERIOD HAS THEIR NAME,
      *    PHONE AND ADDRESS ANONYMISED: ON THE CUSTOMER MASTER, AND
      *    AS HOLDER NAME AND CONTACT DETAILS ON EVERY ACCOUNT THEY
      *    ARE PRIMARY ON. ACCOUNT NUMBERS, BALANCES, DATES AND THE
      *    AUDIT TRAIL ARE NOT TOUCHED - THE FINANCIAL RECORD STAYS
      *    WHOLE, IT JUST NO LONGER SAYS WHO. RELATIONSHIP LINKS
      *    CARRY NUMBERS ONLY AND ARE KEPT.
      *    A CUSTOMER IS LEFT ALONE WHILE ANY OF THESE STANDS: A
      *    LEGAL HOLD (CUSTMNT LHOLD), AN ACTIVE LEGAL ORDER ON THE
      *    CUSTOMER OR ANY OF THEIR ACCOUNTS, AN OPEN DISPUTE, AN
      *    ACCOUNT IN ESCHEAT'S FINAL-NOTICE STAGE, OR AN UNCLAIMED
      *    OFFICIAL CHEQUE DRAWN ON ONE OF THEIR ACCOUNTS. AN ACCOUNT
      *    WITH NO CUSTOMER NUMBER HAS NOBODY A HOLD COULD BE PLACED
      *    ON, SO IT IS COUNTED AND LEFT - LINK IT TO BRING IT UNDER
      *    RETENTION.
      *    THE NOTIFGEN SENT LOG AND THE STATEMENT OUTPUTS ARE
      *    REWRITTEN AS NEW GENERATIONS (NOTIFYLOG.NEW, STMTPRINT.NEW,
      *    STMTEDELIV.NEW) WITH THE NAMES AND ADDRESSES OF ERASED
      *    CUSTOMERS AND ACCOUNTS BLANKED OUT; THE OPERATOR SWAPS THEM
      *    IN BEFORE NOTIFGEN OR STMTGEN NEXT RUNS. EVERY ERASURE IS
      *    APPENDED TO THE ERASURE LOG FOR COMPLIANCE - NUMBERS AND
      *    DATES ONLY, SO THE LOG ITSELF HOLDS NO PERSONAL DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

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

           SELECT CLOSEDFILE ASSIGN TO WS-CLOSED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PU-ACCOUNT-NUMBER
                FILE STATUS IS PU-FILE-STATUS.

      *    ACCOUNT/CUSTOMER RELATIONSHIPS - THE JOINT-HOLDER BOOK.
           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

      *    THE OPEN ITEMS THAT KEEP A CUSTOMER'S DATA: LEGAL ORDERS,
      *    DISPUTES, ESCHEAT'S FINAL-NOTICE TRACKING (ACCOUNT|DATE)
      *    AND UNCLAIMED OFFICIAL CHEQUES.
           SELECT LEGALFILE ASSIGN TO WS-LEGAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LO-ORDER-NUMBER
                FILE STATUS IS LO-FILE-STATUS.

           SELECT DISPFILE ASSIGN TO WS-DISP-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DP-CASE-NUMBER
                FILE STATUS IS DP-FILE-STATUS.

           SELECT TRACKFILE ASSIGN TO WS-TRACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TK-FILE-STATUS.

           SELECT OFCHQFILE ASSIGN TO WS-OFCHQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-SERIAL-NUMBER
                FILE STATUS IS OC-FILE-STATUS.

      *    EVERY ACCOUNT EACH CUSTOMER HOLDS, SORTED BY CUSTOMER SO
      *    THE DECISION IS MADE ONCE ON THE WHOLE RELATIONSHIP.
           SELECT SORTFILE ASSIGN TO 'ERASESORT.TMP'.

      *    COMPLIANCE'S ERASURE LOG, APPENDED EACH RUN.
           SELECT ERASELOGFILE ASSIGN TO WS-ERASELOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.

      *    THE SENT LOG AND THE STATEMENT CHANNEL FILES, EACH READ
      *    AND WRITTEN BACK OUT AS A SCRUBBED NEW GENERATION.
           SELECT SENTLOGFILE ASSIGN TO WS-SENTLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

           SELECT NEWSENTLOGFILE ASSIGN TO WS-NEWSENTLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NS-FILE-STATUS.

           SELECT PRINTFILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

           SELECT NEWPRINTFILE ASSIGN TO WS-NEWPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-FILE-STATUS.

           SELECT EDELIVFILE ASSIGN TO WS-EDELIV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ED-FILE-STATUS.

           SELECT NEWEDELIVFILE ASSIGN TO WS-NEWEDELIV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NE-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    SHARED RUN LOCK ON THE ACCOUNT MASTER: EVERY UPDATER
      *    CLAIMS ACCTLOCK.DAT - PROGRAM, PID, START TIME - BEFORE
      *    OPENING THE MASTER AND RELEASES IT ON A CLEAN END, SO TWO
      *    UPDATERS CAN NO LONGER TRAMPLE EACH OTHER. OVERRIDES OF A
      *    STALE LOCK ARE THEMSELVES LOGGED.
           SELECT LOCKFILE ASSIGN TO WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LK-FILE-STATUS.

           SELECT LOCKLOGFILE ASSIGN TO WS-LOCKLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE.
       COPY CUSTREC.

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CLOSEDFILE.
       COPY CLOSEREC.

       FD  RELFILE.
       COPY RELREC.

       FD  LEGALFILE.
       COPY LEGALREC.

       FD  DISPFILE.
       COPY DISPREC.

       FD  TRACKFILE.
       01  TRACK-RECORD PIC X(20).

       FD  OFCHQFILE.
       COPY OFCHQREC.

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER        PIC X(10).
           05  SR-ACCOUNT         PIC X(10).
      *    M = ON THE LIVE MASTER, A = IN THE CLOSED-ACCOUNT ARCHIVE.
           05  SR-SOURCE          PIC X(1).
      *    Y = THE CUSTOMER IS THE ACCOUNT'S PRIMARY (ITS CUSTOMER
      *    NUMBER), N = A JOINT OR ATTORNEY RELATIONSHIP ONLY.
           05  SR-PRIMARY         PIC X(1).
      *    O = NOT CLOSED, C = CLOSED ON SR-CLOSE-DATE, U = CLOSED
      *    WITH A CLOSE STAMP THAT WILL NOT PARSE.
           05  SR-STATE           PIC X(1).
           05  SR-CLOSE-DATE      PIC 9(8).
           05  SR-CLOSE-INT       PIC 9(8).
      *    THE FIRST OPEN ITEM FOUND ON THE ACCOUNT: L LEGAL ORDER,
      *    D DISPUTE, E ESCHEATMENT OR UNCLAIMED CHEQUE; SPACE = NONE.
           05  SR-BLOCK           PIC X(1).
      *    Y = THE HOLDER FIELDS ARE ALREADY ANONYMISED.
           05  SR-ANONYMISED      PIC X(1).

       FD  ERASELOGFILE.
       01  ERASELOG-RECORD PIC X(132).

       FD  SENTLOGFILE.
       01  SENTLOG-RECORD PIC X(132).

       FD  NEWSENTLOGFILE.
       01  NEWSENTLOG-RECORD PIC X(132).

       FD  PRINTFILE.
       01  PRINT-RECORD PIC X(200).

       FD  NEWPRINTFILE.
       01  NEWPRINT-RECORD PIC X(200).

       FD  EDELIVFILE.
       01  EDELIV-RECORD PIC X(211).

       FD  NEWEDELIVFILE.
       01  NEWEDELIV-RECORD PIC X(211).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  LOCKFILE.
       01  LOCK-RECORD PIC X(60).

       FD  LOCKLOGFILE.
       01  LOCKLOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *    RUN-LOCK CONTROLS. THE PID COMES FROM THE SCHEDULER VIA
      *    LOCK_PID (ZEROS WHEN RUN BY HAND); LOCK_OVERRIDE=Y IS THE
      *    EXPLICIT OPERATOR OVERRIDE FOR A STALE LOCK.
       01  WS-LOCK-FILE-NAME  PIC X(100) VALUE 'ACCTLOCK.DAT'.
       01  WS-LOCKLOG-FILE-NAME PIC X(100) VALUE 'LOCKLOG.DAT'.
       01  LK-FILE-STATUS     PIC XX.
       01  LL-FILE-STATUS     PIC XX.
       01  WS-LOCK-PID        PIC X(7) VALUE '0000000'.
       01  WS-LOCK-DENIED-SW  PIC X(1) VALUE 'N'.
           88  WS-LOCK-DENIED     VALUE 'Y'.
           88  WS-LOCK-NOT-DENIED VALUE 'N'.
       01  WS-LOCK-HELD-SW    PIC X(1) VALUE 'N'.
           88  WS-LOCK-HELD       VALUE 'Y'.
           88  WS-LOCK-NOT-HELD   VALUE 'N'.
       01  WS-LOCK-OVERRIDE-SW PIC X(1) VALUE 'N'.
           88  WS-LOCK-OVERRIDE-REQUESTED VALUE 'Y'.
       01  WS-LCK-F1          PIC X(10).
       01  WS-LCK-F2          PIC X(7).
       01  WS-LCK-F3          PIC X(16).

       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CLOSED-FILE-NAME PIC X(100) VALUE 'closed_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-LEGAL-FILE-NAME PIC X(100) VALUE
               'legalorders_index.txt'.
       01  WS-DISP-FILE-NAME  PIC X(100) VALUE 'disputes_index.txt'.
       01  WS-TRACK-FILE-NAME PIC X(100) VALUE 'ESCHTRACK.DAT'.
       01  WS-OFCHQ-FILE-NAME PIC X(100) VALUE
               'officialchq_index.txt'.
       01  WS-ERASELOG-FILE-NAME PIC X(100) VALUE 'ERASELOG.DAT'.
       01  WS-SENTLOG-FILE-NAME PIC X(100) VALUE 'NOTIFYLOG.DAT'.
       01  WS-NEWSENTLOG-FILE-NAME PIC X(100) VALUE 'NOTIFYLOG.NEW'.
       01  WS-PRINT-FILE-NAME PIC X(100) VALUE 'STMTPRINT.DAT'.
       01  WS-NEWPRINT-FILE-NAME PIC X(100) VALUE 'STMTPRINT.NEW'.
       01  WS-EDELIV-FILE-NAME PIC X(100) VALUE 'STMTEDELIV.DAT'.
       01  WS-NEWEDELIV-FILE-NAME PIC X(100) VALUE 'STMTEDELIV.NEW'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  CM-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  PU-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  LO-FILE-STATUS     PIC XX.
       01  DP-FILE-STATUS     PIC XX.
       01  TK-FILE-STATUS     PIC XX.
       01  OC-FILE-STATUS     PIC XX.
       01  EL-FILE-STATUS     PIC XX.
       01  SL-FILE-STATUS     PIC XX.
       01  NS-FILE-STATUS     PIC XX.
       01  PR-FILE-STATUS     PIC XX.
       01  NP-FILE-STATUS     PIC XX.
       01  ED-FILE-STATUS     PIC XX.
       01  NE-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-PROC-INT        PIC 9(8).
       01  WS-CLOSED-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-CLOSED-OPEN     VALUE 'Y'.
       01  WS-REL-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-REL-OPEN        VALUE 'Y'.

      *    WHAT AN ERASED NAME READS AS, WHEREVER IT WAS. ADDRESS AND
      *    PHONE FIELDS GO TO SPACES.
       01  WS-ERASED-NAME     PIC X(28) VALUE
               '*** PERSONAL DATA ERASED ***'.

      *    RETENTION IN DAYS SINCE THE LAST ACCOUNT CLOSED. RECORD-
      *    KEEPING RULES REQUIRE CUSTOMER IDENTIFICATION TO BE KEPT
      *    FIVE YEARS PAST THE END OF THE RELATIONSHIP, SO A WINDOW
      *    UNDER THAT IS REFUSED OUTRIGHT.
       01  WS-RETAIN-DAYS     PIC 9(5) VALUE 2555.
       01  WS-MIN-RETAIN-DAYS PIC 9(5) VALUE 1825.
       01  WS-CUTOFF-INT      PIC 9(8).
       01  WS-CLOSE-DATE      PIC 9(8).
       01  WS-CLOSE-INT       PIC 9(8).
       01  WS-DATE-SPLIT.
           05  WS-DATE-MONTH  PIC 9(2).
           05  WS-DATE-DAY    PIC 9(2).

      *    EVERY OPEN ITEM THAT KEEPS DATA, BY ACCOUNT (TYPE A) OR BY
      *    CUSTOMER (TYPE C). A BOOK TOO BIG FOR THE TABLE REFUSES THE
      *    RUN - A CUSTOMER UNDER A COURT ORDER MUST NEVER LOSE THEIR
      *    RECORD TO A TABLE LIMIT.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 5000 TIMES.
               10  WS-BK-TYPE     PIC X(1).
               10  WS-BK-KEY      PIC X(10).
               10  WS-BK-REASON   PIC X(1).
       01  WS-BK-COUNT        PIC 9(4) VALUE 0.
       01  WS-BK-MAX          PIC 9(4) VALUE 5000.
       01  WS-BK-IDX          PIC 9(4).
       01  WS-BK-OVERFLOW-SW  PIC X(1) VALUE 'N'.
           88  WS-BK-OVERFLOW     VALUE 'Y'.
       01  WS-BK-FOUND-SW     PIC X(1).
           88  WS-BK-FOUND        VALUE 'Y'.
           88  WS-BK-NOT-FOUND    VALUE 'N'.
       01  WS-BK-IN-TYPE      PIC X(1).
       01  WS-BK-IN-KEY       PIC X(10).
       01  WS-BK-IN-REASON    PIC X(1).
       01  WS-TKL-F1          PIC X(10).
       01  WS-TKL-F2          PIC X(8).

      *    THE CUSTOMER NOW BEING DECIDED, BUILT UP FROM ITS SORTED
      *    ACCOUNT LINES. ONLY ACCOUNTS THE CUSTOMER IS PRIMARY ON
      *    ARE KEPT - THOSE ARE THE ONES CARRYING THEIR NAME.
       01  WS-GRP-CUSTOMER    PIC X(10).
       01  WS-GRP-ACCOUNTS    PIC 9(5).
       01  WS-GRP-OPEN-SW     PIC X(1).
           88  WS-GRP-HAS-OPEN    VALUE 'Y'.
       01  WS-GRP-UNDATED-SW  PIC X(1).
           88  WS-GRP-HAS-UNDATED VALUE 'Y'.
       01  WS-GRP-BLOCK       PIC X(1).
       01  WS-GRP-BLOCK-ACCOUNT PIC X(10).
       01  WS-GRP-LAST-CLOSE  PIC 9(8).
       01  WS-GRP-LAST-INT    PIC 9(8).
       01  WS-GA-TABLE.
           05  WS-GA-ENTRY OCCURS 500 TIMES.
               10  WS-GA-ACCOUNT  PIC X(10).
               10  WS-GA-SOURCE   PIC X(1).
               10  WS-GA-STATE    PIC X(1).
               10  WS-GA-ANONYMISED PIC X(1).
       01  WS-GA-COUNT        PIC 9(4).
       01  WS-GA-MAX          PIC 9(4) VALUE 500.
       01  WS-GA-IDX          PIC 9(4).
       01  WS-GA-OVERFLOW-SW  PIC X(1).
           88  WS-GA-OVERFLOW     VALUE 'Y'.
       01  WS-FIRST-SW        PIC X(1) VALUE 'Y'.
           88  WS-FIRST-RECORD    VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD VALUE 'N'.

      *    THE CUSTOMERS ERASED THIS RUN WITH THE NAME THEY HAD, SO A
      *    JOINT HOLDER'S ALSO-TO LINE ON SOMEONE ELSE'S STATEMENT CAN
      *    STILL BE RECOGNISED ONCE THE MASTER NO LONGER SAYS WHO.
      *    CUSTOMERS PAST THE TABLE ARE LEFT FOR THE NEXT RUN.
       01  WS-ER-TABLE.
           05  WS-ER-ENTRY OCCURS 5000 TIMES.
               10  WS-ER-CUSTOMER PIC X(10).
               10  WS-ER-NAME     PIC X(28).
       01  WS-ER-COUNT        PIC 9(4) VALUE 0.
       01  WS-ER-MAX          PIC 9(4) VALUE 5000.
       01  WS-ER-IDX          PIC 9(4).

      *    SCRUB LOOKUPS. THE LAST CUSTOMER AND ACCOUNT ASKED ABOUT
      *    ARE REMEMBERED - LOG AND STATEMENT LINES COME IN RUNS FOR
      *    THE SAME ONE.
       01  WS-CHK-CUSTOMER    PIC X(10) VALUE SPACES.
       01  WS-CHK-CUST-SW     PIC X(1) VALUE 'N'.
           88  WS-CHK-CUST-ERASED VALUE 'Y'.
       01  WS-CHK-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-CHK-ACCT-SW     PIC X(1) VALUE 'N'.
           88  WS-CHK-ACCT-ERASED VALUE 'Y'.
       01  WS-IN-CUSTOMER     PIC X(10).
       01  WS-IN-ACCOUNT      PIC X(10).
       01  WS-SC-LINE         PIC X(200).
       01  WS-SC-ACCOUNT      PIC X(10).
       01  WS-SC-BLANK-NEXT-SW PIC X(1) VALUE 'N'.
           88  WS-SC-BLANK-NEXT   VALUE 'Y'.
       01  WS-SC-CHANGED-SW   PIC X(1).
           88  WS-SC-CHANGED      VALUE 'Y'.
       01  WS-SC-MATCH-SW     PIC X(1).
           88  WS-SC-MATCHED      VALUE 'Y'.

       01  WS-LOG-SOURCE      PIC X(7).
       01  WS-LOG-COUNT       PIC 9(7).

       01  WS-REVIEWED-COUNT  PIC 9(7) VALUE 0.
       01  WS-ERASED-COUNT    PIC 9(7) VALUE 0.
       01  WS-ACCT-ANON-COUNT PIC 9(7) VALUE 0.
       01  WS-ARCH-ANON-COUNT PIC 9(7) VALUE 0.
       01  WS-DONE-COUNT      PIC 9(7) VALUE 0.
       01  WS-HOLD-COUNT      PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT      PIC 9(7) VALUE 0.
       01  WS-LEGAL-COUNT     PIC 9(7) VALUE 0.
       01  WS-DISPUTE-COUNT   PIC 9(7) VALUE 0.
       01  WS-ESCHEAT-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNDATED-COUNT   PIC 9(7) VALUE 0.
       01  WS-RECENT-COUNT    PIC 9(7) VALUE 0.
       01  WS-NOCUST-COUNT    PIC 9(7) VALUE 0.
       01  WS-LIMIT-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNLINKED-COUNT  PIC 9(7) VALUE 0.
       01  WS-SENTLOG-SCRUB-COUNT PIC 9(7) VALUE 0.
       01  WS-PRINT-SCRUB-COUNT PIC 9(7) VALUE 0.
       01  WS-EDELIV-SCRUB-COUNT PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           IF WS-RETAIN-DAYS < WS-MIN-RETAIN-DAYS
               DISPLAY 'REFUSED: ERASURE RETENTION ' WS-RETAIN-DAYS
                       ' DAYS IS UNDER THE MINIMUM OF '
                       WS-MIN-RETAIN-DAYS ' DAYS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PROCESSING-DATE)).
           COMPUTE WS-CUTOFF-INT = WS-PROC-INT - WS-RETAIN-DAYS.
           PERFORM 020-LOAD-OPEN-ITEMS THRU 020-LOAD-OPEN-ITEMS-EXIT.
           IF RETURN-CODE = 16
               STOP RUN
           END-IF.
           IF WS-BK-OVERFLOW
               DISPLAY 'REFUSED: MORE THAN ' WS-BK-MAX
                       ' OPEN LEGAL, DISPUTE AND ESCHEATMENT ITEMS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK THRU ACQUIRE-RUN-LOCK-EXIT.
           IF WS-LOCK-DENIED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 030-OPEN-FILES THRU 030-OPEN-FILES-EXIT.
           IF RETURN-CODE = 16
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               STOP RUN
           END-IF.
           SORT SORTFILE ON ASCENDING KEY SR-CUSTOMER
                           ON ASCENDING KEY SR-ACCOUNT
               INPUT PROCEDURE IS 200-COLLECT-HOLDINGS
               OUTPUT PROCEDURE IS 300-DECIDE-CUSTOMERS.
           PERFORM 600-SCRUB-SENT-LOG THRU 600-SCRUB-SENT-LOG-EXIT.
           PERFORM 650-SCRUB-PRINT THRU 650-SCRUB-PRINT-EXIT.
           PERFORM 670-SCRUB-EDELIVERY THRU 670-SCRUB-EDELIVERY-EXIT.
           PERFORM 690-LOG-RUN-TOTALS THRU 690-LOG-RUN-TOTALS-EXIT.
           CLOSE ERASELOGFILE.
           CLOSE CUSTFILE.
           CLOSE ACCOUNTFILE.
           IF WS-CLOSED-OPEN
               CLOSE CLOSEDFILE
           END-IF.
           IF WS-REL-OPEN
               CLOSE RELFILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.
           DISPLAY 'CUSTOMERS REVIEWED  : ' WS-REVIEWED-COUNT.
           DISPLAY 'CUSTOMERS ERASED    : ' WS-ERASED-COUNT.
           DISPLAY 'ACCOUNTS ANONYMISED : ' WS-ACCT-ANON-COUNT.
           DISPLAY 'ARCHIVE ANONYMISED  : ' WS-ARCH-ANON-COUNT.
           DISPLAY 'ALREADY ERASED      : ' WS-DONE-COUNT.
           DISPLAY 'KEPT - LEGAL HOLD   : ' WS-HOLD-COUNT.
           DISPLAY 'KEPT - OPEN ACCOUNT : ' WS-OPEN-COUNT.
           DISPLAY 'KEPT - LEGAL ORDER  : ' WS-LEGAL-COUNT.
           DISPLAY 'KEPT - DISPUTE      : ' WS-DISPUTE-COUNT.
           DISPLAY 'KEPT - ESCHEATMENT  : ' WS-ESCHEAT-COUNT.
           DISPLAY 'KEPT - NO CLOSE DATE: ' WS-UNDATED-COUNT.
           DISPLAY 'KEPT - TOO RECENT   : ' WS-RECENT-COUNT.
           DISPLAY 'KEPT - NO CUSTOMER  : ' WS-NOCUST-COUNT.
           DISPLAY 'KEPT - RUN LIMIT    : ' WS-LIMIT-COUNT.
           DISPLAY 'UNLINKED CLOSED ACCT: ' WS-UNLINKED-COUNT.
           DISPLAY 'SENT LOG SCRUBBED   : ' WS-SENTLOG-SCRUB-COUNT.
           DISPLAY 'PRINT LINES SCRUBBED: ' WS-PRINT-SCRUB-COUNT.
           DISPLAY 'E-DELIV SCRUBBED    : ' WS-EDELIV-SCRUB-COUNT.
           DISPLAY 'ERRORS              : ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES. ERASE_RETAIN_DAYS IS THE
      *    RETENTION IN DAYS SINCE THE LAST ACCOUNT CLOSED.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLOSEDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLOSED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEGAL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DISPFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISP-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ESCHTRACK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRACK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OFCHQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ERASELOG_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERASELOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYLOG_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SENTLOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYLOGNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWSENTLOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'STMTPRINT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'STMTPRINTNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWPRINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'STMTEDELIV_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EDELIV-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'STMTEDELIVNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWEDELIV-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
                  'ERASE_RETAIN_DAYS'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RETAIN-DAYS =
                       FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOCK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOCK_PID'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:7) TO WS-LOCK-PID
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOCK_OVERRIDE'.
           IF WS-ENV-OVERRIDE = 'Y'
               SET WS-LOCK-OVERRIDE-REQUESTED TO TRUE
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

      *    EACH OPEN-ITEM FILE IS OPTIONAL - NO FILE MEANS NO ITEMS OF
      *    THAT KIND. ONE THAT EXISTS BUT WILL NOT OPEN STOPS THE RUN:
      *    ERASING WITHOUT KNOWING WHAT IS OPEN IS NOT AN OPTION.
       020-LOAD-OPEN-ITEMS.
           OPEN INPUT LEGALFILE.
           IF LO-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ LEGALFILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF LO-STATUS-ACTIVE
                               PERFORM 022-NOTE-LEGAL-ORDER THRU
                                       022-NOTE-LEGAL-ORDER-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE LEGALFILE
           ELSE
               IF LO-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening LEGALFILE: ' LO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 020-LOAD-OPEN-ITEMS-EXIT
               END-IF
           END-IF.

           OPEN INPUT DISPFILE.
           IF DP-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ DISPFILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DP-STATUS-OPEN
                               MOVE 'A' TO WS-BK-IN-TYPE
                               MOVE DP-ACCOUNT-NUMBER TO WS-BK-IN-KEY
                               MOVE 'D' TO WS-BK-IN-REASON
                               PERFORM 025-ADD-OPEN-ITEM THRU
                                       025-ADD-OPEN-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE DISPFILE
           ELSE
               IF DP-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening DISPFILE: ' DP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 020-LOAD-OPEN-ITEMS-EXIT
               END-IF
           END-IF.

           OPEN INPUT TRACKFILE.
           IF TK-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ TRACKFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF TRACK-RECORD NOT = SPACES
                               MOVE SPACES TO WS-TKL-F1 WS-TKL-F2
                               UNSTRING TRACK-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-TKL-F1 WS-TKL-F2
                               END-UNSTRING
                               MOVE 'A' TO WS-BK-IN-TYPE
                               MOVE WS-TKL-F1 TO WS-BK-IN-KEY
                               MOVE 'E' TO WS-BK-IN-REASON
                               PERFORM 025-ADD-OPEN-ITEM THRU
                                       025-ADD-OPEN-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE TRACKFILE
           ELSE
               IF TK-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening TRACKFILE: ' TK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 020-LOAD-OPEN-ITEMS-EXIT
               END-IF
           END-IF.

           OPEN INPUT OFCHQFILE.
           IF OC-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ OFCHQFILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF OC-STATUS-UNCLAIMED AND
                              OC-ACCOUNT-NUMBER NOT = SPACES
                               MOVE 'A' TO WS-BK-IN-TYPE
                               MOVE OC-ACCOUNT-NUMBER TO WS-BK-IN-KEY
                               MOVE 'E' TO WS-BK-IN-REASON
                               PERFORM 025-ADD-OPEN-ITEM THRU
                                       025-ADD-OPEN-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE OFCHQFILE
           ELSE
               IF OC-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening OFCHQFILE: ' OC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       020-LOAD-OPEN-ITEMS-EXIT.
           EXIT.

      *    AN ORDER CAN NAME AN ACCOUNT, A CUSTOMER, OR BOTH; EACH
      *    NUMBER IT CARRIES KEEPS DATA.
       022-NOTE-LEGAL-ORDER.
           MOVE 'L' TO WS-BK-IN-REASON.
           IF LO-ACCOUNT-NUMBER NOT = SPACES
               MOVE 'A' TO WS-BK-IN-TYPE
               MOVE LO-ACCOUNT-NUMBER TO WS-BK-IN-KEY
               PERFORM 025-ADD-OPEN-ITEM THRU 025-ADD-OPEN-ITEM-EXIT
           END-IF.
           IF LO-CUSTOMER-NUMBER NOT = SPACES
               MOVE 'C' TO WS-BK-IN-TYPE
               MOVE LO-CUSTOMER-NUMBER TO WS-BK-IN-KEY
               PERFORM 025-ADD-OPEN-ITEM THRU 025-ADD-OPEN-ITEM-EXIT
           END-IF.
       022-NOTE-LEGAL-ORDER-EXIT.
           EXIT.

       025-ADD-OPEN-ITEM.
           IF WS-BK-COUNT NOT < WS-BK-MAX
               SET WS-BK-OVERFLOW TO TRUE
               GO TO 025-ADD-OPEN-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-IN-TYPE TO WS-BK-TYPE(WS-BK-COUNT).
           MOVE WS-BK-IN-KEY TO WS-BK-KEY(WS-BK-COUNT).
           MOVE WS-BK-IN-REASON TO WS-BK-REASON(WS-BK-COUNT).
       025-ADD-OPEN-ITEM-EXIT.
           EXIT.

      *    LOOKS UP WS-BK-IN-TYPE / WS-BK-IN-KEY; LEAVES THE ITEM'S
      *    REASON IN WS-BK-IN-REASON WHEN FOUND.
       027-FIND-OPEN-ITEM.
           SET WS-BK-NOT-FOUND TO TRUE.
           MOVE SPACE TO WS-BK-IN-REASON.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-FOUND
               IF WS-BK-TYPE(WS-BK-IDX) = WS-BK-IN-TYPE AND
                  WS-BK-KEY(WS-BK-IDX) = WS-BK-IN-KEY
                   SET WS-BK-FOUND TO TRUE
                   MOVE WS-BK-REASON(WS-BK-IDX) TO WS-BK-IN-REASON
               END-IF
           END-PERFORM.
       027-FIND-OPEN-ITEM-EXIT.
           EXIT.

      *    THE ARCHIVE AND THE RELATIONSHIP BOOK ARE OPTIONAL - A
      *    SHOP THAT HAS NEVER PURGED OR NEVER KEYED A JOINT HOLDER
      *    HAS NEITHER - BUT ONE THAT IS THERE AND WILL NOT OPEN
      *    STOPS THE RUN, THE SAME AS AN OPEN-ITEM FILE. THE TWO
      *    MASTERS AND THE LOG ARE NOT OPTIONAL.
       030-OPEN-FILES.
           OPEN I-O CUSTFILE.
           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CUSTFILE: ' CM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 030-OPEN-FILES-EXIT
           END-IF.
           OPEN I-O ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE CUSTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 030-OPEN-FILES-EXIT
           END-IF.
           OPEN I-O CLOSEDFILE.
           IF PU-FILE-STATUS = '00'
               SET WS-CLOSED-OPEN TO TRUE
           ELSE
               IF PU-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening CLOSEDFILE: ' PU-FILE-STATUS
                   CLOSE CUSTFILE
                   CLOSE ACCOUNTFILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 030-OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN INPUT RELFILE.
           IF RL-FILE-STATUS = '00'
               SET WS-REL-OPEN TO TRUE
           ELSE
               IF RL-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening RELFILE: ' RL-FILE-STATUS
                   CLOSE CUSTFILE
                   CLOSE ACCOUNTFILE
                   IF WS-CLOSED-OPEN
                       CLOSE CLOSEDFILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   GO TO 030-OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN EXTEND ERASELOGFILE.
           IF EL-FILE-STATUS = '35'
               OPEN OUTPUT ERASELOGFILE
           END-IF.
           IF EL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ERASELOG: ' EL-FILE-STATUS
               CLOSE CUSTFILE
               CLOSE ACCOUNTFILE
               IF WS-CLOSED-OPEN
                   CLOSE CLOSEDFILE
               END-IF
               IF WS-REL-OPEN
                   CLOSE RELFILE
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.
       030-OPEN-FILES-EXIT.
           EXIT.

      *    SORT INPUT: ONE LINE PER ACCOUNT FOR ITS PRIMARY CUSTOMER,
      *    FROM THE LIVE MASTER AND THE ARCHIVE, THEN ONE PER JOINT
      *    OR ATTORNEY RELATIONSHIP SO A CUSTOMER'S SHARE IN SOMEONE
      *    ELSE'S OPEN ACCOUNT KEEPS THEM TOO.
       200-COLLECT-HOLDINGS.
           MOVE 'M' TO WS-LOG-SOURCE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 210-RELEASE-PRIMARY THRU
                               210-RELEASE-PRIMARY-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           IF WS-CLOSED-OPEN
               MOVE 'A' TO WS-LOG-SOURCE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CLOSEDFILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PU-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                           PERFORM 210-RELEASE-PRIMARY THRU
                                   210-RELEASE-PRIMARY-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
           END-IF.
           IF WS-REL-OPEN
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RELFILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 220-RELEASE-RELATIONSHIP THRU
                                   220-RELEASE-RELATIONSHIP-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
           END-IF.

      *    THE ACCOUNT IN ACCOUNT-RECORD, FOR ITS PRIMARY CUSTOMER.
      *    WS-LOG-SOURCE SAYS WHICH FILE IT CAME FROM.
       210-RELEASE-PRIMARY.
           IF AF-CUSTOMER-NUMBER = SPACES
               IF AF-STATUS-CLOSED
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF
               GO TO 210-RELEASE-PRIMARY-EXIT
           END-IF.
           MOVE AF-CUSTOMER-NUMBER TO SR-CUSTOMER.
           MOVE 'Y' TO SR-PRIMARY.
           PERFORM 230-BUILD-SORT-LINE THRU 230-BUILD-SORT-LINE-EXIT.
           RELEASE SORT-RECORD.
       210-RELEASE-PRIMARY-EXIT.
           EXIT.

      *    THE PRIMARY'S OWN RELATIONSHIP LINE IS ALREADY IN THE SORT
      *    FROM THE ACCOUNT ITSELF. A LINK TO AN ACCOUNT ON NEITHER
      *    FILE IS LEFT OVER FROM A FAILED OPEN AND COUNTS FOR NOTHING.
       220-RELEASE-RELATIONSHIP.
           MOVE RL-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER.
           MOVE 'M' TO WS-LOG-SOURCE.
           READ ACCOUNTFILE
               INVALID KEY
                   MOVE SPACES TO WS-LOG-SOURCE
           END-READ.
           IF WS-LOG-SOURCE = SPACES AND WS-CLOSED-OPEN
               MOVE RL-ACCOUNT-NUMBER TO PU-ACCOUNT-NUMBER
               READ CLOSEDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PU-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                       MOVE 'A' TO WS-LOG-SOURCE
               END-READ
           END-IF.
           IF WS-LOG-SOURCE = SPACES
               GO TO 220-RELEASE-RELATIONSHIP-EXIT
           END-IF.
           IF RL-CUSTOMER-NUMBER = AF-CUSTOMER-NUMBER OR
              RL-CUSTOMER-NUMBER = SPACES
               GO TO 220-RELEASE-RELATIONSHIP-EXIT
           END-IF.
           MOVE RL-CUSTOMER-NUMBER TO SR-CUSTOMER.
           MOVE 'N' TO SR-PRIMARY.
           PERFORM 230-BUILD-SORT-LINE THRU 230-BUILD-SORT-LINE-EXIT.
           RELEASE SORT-RECORD.
       220-RELEASE-RELATIONSHIP-EXIT.
           EXIT.

      *    THE REST OF THE SORT LINE FROM ACCOUNT-RECORD. THE CLOSING
      *    DATE IS THE LAST-ACTIVITY STAMP THE CLOSE ITSELF SETS, READ
      *    THE WAY ACCTPURGE READS IT; ONE THAT WILL NOT PARSE KEEPS
      *    THE CUSTOMER - NOTHING IS ERASED ON A GUESS.
       230-BUILD-SORT-LINE.
           MOVE AF-ACCOUNT-NUMBER TO SR-ACCOUNT.
           MOVE WS-LOG-SOURCE TO SR-SOURCE.
           MOVE 0 TO SR-CLOSE-DATE SR-CLOSE-INT.
           IF AF-HOLDER-NAME = WS-ERASED-NAME
               MOVE 'Y' TO SR-ANONYMISED
           ELSE
               MOVE 'N' TO SR-ANONYMISED
           END-IF.
           MOVE 'A' TO WS-BK-IN-TYPE.
           MOVE AF-ACCOUNT-NUMBER TO WS-BK-IN-KEY.
           PERFORM 027-FIND-OPEN-ITEM THRU 027-FIND-OPEN-ITEM-EXIT.
           MOVE WS-BK-IN-REASON TO SR-BLOCK.
           IF NOT AF-STATUS-CLOSED
               MOVE 'O' TO SR-STATE
               GO TO 230-BUILD-SORT-LINE-EXIT
           END-IF.
           MOVE 'U' TO SR-STATE.
           IF AF-LAST-TRANS-DATE(1:4) NOT NUMERIC OR
              AF-LAST-TRANS-DATE(6:2) NOT NUMERIC OR
              AF-LAST-TRANS-DATE(9:2) NOT NUMERIC
               GO TO 230-BUILD-SORT-LINE-EXIT
           END-IF.
           MOVE AF-LAST-TRANS-DATE(6:2) TO WS-DATE-SPLIT(1:2).
           MOVE AF-LAST-TRANS-DATE(9:2) TO WS-DATE-SPLIT(3:2).
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12 OR
              WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               GO TO 230-BUILD-SORT-LINE-EXIT
           END-IF.
           COMPUTE WS-CLOSE-DATE =
                   FUNCTION NUMVAL(AF-LAST-TRANS-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(AF-LAST-TRANS-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(AF-LAST-TRANS-DATE(9:2)).
           COMPUTE WS-CLOSE-INT = FUNCTION INTEGER-OF-DATE(
                   WS-CLOSE-DATE).
           IF WS-CLOSE-INT = 0
               GO TO 230-BUILD-SORT-LINE-EXIT
           END-IF.
           MOVE 'C' TO SR-STATE.
           MOVE WS-CLOSE-DATE TO SR-CLOSE-DATE.
           MOVE WS-CLOSE-INT TO SR-CLOSE-INT.
       230-BUILD-SORT-LINE-EXIT.
           EXIT.

      *    SORT OUTPUT: EACH CUSTOMER'S LINES ARE GATHERED, AND THE
      *    CUSTOMER DECIDED WHEN THE NEXT ONE STARTS.
       300-DECIDE-CUSTOMERS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               RETURN SORTFILE INTO SORT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 310-GATHER-ONE THRU 310-GATHER-ONE-EXIT
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           IF WS-NOT-FIRST-RECORD
               PERFORM 400-DECIDE-ONE-CUSTOMER THRU
                       400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.

       310-GATHER-ONE.
           IF WS-FIRST-RECORD OR SR-CUSTOMER NOT = WS-GRP-CUSTOMER
               IF WS-NOT-FIRST-RECORD
                   PERFORM 400-DECIDE-ONE-CUSTOMER THRU
                           400-DECIDE-ONE-CUSTOMER-EXIT
               END-IF
               SET WS-NOT-FIRST-RECORD TO TRUE
               MOVE SR-CUSTOMER TO WS-GRP-CUSTOMER
               MOVE 0 TO WS-GRP-ACCOUNTS WS-GA-COUNT
               MOVE 0 TO WS-GRP-LAST-CLOSE WS-GRP-LAST-INT
               MOVE 'N' TO WS-GRP-OPEN-SW WS-GRP-UNDATED-SW
                           WS-GA-OVERFLOW-SW
               MOVE SPACE TO WS-GRP-BLOCK
               MOVE SPACES TO WS-GRP-BLOCK-ACCOUNT
           END-IF.
           ADD 1 TO WS-GRP-ACCOUNTS.
           EVALUATE SR-STATE
               WHEN 'O'
                   MOVE 'Y' TO WS-GRP-OPEN-SW
               WHEN 'U'
                   MOVE 'Y' TO WS-GRP-UNDATED-SW
               WHEN OTHER
                   IF SR-CLOSE-INT > WS-GRP-LAST-INT
                       MOVE SR-CLOSE-INT TO WS-GRP-LAST-INT
                       MOVE SR-CLOSE-DATE TO WS-GRP-LAST-CLOSE
                   END-IF
           END-EVALUATE.
           IF SR-BLOCK NOT = SPACE AND WS-GRP-BLOCK = SPACE
               MOVE SR-BLOCK TO WS-GRP-BLOCK
               MOVE SR-ACCOUNT TO WS-GRP-BLOCK-ACCOUNT
           END-IF.
           IF SR-PRIMARY = 'Y'
               IF WS-GA-COUNT < WS-GA-MAX
                   ADD 1 TO WS-GA-COUNT
                   MOVE SR-ACCOUNT TO WS-GA-ACCOUNT(WS-GA-COUNT)
                   MOVE SR-SOURCE TO WS-GA-SOURCE(WS-GA-COUNT)
                   MOVE SR-STATE TO WS-GA-STATE(WS-GA-COUNT)
                   MOVE SR-ANONYMISED TO
                        WS-GA-ANONYMISED(WS-GA-COUNT)
               ELSE
                   SET WS-GA-OVERFLOW TO TRUE
               END-IF
           END-IF.
       310-GATHER-ONE-EXIT.
           EXIT.

      *    THE TESTS RUN MOST-BINDING FIRST, AND EACH ONE THAT KEEPS
      *    A CUSTOMER IS COUNTED SO COMPLIANCE CAN SEE WHY THE BOOK
      *    STILL HOLDS THEIR DATA. A CUSTOMER ERASED BY AN EARLIER RUN
      *    HAS ANY CLOSED ACCOUNT STILL CARRYING THEIR NAME (ONE THAT
      *    FAILED TO REWRITE LAST TIME) FINISHED OFF.
       400-DECIDE-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE WS-GRP-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   DISPLAY 'ACCOUNTS LINKED TO A CUSTOMER NOT ON '
                           'CUSTFILE - KEPT: ' WS-GRP-CUSTOMER
                   GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-READ.
           IF CM-ERASED-DATE NOT = SPACES
               ADD 1 TO WS-DONE-COUNT
               IF NOT WS-GRP-HAS-OPEN
                   PERFORM 420-ANONYMISE-ACCOUNTS THRU
                           420-ANONYMISE-ACCOUNTS-EXIT
               END-IF
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF CM-ON-LEGAL-HOLD
               ADD 1 TO WS-HOLD-COUNT
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-GRP-HAS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-GRP-BLOCK = SPACE
               MOVE 'C' TO WS-BK-IN-TYPE
               MOVE WS-GRP-CUSTOMER TO WS-BK-IN-KEY
               PERFORM 027-FIND-OPEN-ITEM THRU 027-FIND-OPEN-ITEM-EXIT
               MOVE WS-BK-IN-REASON TO WS-GRP-BLOCK
           END-IF.
           EVALUATE WS-GRP-BLOCK
               WHEN 'L'
                   ADD 1 TO WS-LEGAL-COUNT
                   DISPLAY 'ACTIVE LEGAL ORDER - KEPT: '
                           WS-GRP-CUSTOMER ' ' WS-GRP-BLOCK-ACCOUNT
                   GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
               WHEN 'D'
                   ADD 1 TO WS-DISPUTE-COUNT
                   DISPLAY 'OPEN DISPUTE - KEPT: '
                           WS-GRP-CUSTOMER ' ' WS-GRP-BLOCK-ACCOUNT
                   GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
               WHEN 'E'
                   ADD 1 TO WS-ESCHEAT-COUNT
                   DISPLAY 'ESCHEATMENT ITEM OPEN - KEPT: '
                           WS-GRP-CUSTOMER ' ' WS-GRP-BLOCK-ACCOUNT
                   GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-EVALUATE.
           IF WS-GRP-HAS-UNDATED
               ADD 1 TO WS-UNDATED-COUNT
               DISPLAY 'CLOSED ACCOUNT WITH NO CLOSE DATE - KEPT: '
                       WS-GRP-CUSTOMER
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-GRP-LAST-INT NOT < WS-CUTOFF-INT
               ADD 1 TO WS-RECENT-COUNT
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-GA-OVERFLOW
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'MORE THAN ' WS-GA-MAX
                       ' ACCOUNTS FOR ONE CUSTOMER - KEPT: '
                       WS-GRP-CUSTOMER
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-ER-COUNT NOT < WS-ER-MAX
               ADD 1 TO WS-LIMIT-COUNT
               GO TO 400-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 410-ERASE-CUSTOMER THRU 410-ERASE-CUSTOMER-EXIT.
       400-DECIDE-ONE-CUSTOMER-EXIT.
           EXIT.

      *    THE CUSTOMER MASTER GOES FIRST: IF ITS REWRITE FAILS
      *    NOTHING ELSE IS TOUCHED AND THE CUSTOMER COMES UP AGAIN NEXT
      *    RUN. THE NAME IS KEPT IN STORAGE FOR THE STATEMENT SCRUB
      *    ONLY - IT IS NEVER WRITTEN ANYWHERE.
       410-ERASE-CUSTOMER.
           MOVE CM-CUSTOMER-NAME TO WS-ER-NAME(WS-ER-COUNT + 1).
           MOVE WS-ERASED-NAME TO CM-CUSTOMER-NAME.
           MOVE SPACES TO CM-PHONE-NUMBER.
           MOVE SPACES TO CM-MAILING-ADDRESS.
           MOVE WS-PROCESSING-DATE TO CM-ERASED-DATE.
           REWRITE CUSTOMER-RECORD.
           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER REWRITE FAILED (' CM-FILE-STATUS
                       ') - NOT ERASED: ' WS-GRP-CUSTOMER
               ADD 1 TO WS-ERROR-COUNT
               GO TO 410-ERASE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-ER-COUNT.
           MOVE WS-GRP-CUSTOMER TO WS-ER-CUSTOMER(WS-ER-COUNT).
           ADD 1 TO WS-ERASED-COUNT.
           MOVE SPACES TO ERASELOG-RECORD.
           STRING WS-PROCESSING-DATE ' | ERASED | CUSTOMER | '
               WS-GRP-CUSTOMER ' | LAST CLOSE ' WS-GRP-LAST-CLOSE
               ' | ACCOUNTS ' WS-GRP-ACCOUNTS
               ' | RETAIN ' WS-RETAIN-DAYS
               DELIMITED BY SIZE INTO ERASELOG-RECORD.
           WRITE ERASELOG-RECORD.
           PERFORM 420-ANONYMISE-ACCOUNTS THRU
                   420-ANONYMISE-ACCOUNTS-EXIT.
       410-ERASE-CUSTOMER-EXIT.
           EXIT.

      *    ONLY CLOSED ACCOUNTS THE CUSTOMER IS PRIMARY ON, AND ONLY
      *    THE HOLDER NAME AND CONTACT FIELDS. AN ARCHIVED ACCOUNT IS
      *    CHANGED INSIDE ITS IMAGE SO THE ARCHIVE STAYS A BYTE-FOR-
      *    BYTE ACCOUNT RECORD.
       420-ANONYMISE-ACCOUNTS.
           PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                   UNTIL WS-GA-IDX > WS-GA-COUNT
               IF WS-GA-STATE(WS-GA-IDX) NOT = 'O' AND
                  WS-GA-ANONYMISED(WS-GA-IDX) NOT = 'Y'
                   IF WS-GA-SOURCE(WS-GA-IDX) = 'M'
                       PERFORM 430-ANONYMISE-LIVE THRU
                               430-ANONYMISE-LIVE-EXIT
                   ELSE
                       PERFORM 440-ANONYMISE-ARCHIVED THRU
                               440-ANONYMISE-ARCHIVED-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       420-ANONYMISE-ACCOUNTS-EXIT.
           EXIT.

       430-ANONYMISE-LIVE.
           MOVE WS-GA-ACCOUNT(WS-GA-IDX) TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   DISPLAY 'ACCOUNT GONE FROM MASTER - NOT '
                           'ANONYMISED: ' WS-GA-ACCOUNT(WS-GA-IDX)
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 430-ANONYMISE-LIVE-EXIT
           END-READ.
           MOVE WS-ERASED-NAME TO AF-HOLDER-NAME.
           MOVE SPACES TO AF-CONTACT-INFO.
           REWRITE ACCOUNT-RECORD.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT REWRITE FAILED (' AF-FILE-STATUS
                       ') - NOT ANONYMISED: ' AF-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               GO TO 430-ANONYMISE-LIVE-EXIT
           END-IF.
           ADD 1 TO WS-ACCT-ANON-COUNT.
           MOVE 'MASTER' TO WS-LOG-SOURCE.
           PERFORM 450-LOG-ACCOUNT THRU 450-LOG-ACCOUNT-EXIT.
       430-ANONYMISE-LIVE-EXIT.
           EXIT.

       440-ANONYMISE-ARCHIVED.
           MOVE WS-GA-ACCOUNT(WS-GA-IDX) TO PU-ACCOUNT-NUMBER.
           READ CLOSEDFILE
               INVALID KEY
                   DISPLAY 'ACCOUNT GONE FROM ARCHIVE - NOT '
                           'ANONYMISED: ' WS-GA-ACCOUNT(WS-GA-IDX)
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 440-ANONYMISE-ARCHIVED-EXIT
           END-READ.
           MOVE PU-ACCOUNT-IMAGE TO ACCOUNT-RECORD.
           MOVE WS-ERASED-NAME TO AF-HOLDER-NAME.
           MOVE SPACES TO AF-CONTACT-INFO.
           MOVE ACCOUNT-RECORD TO PU-ACCOUNT-IMAGE.
           REWRITE CLOSED-ACCOUNT-RECORD.
           IF PU-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHIVE REWRITE FAILED (' PU-FILE-STATUS
                       ') - NOT ANONYMISED: ' PU-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               GO TO 440-ANONYMISE-ARCHIVED-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-ANON-COUNT.
           MOVE 'ARCHIVE' TO WS-LOG-SOURCE.
           PERFORM 450-LOG-ACCOUNT THRU 450-LOG-ACCOUNT-EXIT.
       440-ANONYMISE-ARCHIVED-EXIT.
           EXIT.

       450-LOG-ACCOUNT.
           MOVE SPACES TO ERASELOG-RECORD.
           STRING WS-PROCESSING-DATE ' | ERASED | ACCOUNT  | '
               WS-GA-ACCOUNT(WS-GA-IDX) ' | CUSTOMER '
               WS-GRP-CUSTOMER ' | ' WS-LOG-SOURCE
               DELIMITED BY SIZE INTO ERASELOG-RECORD.
           WRITE ERASELOG-RECORD.
       450-LOG-ACCOUNT-EXIT.
           EXIT.

      *    SENT LINES NAME THE ADDRESSEE AT COLUMNS 56-83 (DATE, SENT,
      *    EVENT, ACCOUNT, CUSTOMER, NAME, DETAIL). THE NAME GOES
      *    WHEN EITHER THE CUSTOMER OR THE ACCOUNT HAS BEEN ERASED.
      *    RESEARCH AND INTERNAL LINES CARRY NO NAME. NO LOG MEANS
      *    NOTHING TO SCRUB AND NO NEW GENERATION.
       600-SCRUB-SENT-LOG.
           OPEN INPUT SENTLOGFILE.
           IF SL-FILE-STATUS NOT = '00'
               IF SL-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening NOTIFYLOG: ' SL-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               GO TO 600-SCRUB-SENT-LOG-EXIT
           END-IF.
           OPEN OUTPUT NEWSENTLOGFILE.
           IF NS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening NOTIFYLOG.NEW: ' NS-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               CLOSE SENTLOGFILE
               GO TO 600-SCRUB-SENT-LOG-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SENTLOGFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE SENTLOG-RECORD TO NEWSENTLOG-RECORD
                       IF SENTLOG-RECORD(9:10) = ' | SENT | ' AND
                          SENTLOG-RECORD(56:28) NOT = WS-ERASED-NAME
                           PERFORM 610-SCRUB-SENT-LINE THRU
                                   610-SCRUB-SENT-LINE-EXIT
                       END-IF
                       WRITE NEWSENTLOG-RECORD
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE SENTLOGFILE.
           CLOSE NEWSENTLOGFILE.
       600-SCRUB-SENT-LOG-EXIT.
           EXIT.

       610-SCRUB-SENT-LINE.
           MOVE SENTLOG-RECORD(43:10) TO WS-IN-CUSTOMER.
           PERFORM 700-CHECK-CUSTOMER THRU 700-CHECK-CUSTOMER-EXIT.
           IF NOT WS-CHK-CUST-ERASED
               MOVE SENTLOG-RECORD(30:10) TO WS-IN-ACCOUNT
               PERFORM 710-CHECK-ACCOUNT THRU 710-CHECK-ACCOUNT-EXIT
               IF NOT WS-CHK-ACCT-ERASED
                   GO TO 610-SCRUB-SENT-LINE-EXIT
               END-IF
           END-IF.
           MOVE WS-ERASED-NAME TO NEWSENTLOG-RECORD(56:28).
           ADD 1 TO WS-SENTLOG-SCRUB-COUNT.
       610-SCRUB-SENT-LINE-EXIT.
           EXIT.

      *    THE PRINT STREAM IS REWRITTEN LINE FOR LINE, SO PAGE AND
      *    LINE COUNTS ON THE STATEMENT MANIFEST STILL HOLD.
       650-SCRUB-PRINT.
           OPEN INPUT PRINTFILE.
           IF PR-FILE-STATUS NOT = '00'
               IF PR-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening STMTPRINT: ' PR-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               GO TO 650-SCRUB-PRINT-EXIT
           END-IF.
           OPEN OUTPUT NEWPRINTFILE.
           IF NP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening STMTPRINT.NEW: ' NP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               CLOSE PRINTFILE
               GO TO 650-SCRUB-PRINT-EXIT
           END-IF.
           MOVE 'N' TO WS-SC-BLANK-NEXT-SW.
           MOVE SPACES TO WS-SC-ACCOUNT.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PRINTFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE PRINT-RECORD TO WS-SC-LINE
                       PERFORM 680-SCRUB-STATEMENT-LINE THRU
                               680-SCRUB-STATEMENT-LINE-EXIT
                       IF WS-SC-CHANGED
                           ADD 1 TO WS-PRINT-SCRUB-COUNT
                       END-IF
                       MOVE WS-SC-LINE TO NEWPRINT-RECORD
                       WRITE NEWPRINT-RECORD
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE PRINTFILE.
           CLOSE NEWPRINTFILE.
       650-SCRUB-PRINT-EXIT.
           EXIT.

      *    E-DELIVERY LINES ARE THE SAME STATEMENT TEXT BEHIND THE
      *    GROUP'S CUSTOMER KEY AND A BAR; THE KEY IS KEPT AS IT IS.
       670-SCRUB-EDELIVERY.
           OPEN INPUT EDELIVFILE.
           IF ED-FILE-STATUS NOT = '00'
               IF ED-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening STMTEDELIV: ' ED-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               GO TO 670-SCRUB-EDELIVERY-EXIT
           END-IF.
           OPEN OUTPUT NEWEDELIVFILE.
           IF NE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening STMTEDELIV.NEW: '
                       NE-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               CLOSE EDELIVFILE
               GO TO 670-SCRUB-EDELIVERY-EXIT
           END-IF.
           MOVE 'N' TO WS-SC-BLANK-NEXT-SW.
           MOVE SPACES TO WS-SC-ACCOUNT.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ EDELIVFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE EDELIV-RECORD(12:200) TO WS-SC-LINE
                       PERFORM 680-SCRUB-STATEMENT-LINE THRU
                               680-SCRUB-STATEMENT-LINE-EXIT
                       IF WS-SC-CHANGED
                           ADD 1 TO WS-EDELIV-SCRUB-COUNT
                       END-IF
                       MOVE EDELIV-RECORD(1:11) TO NEWEDELIV-RECORD
                       MOVE WS-SC-LINE TO NEWEDELIV-RECORD(12:200)
                       WRITE NEWEDELIV-RECORD
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE EDELIVFILE.
           CLOSE NEWEDELIVFILE.
       670-SCRUB-EDELIVERY-EXIT.
           EXIT.

      *    ONE STATEMENT LINE IN WS-SC-LINE, IN STMTGEN'S LAYOUTS:
      *    THE CONSOLIDATED BANNER CARRIES THE CUSTOMER'S NAME FROM
      *    COLUMN 49 WITH THEIR ADDRESS ON THE NEXT LINE; AN UNLINKED
      *    ACCOUNT'S MAIL-TO LINE CARRIES THE HOLDER NAME WITH THE
      *    ADDRESS ON THE NEXT LINE; AN ALSO-TO LINE CARRIES A JOINT
      *    HOLDER'S NAME AND ADDRESS TOGETHER. EACH IS REWRITTEN THE
      *    WAY STMTGEN WOULD NOW PRINT IT FROM THE ERASED MASTERS.
       680-SCRUB-STATEMENT-LINE.
           MOVE 'N' TO WS-SC-CHANGED-SW.
           IF WS-SC-BLANK-NEXT
               MOVE 'N' TO WS-SC-BLANK-NEXT-SW
               IF WS-SC-LINE NOT = SPACES
                   MOVE SPACES TO WS-SC-LINE
                   MOVE 'Y' TO WS-SC-CHANGED-SW
               END-IF
               GO TO 680-SCRUB-STATEMENT-LINE-EXIT
           END-IF.
           IF WS-SC-LINE(1:22) = 'STATEMENT FOR ACCOUNT '
               MOVE WS-SC-LINE(23:10) TO WS-SC-ACCOUNT
               GO TO 680-SCRUB-STATEMENT-LINE-EXIT
           END-IF.
           IF WS-SC-LINE(1:36) = 'CONSOLIDATED STATEMENT FOR CUSTOMER '
              AND WS-SC-LINE(47:) NOT = SPACES
               MOVE WS-SC-LINE(37:10) TO WS-IN-CUSTOMER
               PERFORM 700-CHECK-CUSTOMER THRU 700-CHECK-CUSTOMER-EXIT
               IF WS-CHK-CUST-ERASED
                   IF WS-SC-LINE(49:28) NOT = WS-ERASED-NAME
                       MOVE WS-ERASED-NAME TO WS-SC-LINE(49:28)
                       MOVE 'Y' TO WS-SC-CHANGED-SW
                   END-IF
                   MOVE 'Y' TO WS-SC-BLANK-NEXT-SW
               END-IF
               GO TO 680-SCRUB-STATEMENT-LINE-EXIT
           END-IF.
           IF WS-SC-LINE(1:9) = 'MAIL TO: '
               MOVE WS-SC-ACCOUNT TO WS-IN-ACCOUNT
               PERFORM 710-CHECK-ACCOUNT THRU 710-CHECK-ACCOUNT-EXIT
               IF WS-CHK-ACCT-ERASED
                   IF WS-SC-LINE(10:28) NOT = WS-ERASED-NAME
                       MOVE WS-ERASED-NAME TO WS-SC-LINE(10:28)
                       MOVE 'Y' TO WS-SC-CHANGED-SW
                   END-IF
                   MOVE 'Y' TO WS-SC-BLANK-NEXT-SW
               END-IF
               GO TO 680-SCRUB-STATEMENT-LINE-EXIT
           END-IF.
           IF WS-SC-LINE(1:9) = 'ALSO TO: ' AND
              WS-SC-LINE(10:9) NOT = 'CUSTOMER ' AND
              WS-SC-LINE(10:28) NOT = WS-ERASED-NAME
               PERFORM 685-MATCH-ALSO-TO THRU 685-MATCH-ALSO-TO-EXIT
               IF WS-SC-MATCHED
                   MOVE SPACES TO WS-SC-LINE
                   STRING 'ALSO TO: ' WS-ERASED-NAME
                       DELIMITED BY SIZE INTO WS-SC-LINE
                   MOVE 'Y' TO WS-SC-CHANGED-SW
               END-IF
           END-IF.
       680-SCRUB-STATEMENT-LINE-EXIT.
           EXIT.

      *    A JOINT HOLDER IS ONLY NAMED ON THE LINE, SO IT MATCHES A
      *    CUSTOMER ERASED THIS RUN WHEN THE NAME IS THE ONE THEY HAD
      *    AND THE RELATIONSHIP BOOK TIES THEM TO THE ACCOUNT - A
      *    NAMESAKE ON SOMEONE ELSE'S ACCOUNT IS LEFT ALONE.
       685-MATCH-ALSO-TO.
           MOVE 'N' TO WS-SC-MATCH-SW.
           IF NOT WS-REL-OPEN
               GO TO 685-MATCH-ALSO-TO-EXIT
           END-IF.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT OR WS-SC-MATCHED
               IF WS-ER-NAME(WS-ER-IDX) = WS-SC-LINE(10:28)
                   MOVE WS-SC-ACCOUNT TO RL-ACCOUNT-NUMBER
                   MOVE WS-ER-CUSTOMER(WS-ER-IDX) TO
                        RL-CUSTOMER-NUMBER
                   READ RELFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-SC-MATCH-SW
                   END-READ
               END-IF
           END-PERFORM.
       685-MATCH-ALSO-TO-EXIT.
           EXIT.

      *    ONE LINE PER SCRUBBED FILE, SO COMPLIANCE CAN TIE THE NEW
      *    GENERATIONS BACK TO THIS RUN.
       690-LOG-RUN-TOTALS.
           MOVE SPACES TO ERASELOG-RECORD.
           STRING WS-PROCESSING-DATE ' | SCRUBBED | NOTIFYLOG | '
               WS-SENTLOG-SCRUB-COUNT ' LINES'
               DELIMITED BY SIZE INTO ERASELOG-RECORD.
           WRITE ERASELOG-RECORD.
           MOVE SPACES TO ERASELOG-RECORD.
           STRING WS-PROCESSING-DATE ' | SCRUBBED | STMTPRINT | '
               WS-PRINT-SCRUB-COUNT ' LINES'
               DELIMITED BY SIZE INTO ERASELOG-RECORD.
           WRITE ERASELOG-RECORD.
           MOVE SPACES TO ERASELOG-RECORD.
           STRING WS-PROCESSING-DATE ' | SCRUBBED | STMTEDELIV | '
               WS-EDELIV-SCRUB-COUNT ' LINES'
               DELIMITED BY SIZE INTO ERASELOG-RECORD.
           WRITE ERASELOG-RECORD.
       690-LOG-RUN-TOTALS-EXIT.
           EXIT.

      *    IS WS-IN-CUSTOMER ERASED ON THE MASTER? A BLANK OR UNKNOWN
      *    NUMBER IS NOT.
       700-CHECK-CUSTOMER.
           IF WS-IN-CUSTOMER = WS-CHK-CUSTOMER
               GO TO 700-CHECK-CUSTOMER-EXIT
           END-IF.
           MOVE WS-IN-CUSTOMER TO WS-CHK-CUSTOMER.
           MOVE 'N' TO WS-CHK-CUST-SW.
           IF WS-IN-CUSTOMER = SPACES
               GO TO 700-CHECK-CUSTOMER-EXIT
           END-IF.
           MOVE WS-IN-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-ERASED-DATE NOT = SPACES
                       MOVE 'Y' TO WS-CHK-CUST-SW
                   END-IF
           END-READ.
       700-CHECK-CUSTOMER-EXIT.
           EXIT.

      *    IS WS-IN-ACCOUNT'S HOLDER NAME ANONYMISED - ON THE LIVE
      *    MASTER, OR IN THE ARCHIVE WHEN IT HAS BEEN PURGED?
       710-CHECK-ACCOUNT.
           IF WS-IN-ACCOUNT = WS-CHK-ACCOUNT
               GO TO 710-CHECK-ACCOUNT-EXIT
           END-IF.
           MOVE WS-IN-ACCOUNT TO WS-CHK-ACCOUNT.
           MOVE 'N' TO WS-CHK-ACCT-SW.
           IF WS-IN-ACCOUNT = SPACES
               GO TO 710-CHECK-ACCOUNT-EXIT
           END-IF.
           MOVE WS-IN-ACCOUNT TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   IF WS-CLOSED-OPEN
                       MOVE WS-IN-ACCOUNT TO PU-ACCOUNT-NUMBER
                       READ CLOSEDFILE
                           INVALID KEY
                               MOVE SPACES TO AF-HOLDER-NAME
                           NOT INVALID KEY
                               MOVE PU-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                       END-READ
                   ELSE
                       MOVE SPACES TO AF-HOLDER-NAME
                   END-IF
           END-READ.
           IF AF-HOLDER-NAME = WS-ERASED-NAME
               MOVE 'Y' TO WS-CHK-ACCT-SW
           END-IF.
       710-CHECK-ACCOUNT-EXIT.
           EXIT.

      *    SHARED ENQUEUE ON THE ACCOUNT MASTER. A LIVE LOCK REFUSES
      *    THE RUN; A LOCK FROM A PRIOR CALENDAR DAY IS CALLED OUT
      *    AS STALE SO THE OPERATOR KNOWS AN OVERRIDE IS SAFE. THE
      *    OVERRIDE ITSELF IS ALWAYS LOGGED WITH BOTH PARTIES.
       ACQUIRE-RUN-LOCK.
           SET WS-LOCK-NOT-DENIED TO TRUE.
           OPEN INPUT LOCKFILE.
           IF LK-FILE-STATUS = '00'
               READ LOCKFILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES
                           PERFORM JUDGE-LIVE-LOCK THRU
                                   JUDGE-LIVE-LOCK-EXIT
                       END-IF
               END-READ
               CLOSE LOCKFILE
           END-IF.
           IF WS-LOCK-NOT-DENIED
               OPEN OUTPUT LOCKFILE
               IF LK-FILE-STATUS NOT = '00'
                   DISPLAY 'RUN LOCK UNWRITABLE: ' LK-FILE-STATUS
                   SET WS-LOCK-DENIED TO TRUE
               ELSE
                   MOVE SPACES TO LOCK-RECORD
                   STRING 'CUSTERASE|' WS-LOCK-PID '|'
                       FUNCTION CURRENT-DATE(1:16)
                       DELIMITED BY SIZE INTO LOCK-RECORD
                   WRITE LOCK-RECORD
                   CLOSE LOCKFILE
                   SET WS-LOCK-HELD TO TRUE
               END-IF
           END-IF.
       ACQUIRE-RUN-LOCK-EXIT.
           EXIT.

       JUDGE-LIVE-LOCK.
           MOVE SPACES TO WS-LCK-F1 WS-LCK-F2 WS-LCK-F3.
           UNSTRING LOCK-RECORD DELIMITED BY '|'
               INTO WS-LCK-F1 WS-LCK-F2 WS-LCK-F3
           END-UNSTRING.
           IF WS-LCK-F3(1:8) < FUNCTION CURRENT-DATE(1:8)
               DISPLAY 'LOCK LOOKS STALE - HELD BY ' WS-LCK-F1
                       ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
           END-IF.
           IF WS-LOCK-OVERRIDE-REQUESTED
               PERFORM LOG-LOCK-OVERRIDE THRU LOG-LOCK-OVERRIDE-EXIT
           ELSE
               DISPLAY 'ACCOUNT MASTER LOCKED BY ' WS-LCK-F1
                       ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
                       ' - RUN REFUSED'
               SET WS-LOCK-DENIED TO TRUE
           END-IF.
       JUDGE-LIVE-LOCK-EXIT.
           EXIT.

       LOG-LOCK-OVERRIDE.
           OPEN EXTEND LOCKLOGFILE.
           IF LL-FILE-STATUS = '35'
               OPEN OUTPUT LOCKLOGFILE
           END-IF.
           IF LL-FILE-STATUS = '00'
               MOVE SPACES TO LOCKLOG-RECORD
               STRING FUNCTION CURRENT-DATE(1:16)
                   ' | CUSTERASE PID ' WS-LOCK-PID
                   ' OVERRODE LOCK HELD BY ' WS-LCK-F1
                   ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
                   DELIMITED BY SIZE INTO LOCKLOG-RECORD
               WRITE LOCKLOG-RECORD
               CLOSE LOCKLOGFILE
           ELSE
               DISPLAY 'LOCK LOG UNWRITABLE: ' LL-FILE-STATUS
           END-IF.
       LOG-LOCK-OVERRIDE-EXIT.
           EXIT.

      *    RELEASE = TRUNCATE TO EMPTY, AND ONLY WHEN THIS RUN IS
      *    THE ONE HOLDING IT - A REFUSED RUN MUST NEVER FREE THE
      *    HOLDER'S LOCK ON ITS WAY OUT.
       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT LOCKFILE
               IF LK-FILE-STATUS = '00'
                   CLOSE LOCKFILE
               END-IF
               SET WS-LOCK-NOT-HELD TO TRUE
           END-IF.
       RELEASE-RUN-LOCK-EXIT.
           EXIT.
