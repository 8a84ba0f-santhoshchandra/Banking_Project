       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURGE.
      *    CLOSED-ACCOUNT PURGE. MOVES ACCOUNTS THAT HAVE BEEN CLOSED
      *    LONGER THAN THE RETENTION PERIOD OFF THE LIVE MASTER AND
      *    INTO THE CLOSED-ACCOUNT ARCHIVE, SO THE NIGHTLY SWEEPS STOP
      *    READING PAST YEARS OF DEAD RECORDS. AN ACCOUNT GOES ONLY
      *    WHEN THERE IS NOTHING LEFT ON IT: ZERO BALANCE, NO HOLD IN
      *    FORCE, AND NO TERM-DEPOSIT CONTRACT NAMING IT EITHER AS THE
      *    DEPOSIT OR AS THE PAYOUT ACCOUNT. THE CLOSING DATE IS THE
      *    LAST-ACTIVITY STAMP, WHICH THE CLOSE ITSELF SETS.
      *    EACH ACCOUNT IS WRITTEN TO THE ARCHIVE (AND TO THE DATED
      *    CLSARCH_<DATE>.DAT COPY) BEFORE IT IS DELETED FROM THE
      *    MASTER, SO AN ABEND MID-RUN LOSES NOTHING AND THE RUN
      *    SIMPLY RERUNS. THE NUMBER IS MADE SURE OF ON THE ACCTISSU
      *    REGISTRY SO IT IS NEVER ISSUED AGAIN, AND POSTING REFUSES
      *    TO OPEN ANY NUMBER HELD IN THE ARCHIVE.
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

           SELECT HOLDFILE ASSIGN TO WS-HOLD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS HD-FILE-STATUS.

      *    TERM-DEPOSIT CONTRACT DETAIL, AS TDMATURE READS IT:
      *    ACCOUNT|OPENDATE|TERMMONTHS|ANNUALRATE|INSTR|COUNTERACCOUNT.
           SELECT TERMDEPFILE ASSIGN TO WS-TERMDEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-FILE-STATUS.

           SELECT CLOSEDFILE ASSIGN TO WS-CLOSED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PU-ACCOUNT-NUMBER
                FILE STATUS IS PU-FILE-STATUS.

      *    THE DATED COPY OF WHAT THIS RUN PURGED, FOR OFFLINE
      *    RETENTION ALONGSIDE ARCHPURGE'S DATED ARCHIVES.
           SELECT CLSARCHFILE ASSIGN TO WS-CLSARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.

      *    SAME KEY LAYOUT ACCTISSU DECLARES FOR THE REGISTRY.
           SELECT REGISTRYFILE ASSIGN TO WS-REGISTRY-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RG-ACCOUNT-NUMBER
                FILE STATUS IS RG-FILE-STATUS.

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
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  HOLDFILE.
       COPY HOLDREC.

       FD  TERMDEPFILE.
       01  TERMDEP-RECORD PIC X(80).

       FD  CLOSEDFILE.
       COPY CLOSEREC.

       FD  CLSARCHFILE.
       01  CLSARCH-RECORD PIC X(254).

       FD  REGISTRYFILE.
       01  REGISTRY-RECORD.
           05  RG-ACCOUNT-NUMBER  PIC X(10).
           05  RG-ISSUE-DATE      PIC X(8).
           05  RG-BRANCH-CODE     PIC X(3).
           05  RG-OPERATOR-ID     PIC X(5).

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

       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  WS-TERMDEP-FILE-NAME PIC X(100) VALUE 'TERMDEP.DAT'.
       01  WS-CLOSED-FILE-NAME PIC X(100) VALUE 'closed_index.txt'.
       01  WS-CLSARCH-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-REGISTRY-FILE-NAME PIC X(100) VALUE
               'registry_index.txt'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  HD-FILE-STATUS     PIC XX.
       01  TD-FILE-STATUS     PIC XX.
       01  PU-FILE-STATUS     PIC XX.
       01  CX-FILE-STATUS     PIC XX.
       01  RG-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-PROC-INT        PIC 9(8).
       01  WS-HOLDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-HOLDS-OPEN      VALUE 'Y'.
       01  WS-REGISTRY-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-REGISTRY-OPEN   VALUE 'Y'.
       01  WS-HOLD-EOF        PIC X(1).

      *    RETENTION IN DAYS SINCE THE CLOSE. A CLOSED ACCOUNT CAN
      *    STILL DRAW A LATE RETURN OR A DISPUTE FOR A WHILE, SO A
      *    WINDOW UNDER THE MINIMUM IS REFUSED RATHER THAN PURGE
      *    ACCOUNTS THOSE WOULD NEED.
       01  WS-RETAIN-DAYS     PIC 9(5) VALUE 365.
       01  WS-MIN-RETAIN-DAYS PIC 9(5) VALUE 90.
       01  WS-CUTOFF-INT      PIC 9(8).
       01  WS-CLOSE-DATE      PIC 9(8).
       01  WS-CLOSE-INT       PIC 9(8).
       01  WS-DATE-SPLIT.
           05  WS-DATE-MONTH  PIC 9(2).
           05  WS-DATE-DAY    PIC 9(2).

      *    EVERY ACCOUNT NAMED ON A TERM-DEPOSIT CONTRACT, AS THE
      *    DEPOSIT OR AS ITS PAYOUT ACCOUNT. A BOOK TOO BIG FOR THE
      *    TABLE REFUSES THE RUN - A CONTRACT MUST NEVER LOSE ITS
      *    ACCOUNT TO A TABLE LIMIT.
       01  WS-TD-TABLE.
           05  WS-TD-ACCOUNT  PIC X(10) OCCURS 5000 TIMES.
       01  WS-TD-COUNT        PIC 9(4) VALUE 0.
       01  WS-TD-MAX          PIC 9(4) VALUE 5000.
       01  WS-TD-IDX          PIC 9(4).
       01  WS-TD-OVERFLOW-SW  PIC X(1) VALUE 'N'.
           88  WS-TD-OVERFLOW     VALUE 'Y'.
       01  WS-TD-F1           PIC X(10).
       01  WS-TD-F2           PIC X(8).
       01  WS-TD-F3           PIC X(3).
       01  WS-TD-F4           PIC X(10).
       01  WS-TD-F5           PIC X(1).
       01  WS-TD-F6           PIC X(10).
       01  WS-TD-NAMED-SW     PIC X(1).
           88  WS-TD-NAMED        VALUE 'Y'.
           88  WS-TD-NOT-NAMED    VALUE 'N'.

       01  WS-SCANNED-COUNT   PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT    PIC 9(7) VALUE 0.
       01  WS-RECENT-COUNT    PIC 9(7) VALUE 0.
       01  WS-BALANCE-COUNT   PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT      PIC 9(7) VALUE 0.
       01  WS-TD-KEPT-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNDATED-COUNT   PIC 9(7) VALUE 0.
       01  WS-REGISTERED-COUNT PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           IF WS-RETAIN-DAYS < WS-MIN-RETAIN-DAYS
               DISPLAY 'REFUSED: CLOSED RETENTION ' WS-RETAIN-DAYS
                       ' DAYS IS UNDER THE MINIMUM OF '
                       WS-MIN-RETAIN-DAYS ' DAYS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-TODAY-NUM.
           COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PROCESSING-DATE)).
           COMPUTE WS-CUTOFF-INT = WS-PROC-INT - WS-RETAIN-DAYS.
           IF WS-CLSARCH-FILE-NAME = SPACES
               STRING 'CLSARCH_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-CLSARCH-FILE-NAME
           END-IF.
           PERFORM 020-LOAD-TERM-DEPOSITS THRU
                   020-LOAD-TERM-DEPOSITS-EXIT.
           IF WS-TD-OVERFLOW
               DISPLAY 'REFUSED: MORE THAN ' WS-TD-MAX
                       ' TERM-DEPOSIT ACCOUNTS IN '
                       WS-TERMDEP-FILE-NAME(1:30)
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
           PERFORM 200-PURGE-ONE-ACCOUNT THRU
                   200-PURGE-ONE-ACCOUNT-EXIT
                   UNTIL EOF-FLAG = 'Y'.
           CLOSE CLSARCHFILE.
           CLOSE CLOSEDFILE.
           CLOSE ACCOUNTFILE.
           IF WS-HOLDS-OPEN
               CLOSE HOLDFILE
           END-IF.
           IF WS-REGISTRY-OPEN
               CLOSE REGISTRYFILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.
           DISPLAY 'ACCOUNTS SCANNED    : ' WS-SCANNED-COUNT.
           DISPLAY 'CLOSED ACCOUNTS     : ' WS-CLOSED-COUNT.
           DISPLAY 'PURGED TO ARCHIVE   : ' WS-PURGED-COUNT.
           DISPLAY 'KEPT - TOO RECENT   : ' WS-RECENT-COUNT.
           DISPLAY 'KEPT - BALANCE      : ' WS-BALANCE-COUNT.
           DISPLAY 'KEPT - HOLD         : ' WS-HELD-COUNT.
           DISPLAY 'KEPT - TERM DEPOSIT : ' WS-TD-KEPT-COUNT.
           DISPLAY 'KEPT - NO CLOSE DATE: ' WS-UNDATED-COUNT.
           DISPLAY 'ADDED TO REGISTRY   : ' WS-REGISTERED-COUNT.
           DISPLAY 'ERRORS              : ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES. CLOSED_RETAIN_DAYS IS THE
      *    RETENTION IN DAYS SINCE THE CLOSE.
       010-GET-RUN-PARAMETERS.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'TERMDEP_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMDEP-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLOSEDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLOSED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLSARCH_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLSARCH-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'REGISTRY_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REGISTRY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
                  'CLOSED_RETAIN_DAYS'.
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

      *    NO TERM-DEPOSIT FILE MEANS NO CONTRACTS. A LINE TDMATURE
      *    WOULD SKIP AS UNPARSEABLE STILL COUNTS HERE - ITS ACCOUNT
      *    IS KEPT UNTIL SOMEONE SORTS THE LINE OUT.
       020-LOAD-TERM-DEPOSITS.
           OPEN INPUT TERMDEPFILE.
           IF TD-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ TERMDEPFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF TERMDEP-RECORD NOT = SPACES
                               PERFORM 025-NOTE-ONE-CONTRACT THRU
                                       025-NOTE-ONE-CONTRACT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE TERMDEPFILE
           END-IF.
       020-LOAD-TERM-DEPOSITS-EXIT.
           EXIT.

       025-NOTE-ONE-CONTRACT.
           MOVE SPACES TO WS-TD-F1 WS-TD-F2 WS-TD-F3 WS-TD-F4
                          WS-TD-F5 WS-TD-F6.
           UNSTRING TERMDEP-RECORD DELIMITED BY '|'
               INTO WS-TD-F1 WS-TD-F2 WS-TD-F3 WS-TD-F4
                    WS-TD-F5 WS-TD-F6
           END-UNSTRING.
           IF WS-TD-COUNT + 2 > WS-TD-MAX
               SET WS-TD-OVERFLOW TO TRUE
               GO TO 025-NOTE-ONE-CONTRACT-EXIT
           END-IF.
           ADD 1 TO WS-TD-COUNT.
           MOVE WS-TD-F1 TO WS-TD-ACCOUNT(WS-TD-COUNT).
           IF WS-TD-F6 NOT = SPACES
               ADD 1 TO WS-TD-COUNT
               MOVE WS-TD-F6 TO WS-TD-ACCOUNT(WS-TD-COUNT)
           END-IF.
       025-NOTE-ONE-CONTRACT-EXIT.
           EXIT.

      *    THE HOLDS FILE AND THE REGISTRY ARE OPTIONAL: NO HOLDS FILE
      *    MEANS NO HOLDS, NO REGISTRY MEANS NUMBERS ARE STILL ON THE
      *    PAPER LOG. ANY OTHER FAILURE STOPS THE RUN BEFORE A RECORD
      *    IS TOUCHED.
       030-OPEN-FILES.
           OPEN INPUT HOLDFILE.
           IF HD-FILE-STATUS = '00'
               SET WS-HOLDS-OPEN TO TRUE
           ELSE
               IF HD-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening HOLDFILE: ' HD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 030-OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN I-O REGISTRYFILE.
           IF RG-FILE-STATUS = '00'
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF.
           OPEN I-O CLOSEDFILE.
           IF PU-FILE-STATUS = '35'
               DISPLAY 'CLOSEDFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT CLOSEDFILE
               CLOSE CLOSEDFILE
               OPEN I-O CLOSEDFILE
           END-IF.
           IF PU-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLOSEDFILE: ' PU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 030-OPEN-FILES-EXIT
           END-IF.
           OPEN EXTEND CLSARCHFILE.
           IF CX-FILE-STATUS = '35'
               OPEN OUTPUT CLSARCHFILE
           END-IF.
           IF CX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLSARCH: ' CX-FILE-STATUS
               CLOSE CLOSEDFILE
               MOVE 16 TO RETURN-CODE
               GO TO 030-OPEN-FILES-EXIT
           END-IF.
           OPEN I-O ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE CLSARCHFILE
               CLOSE CLOSEDFILE
               MOVE 16 TO RETURN-CODE
           END-IF.
       030-OPEN-FILES-EXIT.
           EXIT.

      *    ONLY CLOSED ACCOUNTS ARE CONSIDERED; EACH TEST THAT KEEPS
      *    ONE IS COUNTED SO THE OPERATOR CAN SEE WHY THE BOOK DID
      *    NOT SHRINK. A CLOSE STAMP THAT WILL NOT PARSE KEEPS THE
      *    ACCOUNT - NOTHING LEAVES THE MASTER ON A GUESS.
       200-PURGE-ONE-ACCOUNT.
           READ ACCOUNTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-SCANNED-COUNT.
           IF NOT AF-STATUS-CLOSED
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           IF AF-LAST-TRANS-DATE(1:4) NOT NUMERIC OR
              AF-LAST-TRANS-DATE(6:2) NOT NUMERIC OR
              AF-LAST-TRANS-DATE(9:2) NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE AF-LAST-TRANS-DATE(6:2) TO WS-DATE-SPLIT(1:2).
           MOVE AF-LAST-TRANS-DATE(9:2) TO WS-DATE-SPLIT(3:2).
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12 OR
              WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           COMPUTE WS-CLOSE-DATE =
                   FUNCTION NUMVAL(AF-LAST-TRANS-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(AF-LAST-TRANS-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(AF-LAST-TRANS-DATE(9:2)).
           COMPUTE WS-CLOSE-INT = FUNCTION INTEGER-OF-DATE(
                   WS-CLOSE-DATE).
           IF WS-CLOSE-INT = 0
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           IF WS-CLOSE-INT NOT < WS-CUTOFF-INT
               ADD 1 TO WS-RECENT-COUNT
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           IF AF-ACCOUNT-BALANCE NOT = 0
               ADD 1 TO WS-BALANCE-COUNT
               DISPLAY 'CLOSED WITH A BALANCE - KEPT: '
                       AF-ACCOUNT-NUMBER ' ' AF-ACCOUNT-BALANCE
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM 210-CHECK-HOLDS THRU 210-CHECK-HOLDS-EXIT.
           IF HD-ACCOUNT-NUMBER = AF-ACCOUNT-NUMBER
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'CLOSED WITH A HOLD IN FORCE - KEPT: '
                       AF-ACCOUNT-NUMBER ' ' HD-HOLD-ID
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           SET WS-TD-NOT-NAMED TO TRUE.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT OR WS-TD-NAMED
               IF WS-TD-ACCOUNT(WS-TD-IDX) = AF-ACCOUNT-NUMBER
                   SET WS-TD-NAMED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-TD-NAMED
               ADD 1 TO WS-TD-KEPT-COUNT
               DISPLAY 'CLOSED WITH A TERM DEPOSIT OPEN - KEPT: '
                       AF-ACCOUNT-NUMBER
               GO TO 200-PURGE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM 300-ARCHIVE-ACCOUNT THRU 300-ARCHIVE-ACCOUNT-EXIT.
       200-PURGE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    LEAVES HD-ACCOUNT-NUMBER EQUAL TO THE ACCOUNT WHEN A HOLD IS
      *    STILL IN FORCE ON IT (UNEXPIRED, OR NO EXPIRY), THE SAME
      *    TEST POSTING AND ACCTINQ APPLY. EXPIRED HOLDS DO NOT COUNT.
       210-CHECK-HOLDS.
           MOVE SPACES TO HD-ACCOUNT-NUMBER.
           IF NOT WS-HOLDS-OPEN
               GO TO 210-CHECK-HOLDS-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO HD-HOLD-ID.
           START HOLDFILE KEY NOT < HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-HOLD-EOF
           END-START.
           MOVE SPACES TO HD-ACCOUNT-NUMBER.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                       MOVE SPACES TO HD-ACCOUNT-NUMBER
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = AF-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-HOLD-EOF
                           MOVE SPACES TO HD-ACCOUNT-NUMBER
                       ELSE
                           IF HD-EXPIRY-DATE = 0 OR
                              HD-EXPIRY-DATE >= WS-TODAY-NUM
                               MOVE 'Y' TO WS-HOLD-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       210-CHECK-HOLDS-EXIT.
           EXIT.

      *    ARCHIVE FIRST, DELETE LAST. AN ARCHIVE RECORD LEFT BY A
      *    RUN THAT DIED BEFORE ITS DELETE IS SIMPLY OVERWRITTEN.
       300-ARCHIVE-ACCOUNT.
           MOVE SPACES TO CLOSED-ACCOUNT-RECORD.
           MOVE AF-ACCOUNT-NUMBER TO PU-ACCOUNT-NUMBER.
           MOVE WS-PROCESSING-DATE TO PU-PURGE-DATE.
           MOVE ACCOUNT-RECORD TO PU-ACCOUNT-IMAGE.
           WRITE CLOSED-ACCOUNT-RECORD.
           IF PU-FILE-STATUS = '22'
               REWRITE CLOSED-ACCOUNT-RECORD
           END-IF.
           IF PU-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHIVE WRITE FAILED (' PU-FILE-STATUS
                       ') - KEPT: ' AF-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-ARCHIVE-ACCOUNT-EXIT
           END-IF.
           MOVE CLOSED-ACCOUNT-RECORD TO CLSARCH-RECORD.
           WRITE CLSARCH-RECORD.
           PERFORM 310-RETIRE-NUMBER THRU 310-RETIRE-NUMBER-EXIT.
           DELETE ACCOUNTFILE RECORD.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'MASTER DELETE FAILED (' AF-FILE-STATUS
                       ') - ARCHIVED BUT STILL LIVE: '
                       AF-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-PURGED-COUNT
           END-IF.
       300-ARCHIVE-ACCOUNT-EXIT.
           EXIT.

      *    AN ACCOUNT OPENED BEFORE THE REGISTRY EXISTED IS NOT ON
      *    IT; IT IS ADDED NOW, UNDER THE ACCOUNT'S OWN BRANCH, SO
      *    ACCTISSU WILL NEVER HAND THE NUMBER OUT AGAIN.
       310-RETIRE-NUMBER.
           IF NOT WS-REGISTRY-OPEN
               GO TO 310-RETIRE-NUMBER-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER.
           READ REGISTRYFILE
               INVALID KEY
                   MOVE SPACES TO RG-ISSUE-DATE
                   MOVE AF-BRANCH-CODE TO RG-BRANCH-CODE
                   IF RG-BRANCH-CODE = SPACES
                       MOVE '000' TO RG-BRANCH-CODE
                   END-IF
                   MOVE 'PURGE' TO RG-OPERATOR-ID
                   WRITE REGISTRY-RECORD
                   END-WRITE
                   IF RG-FILE-STATUS = '00'
                       ADD 1 TO WS-REGISTERED-COUNT
                   ELSE
                       DISPLAY 'REGISTRY WRITE FAILED ('
                               RG-FILE-STATUS ') FOR '
                               AF-ACCOUNT-NUMBER
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.
       310-RETIRE-NUMBER-EXIT.
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
                   STRING 'ACCTPURGE|' WS-LOCK-PID '|'
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
                   ' | ACCTPURGE PID ' WS-LOCK-PID
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
