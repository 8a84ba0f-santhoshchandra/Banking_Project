       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.
      *    END-OF-DAY BALANCE HISTORY. RUN IN THE DAY-END CHAIN AFTER
      *    THE LAST POSTING STEP AND BEFORE INTCALC/FEEASSES. EACH RUN:
      *      1. APPENDS ONE BALHIST.DAT LINE PER ACCOUNT FOR THE
      *         BUSINESS DATE - CLOSING LEDGER, HOLDS IN FORCE AND
      *         AVAILABLE BALANCE.
      *      2. ROLLS THE SAME FIGURES INTO THE ACCOUNT'S PERIOD
      *         RECORD (BALAVGREC): MONTH-TO-DATE AVERAGE DAILY
      *         BALANCE AND MINIMUM, AND THE LAST COMPLETE MONTH'S.
      *    AN ACCOUNT ALREADY CAPTURED FOR THE DATE IS SKIPPED, SO A
      *    RERUN ADDS NOTHING TWICE. BALHIST_REBUILD=Y FIRST EMPTIES
      *    THE PERIOD FILE AND REPLAYS THE WHOLE HISTORY INTO IT - THE
      *    RECOVERY WHEN THE INDEX IS LOST OR SUSPECT. THE ACCOUNT
      *    MASTER IS ONLY READ, SO NO RUN LOCK IS TAKEN.
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

      *    ACTIVE FUNDS HOLDS, FOR THE AVAILABLE FIGURE. NO HOLDS
      *    FILE YET JUST MEANS NO HOLDS.
           SELECT HOLDFILE ASSIGN TO WS-HOLD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS HD-FILE-STATUS.

           SELECT BALHISTFILE ASSIGN TO WS-BALHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.

           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

      *    MACHINE-READABLE RUN STATUS FOR THE DAY-END CONTROLLER,
      *    SAME ONE-LINE SHAPE BANKTRANS WRITES.
           SELECT RUNSTATUSFILE ASSIGN TO WS-RUNSTATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-FILE-STATUS.

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
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  HOLDFILE.
       COPY HOLDREC.

       FD  BALHISTFILE.
       COPY BALHREC.

       FD  BALAVGFILE.
       COPY BALAVGREC.

       FD  RUNSTATUSFILE.
       01  RUNSTATUS-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-HOLD-FILE-NAME  PIC X(100) VALUE 'holds_index.txt'.
       01  WS-BALHIST-FILE-NAME PIC X(100) VALUE 'BALHIST.DAT'.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  WS-RUNSTATUS-FILE-NAME PIC X(100) VALUE 'BALHIST.STATUS'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  HD-FILE-STATUS     PIC XX.
       01  BH-FILE-STATUS     PIC XX.
       01  BA-FILE-STATUS     PIC XX.
       01  RN-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-RUN-START-TS    PIC X(16).
       01  WS-RUN-END-TS      PIC X(16).
       01  WS-RUN-COMPLETION  PIC X(4) VALUE '9999'.

       01  WS-REBUILD-SW      PIC X(1) VALUE 'N'.
           88  WS-REBUILD-REQUESTED VALUE 'Y'.
       01  WS-HOLDS-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-HOLDS-OPEN      VALUE 'Y'.
           88  WS-HOLDS-NOT-OPEN  VALUE 'N'.
       01  WS-HOLD-EOF        PIC X(1).
       01  WS-HOLD-TOTAL      PIC 9(9)V99.
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99.

      *    ONE SNAPSHOT TO APPLY TO THE PERIOD FILE - TODAY'S MASTER
      *    BALANCE, OR A HISTORY LINE DURING A REBUILD.
       01  WS-SNAP-DATE       PIC 9(8).
       01  WS-SNAP-ACCOUNT    PIC X(10).
       01  WS-SNAP-LEDGER     PIC S9(7)V99.
       01  WS-SNAP-RESULT-SW  PIC X(1).
           88  WS-SNAP-APPLIED    VALUE 'A'.
           88  WS-SNAP-ALREADY    VALUE 'S'.
           88  WS-SNAP-FAILED     VALUE 'F'.
       01  WS-SNAP-NEW-SW     PIC X(1).
           88  WS-SNAP-NEW-ACCOUNT VALUE 'Y'.
           88  WS-SNAP-ON-FILE     VALUE 'N'.
       01  WS-SNAP-INT        PIC 9(8).

      *    THE CALENDAR DAY BEING ADDED TO THE PERIOD FIGURES.
       01  WS-DAY-INT         PIC 9(8).
       01  WS-DAY-DATE        PIC 9(8).
       01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
           05  WS-DAY-PERIOD  PIC 9(6).
           05  FILLER         PIC 9(2).
       01  WS-DAY-BALANCE     PIC S9(7)V99.

       01  WS-CAPTURED-COUNT  PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01  WS-REPLAY-COUNT    PIC 9(7) VALUE 0.
       01  WS-REPLAY-BAD-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           MOVE SPACES TO WS-RUN-START-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-START-TS.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY-NUM.
           IF WS-REBUILD-REQUESTED
               OPEN OUTPUT BALAVGFILE
               IF BA-FILE-STATUS = '00'
                   CLOSE BALAVGFILE
               END-IF
           END-IF.
           OPEN I-O BALAVGFILE.
           IF BA-FILE-STATUS = '35'
               DISPLAY 'BALAVGFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT BALAVGFILE
               CLOSE BALAVGFILE
               OPEN I-O BALAVGFILE
           END-IF.
           IF BA-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening BALAVGFILE: ' BA-FILE-STATUS
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           IF WS-REBUILD-REQUESTED
               PERFORM 300-REPLAY-HISTORY THRU
                       300-REPLAY-HISTORY-EXIT
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE BALAVGFILE
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           OPEN EXTEND BALHISTFILE.
           IF BH-FILE-STATUS = '35'
               OPEN OUTPUT BALHISTFILE
           END-IF.
           IF BH-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening BALHISTFILE: ' BH-FILE-STATUS
               CLOSE BALAVGFILE
               CLOSE ACCOUNTFILE
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           OPEN INPUT HOLDFILE.
           IF HD-FILE-STATUS = '00'
               SET WS-HOLDS-OPEN TO TRUE
           END-IF.
           PERFORM 200-CAPTURE-ONE-ACCOUNT THRU
                   200-CAPTURE-ONE-ACCOUNT-EXIT
                   UNTIL EOF-FLAG = 'Y'.
           IF WS-HOLDS-OPEN
               CLOSE HOLDFILE
           END-IF.
           CLOSE BALHISTFILE.
           CLOSE ACCOUNTFILE.
           CLOSE BALAVGFILE.
           DISPLAY 'BALANCE DATE     : ' WS-PROCESSING-DATE.
           DISPLAY 'ACCOUNTS CAPTURED: ' WS-CAPTURED-COUNT.
           DISPLAY 'ALREADY CAPTURED : ' WS-SKIPPED-COUNT.
           DISPLAY 'CLOSED AT ZERO   : ' WS-CLOSED-COUNT.
           DISPLAY 'UPDATE ERRORS    : ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE '0004' TO WS-RUN-COMPLETION
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE '0000' TO WS-RUN-COMPLETION
           END-IF.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'HOLDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALHIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALHIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALHIST_REBUILD'.
           IF WS-ENV-OVERRIDE = 'Y'
               SET WS-REBUILD-REQUESTED TO TRUE
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

      *    PROGRAM|START|END|BATCHES|POSTED|REJECTED|COMPLETION -
      *    NO BATCH; ACCOUNTS CAPTURED COUNT AS POSTED AND PERIOD-FILE
      *    UPDATE FAILURES AS REJECTED.
       WRITE-RUN-STATUS.
           MOVE SPACES TO WS-RUN-END-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-END-TS.
           OPEN OUTPUT RUNSTATUSFILE.
           IF RN-FILE-STATUS = '00'
               MOVE SPACES TO RUNSTATUS-RECORD
               STRING 'BALHIST|' WS-RUN-START-TS '|' WS-RUN-END-TS
               '|000|' WS-CAPTURED-COUNT '|' WS-ERROR-COUNT '|'
               WS-RUN-COMPLETION
                   DELIMITED BY SIZE INTO RUNSTATUS-RECORD
               WRITE RUNSTATUS-RECORD
               CLOSE RUNSTATUSFILE
           ELSE
               DISPLAY 'RUN STATUS FILE UNWRITABLE: ' RN-FILE-STATUS
           END-IF.
       WRITE-RUN-STATUS-EXIT.
           EXIT.

      *    A CLOSED ACCOUNT WITH NOTHING ON IT HAS NO BALANCE TO
      *    AVERAGE; CAPTURING IT EVERY NIGHT WOULD ONLY FILL THE
      *    HISTORY. ONE CLOSED WITH MONEY STILL ON IT IS CAPTURED
      *    UNTIL THE MONEY IS GONE.
       200-CAPTURE-ONE-ACCOUNT.
           READ ACCOUNTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 200-CAPTURE-ONE-ACCOUNT-EXIT
           END-READ.
           IF AF-STATUS-CLOSED AND AF-ACCOUNT-BALANCE = 0
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 200-CAPTURE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-TODAY-NUM TO WS-SNAP-DATE.
           MOVE AF-ACCOUNT-NUMBER TO WS-SNAP-ACCOUNT.
           MOVE AF-ACCOUNT-BALANCE TO WS-SNAP-LEDGER.
           PERFORM 400-APPLY-SNAPSHOT THRU 400-APPLY-SNAPSHOT-EXIT.
           EVALUATE TRUE
               WHEN WS-SNAP-ALREADY
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-SNAP-FAILED
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 210-COMPUTE-AVAILABLE THRU
                           210-COMPUTE-AVAILABLE-EXIT
                   PERFORM 220-WRITE-HISTORY-LINE THRU
                           220-WRITE-HISTORY-LINE-EXIT
                   ADD 1 TO WS-CAPTURED-COUNT
           END-EVALUATE.
       200-CAPTURE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    SUMS THE ACCOUNT'S ACTIVE (UNEXPIRED) HOLDS THE SAME WAY
      *    POSTING AND ACCTINQ DO, SO THE HISTORY'S AVAILABLE FIGURE
      *    IS THE ONE THE TELLER WOULD HAVE QUOTED AT CLOSE.
       210-COMPUTE-AVAILABLE.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF WS-HOLDS-OPEN
               MOVE AF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               MOVE LOW-VALUES TO HD-HOLD-ID
               START HOLDFILE KEY NOT < HD-HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLDFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HD-ACCOUNT-NUMBER NOT =
                              AF-ACCOUNT-NUMBER
                               MOVE 'Y' TO WS-HOLD-EOF
                           ELSE
                               IF HD-EXPIRY-DATE = 0 OR
                                  HD-EXPIRY-DATE >= WS-TODAY-NUM
                                   ADD HD-HOLD-AMOUNT TO
                                       WS-HOLD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-AVAILABLE-BALANCE =
                   AF-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
       210-COMPUTE-AVAILABLE-EXIT.
           EXIT.

       220-WRITE-HISTORY-LINE.
           MOVE SPACES TO BALHIST-RECORD.
           MOVE WS-TODAY-NUM TO BH-BALANCE-DATE.
           MOVE AF-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER.
           MOVE AF-ACCOUNT-BALANCE TO BH-LEDGER-BALANCE.
           MOVE WS-HOLD-TOTAL TO BH-HOLD-TOTAL.
           MOVE WS-AVAILABLE-BALANCE TO BH-AVAILABLE.
           MOVE AF-ACCOUNT-STATUS TO BH-ACCOUNT-STATUS.
           MOVE AF-ACCOUNT-TYPE TO BH-ACCOUNT-TYPE.
           MOVE AF-BRANCH-CODE TO BH-BRANCH-CODE.
           WRITE BALHIST-RECORD.
       220-WRITE-HISTORY-LINE-EXIT.
           EXIT.

      *    REBUILD: THE PERIOD FILE WAS EMPTIED AT OPEN, AND EVERY
      *    RETAINED HISTORY LINE IS APPLIED IN FILE (DATE) ORDER
      *    EXACTLY AS THE NIGHTLY RUN WOULD HAVE APPLIED IT. LINES
      *    REPEATED BY A PAST RERUN FALL OUT AS ALREADY CAPTURED; AN
      *    UNREADABLE LINE IS COUNTED AND PASSED OVER.
       300-REPLAY-HISTORY.
           OPEN INPUT BALHISTFILE.
           IF BH-FILE-STATUS NOT = '00'
               DISPLAY 'NO BALANCE HISTORY TO REPLAY: ' BH-FILE-STATUS
               GO TO 300-REPLAY-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BALHISTFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 310-REPLAY-ONE-LINE THRU
                               310-REPLAY-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE BALHISTFILE.
           DISPLAY 'HISTORY REPLAYED : ' WS-REPLAY-COUNT.
           DISPLAY 'LINES PASSED OVER: ' WS-REPLAY-BAD-COUNT.
       300-REPLAY-HISTORY-EXIT.
           EXIT.

       310-REPLAY-ONE-LINE.
           IF BH-BALANCE-DATE NOT NUMERIC OR
              BH-LEDGER-BALANCE NOT NUMERIC OR
              BH-ACCOUNT-NUMBER = SPACES
               ADD 1 TO WS-REPLAY-BAD-COUNT
               GO TO 310-REPLAY-ONE-LINE-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(BH-BALANCE-DATE) = 0
               ADD 1 TO WS-REPLAY-BAD-COUNT
               GO TO 310-REPLAY-ONE-LINE-EXIT
           END-IF.
           MOVE BH-BALANCE-DATE TO WS-SNAP-DATE.
           MOVE BH-ACCOUNT-NUMBER TO WS-SNAP-ACCOUNT.
           MOVE BH-LEDGER-BALANCE TO WS-SNAP-LEDGER.
           PERFORM 400-APPLY-SNAPSHOT THRU 400-APPLY-SNAPSHOT-EXIT.
           IF WS-SNAP-APPLIED
               ADD 1 TO WS-REPLAY-COUNT
           ELSE
               ADD 1 TO WS-REPLAY-BAD-COUNT
           END-IF.
       310-REPLAY-ONE-LINE-EXIT.
           EXIT.

      *    APPLIES ONE CLOSING BALANCE TO THE ACCOUNT'S PERIOD
      *    RECORD. THE DAYS BETWEEN THE LAST SNAPSHOT AND THIS ONE
      *    (WEEKENDS, HOLIDAYS, A MISSED NIGHT) ARE EACH ADDED AT THE
      *    LAST CLOSING LEDGER - NOTHING POSTED ON THEM - AND THE
      *    SNAPSHOT DATE ITSELF AT THE NEW LEDGER. A DATE NOT AFTER
      *    THE LAST ONE APPLIED HAS ALREADY BEEN COUNTED AND IS LEFT
      *    ALONE.
       400-APPLY-SNAPSHOT.
           SET WS-SNAP-APPLIED TO TRUE.
           COMPUTE WS-SNAP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE).
           MOVE WS-SNAP-ACCOUNT TO BA-ACCOUNT-NUMBER.
           READ BALAVGFILE
               INVALID KEY
                   SET WS-SNAP-NEW-ACCOUNT TO TRUE
               NOT INVALID KEY
                   SET WS-SNAP-ON-FILE TO TRUE
           END-READ.
           IF WS-SNAP-ON-FILE AND BA-LAST-DATE NOT NUMERIC
               DISPLAY 'PERIOD RECORD UNREADABLE, RESTARTED: '
                       WS-SNAP-ACCOUNT
               SET WS-SNAP-NEW-ACCOUNT TO TRUE
           END-IF.
           IF WS-SNAP-NEW-ACCOUNT
               MOVE WS-SNAP-ACCOUNT TO BA-ACCOUNT-NUMBER
               MOVE 0 TO BA-LAST-DATE BA-LAST-LEDGER
                         BA-CUR-PERIOD BA-CUR-DAYS BA-CUR-BAL-DAYS
                         BA-CUR-ADB BA-CUR-MIN
                         BA-PRV-PERIOD BA-PRV-DAYS BA-PRV-ADB
                         BA-PRV-MIN
               MOVE WS-SNAP-INT TO WS-DAY-INT
           ELSE
               IF BA-LAST-DATE >= WS-SNAP-DATE
                   SET WS-SNAP-ALREADY TO TRUE
                   GO TO 400-APPLY-SNAPSHOT-EXIT
               END-IF
               COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(BA-LAST-DATE) + 1
               MOVE BA-LAST-LEDGER TO WS-DAY-BALANCE
               PERFORM 410-ADD-ONE-DAY THRU 410-ADD-ONE-DAY-EXIT
                       UNTIL WS-DAY-INT >= WS-SNAP-INT
           END-IF.
           MOVE WS-SNAP-LEDGER TO WS-DAY-BALANCE.
           PERFORM 410-ADD-ONE-DAY THRU 410-ADD-ONE-DAY-EXIT.
           MOVE WS-SNAP-DATE TO BA-LAST-DATE.
           MOVE WS-SNAP-LEDGER TO BA-LAST-LEDGER.
           IF WS-SNAP-NEW-ACCOUNT
               WRITE BALAVG-RECORD
                   INVALID KEY
                       REWRITE BALAVG-RECORD
                           INVALID KEY
                               SET WS-SNAP-FAILED TO TRUE
                       END-REWRITE
               END-WRITE
           ELSE
               REWRITE BALAVG-RECORD
                   INVALID KEY
                       SET WS-SNAP-FAILED TO TRUE
               END-REWRITE
           END-IF.
           IF WS-SNAP-FAILED
               DISPLAY 'PERIOD RECORD NOT UPDATED: ' WS-SNAP-ACCOUNT
                       ' STATUS ' BA-FILE-STATUS
           END-IF.
       400-APPLY-SNAPSHOT-EXIT.
           EXIT.

      *    ADDS CALENDAR DAY WS-DAY-INT AT WS-DAY-BALANCE AND STEPS
      *    TO THE NEXT DAY. THE FIRST DAY OF A NEW MONTH FREEZES THE
      *    MONTH IN PROGRESS AS THE LAST COMPLETE ONE.
       410-ADD-ONE-DAY.
           COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           IF BA-CUR-DAYS > 0 AND WS-DAY-PERIOD NOT = BA-CUR-PERIOD
               MOVE BA-CUR-PERIOD TO BA-PRV-PERIOD
               MOVE BA-CUR-DAYS TO BA-PRV-DAYS
               MOVE BA-CUR-ADB TO BA-PRV-ADB
               MOVE BA-CUR-MIN TO BA-PRV-MIN
               MOVE 0 TO BA-CUR-DAYS
           END-IF.
           IF BA-CUR-DAYS = 0
               MOVE WS-DAY-PERIOD TO BA-CUR-PERIOD
               MOVE 0 TO BA-CUR-BAL-DAYS
               MOVE WS-DAY-BALANCE TO BA-CUR-MIN
           END-IF.
           ADD 1 TO BA-CUR-DAYS.
           ADD WS-DAY-BALANCE TO BA-CUR-BAL-DAYS.
           IF WS-DAY-BALANCE < BA-CUR-MIN
               MOVE WS-DAY-BALANCE TO BA-CUR-MIN
           END-IF.
           COMPUTE BA-CUR-ADB ROUNDED =
                   BA-CUR-BAL-DAYS / BA-CUR-DAYS.
           ADD 1 TO WS-DAY-INT.
       410-ADD-ONE-DAY-EXIT.
           EXIT.

      *    A HARD OPEN FAILURE: THE CONTROLLER SEES 0016 AND STOPS
      *    THE CHAIN BEFORE INTCALC OR FEEASSES READ STALE FIGURES.
       900-ABANDON-RUN.
           MOVE '0016' TO WS-RUN-COMPLETION.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       900-ABANDON-RUN-EXIT.
           EXIT.
