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

           SELECT INTERESTFILE ASSIGN TO WS-INT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-FILE-STATUS.

      *    PERIOD BALANCE FIGURES KEPT BY BALHIST. READ ONLY WHEN
      *    INT|BAL_BASIS ASKS FOR AN AVERAGE DAILY BALANCE.
           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

      *    CUSTOMER MASTER, FOR THE ACCOUNT HOLDER'S TAX-ID
      *    CERTIFICATION. AN UNCERTIFIED CUSTOMER HAS BACKUP
      *    WITHHOLDING TAKEN OUT OF THE INTEREST CREDIT.
           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       FD  LOCKLOGFILE.
       01  LOCKLOG-RECORD PIC X(132).

       FD  BALAVGFILE.
       COPY BALAVGREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.

      *    RUN-LOCK CONTROLS. THE PID COMES FROM THE SCHEDULER VIA
       01  WS-INT-RATE-2      PIC 9V9999 VALUE 0.0002.
       01  WS-INT-RATE-3      PIC 9V9999 VALUE 0.0003.
       01  WS-INTEREST-AMOUNT PIC 9(7)V99.

      *    THE BALANCE THE TIER IS CHOSEN ON AND INTEREST PAID ON.
      *    LEDGER (THE DEFAULT) IS THE CLOSING BALANCE ON THE RUN
      *    DATE, AS ALWAYS; ADB IS THE MONTH-TO-DATE AVERAGE DAILY
      *    BALANCE FOR A MONTH-END RUN; ADBPRIOR IS THE LAST COMPLETE
      *    MONTH'S FOR A RUN MADE EARLY IN THE FOLLOWING MONTH. AN
      *    ACCOUNT WITH NO FIGURES FOR THAT MONTH FALLS BACK TO ITS
      *    LEDGER BALANCE AND IS COUNTED ON THE SUMMARY.
       01  WS-BAL-BASIS       PIC X(8) VALUE 'LEDGER'.
           88  WS-BASIS-LEDGER    VALUE 'LEDGER'.
           88  WS-BASIS-ADB       VALUE 'ADB'.
           88  WS-BASIS-ADB-PRIOR VALUE 'ADBPRIOR'.
       01  WS-BASIS-BALANCE   PIC S9(7)V99.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  BA-FILE-STATUS     PIC XX.
       01  WS-BALAVG-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-BALAVG-OPEN     VALUE 'Y'.
           88  WS-BALAVG-NOT-OPEN VALUE 'N'.
       01  WS-CUR-PERIOD      PIC 9(6).
       01  WS-PRIOR-PERIOD    PIC 9(6).
       01  WS-FALLBACK-COUNT  PIC 9(5) VALUE 0.
       01  WS-TODAY           PIC X(8).

      *    BACKUP WITHHOLDING. INT|BWH_PCT IS THE PERCENTAGE OF AN
      *    UNCERTIFIED CUSTOMER'S INTEREST WITHHELD FOR THE TAX
      *    AUTHORITY, EFFECTIVE-DATED LIKE THE RATES. THE WITHHOLDING
      *    FOLLOWS ITS INT01 IN THE FEED AS A BWH01 DEBIT, FORCE-
      *    POSTED SO IT CAN NEVER BOUNCE OFF A HOLD OR A DAILY CAP;
      *    GLMAP ROUTES BWH01 TO TAX PAYABLE. WITHOUT THE CUSTOMER
      *    MASTER NOTHING IS WITHHELD AND THE SUMMARY SAYS SO.
       01  WS-BWH-PCT         PIC 9(2)V99 VALUE 24.
       01  WS-BWH-PCT-OUT     PIC Z9.99.
       01  WS-BWH-AMOUNT      PIC 9(7)V99.
       01  WS-BWH-COUNT       PIC 9(5) VALUE 0.
       01  WS-BWH-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-NO-TIN-COUNT    PIC 9(5) VALUE 0.
       01  WS-FEED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  CM-FILE-STATUS     PIC XX.
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
           88  WS-CUST-NOT-OPEN   VALUE 'N'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-PROCESSING-DATE PIC X(8).
           88  WS-CAL-NON-BUSINESS VALUE 'Y'.
           88  WS-CAL-BUSINESS     VALUE 'N'.

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC: THE
      *    INTEREST CREDITS PLUS ANY BACKUP WITHHOLDING DEBITS, AND
      *    THE HASH COVERS EACH DETAIL'S ACCOUNT NUMBER MOD 10**10.
       01  WS-TRL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-TRL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TRL-HASH-TOTAL   PIC 9(10) VALUE 0.
                       GET-PROCESSING-DATE-EXIT
               MOVE WS-PROCESSING-DATE TO WS-TODAY
               PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT
               PERFORM 020-OPEN-BALANCE-FIGURES THRU
                       020-OPEN-BALANCE-FIGURES-EXIT
               PERFORM 030-OPEN-CUSTOMER-MASTER THRU
                       030-OPEN-CUSTOMER-MASTER-EXIT
               PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT
               PERFORM ROLL-TO-BUSINESS-DAY THRU
                       ROLL-TO-BUSINESS-DAY-EXIT
               PERFORM 400-WRITE-SUMMARY THRU 400-WRITE-SUMMARY-EXIT
               DISPLAY 'ACCOUNTS SCANNED : ' WS-ACCOUNT-COUNT
               DISPLAY 'INTEREST CREDITS WRITTEN: ' WS-CREDITED-COUNT
               DISPLAY 'BALANCE BASIS    : ' WS-BAL-BASIS
               DISPLAY 'LEDGER FALLBACKS : ' WS-FALLBACK-COUNT
               DISPLAY 'BACKUP WITHHOLDINGS WRITTEN: ' WS-BWH-COUNT
               DISPLAY 'NO TIN STATUS    : ' WS-NO-TIN-COUNT
               IF WS-BALAVG-OPEN
                   CLOSE BALAVGFILE
               END-IF
               IF WS-CUST-OPEN
                   CLOSE CUSTFILE
               END-IF
               MOVE '0000' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
           END-IF
           END-IF.


           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
           EXIT.


      *    THE PERIOD FIGURES ARE NEEDED ONLY FOR AN AVERAGE BASIS.
      *    THE MONTHS ARE THOSE OF THE BUSINESS DATE ITSELF, NOT OF
      *    THE ROLLED BATCH DATE. A MISSING FILE IS NOT FATAL - EVERY
      *    ACCOUNT FALLS BACK TO ITS LEDGER BALANCE, AS BEFORE.
       020-OPEN-BALANCE-FIGURES.
           IF WS-BASIS-LEDGER
               GO TO 020-OPEN-BALANCE-FIGURES-EXIT
           END-IF.
           IF NOT WS-BASIS-ADB AND NOT WS-BASIS-ADB-PRIOR
               DISPLAY 'UNKNOWN INT BAL_BASIS ' WS-BAL-BASIS
                       ' - PAYING ON LEDGER'
               MOVE 'LEDGER' TO WS-BAL-BASIS
               GO TO 020-OPEN-BALANCE-FIGURES-EXIT
           END-IF.
           MOVE WS-PROCESSING-DATE(1:6) TO WS-CUR-PERIOD.
           IF WS-PROCESSING-DATE(5:2) = '01'
               COMPUTE WS-PRIOR-PERIOD = WS-CUR-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-CUR-PERIOD - 1
           END-IF.
           OPEN INPUT BALAVGFILE.
           IF BA-FILE-STATUS = '00'
               SET WS-BALAVG-OPEN TO TRUE
           ELSE
               DISPLAY 'BALANCE FIGURES UNAVAILABLE: ' BA-FILE-STATUS
                       ' - PAYING ON LEDGER'
           END-IF.
       020-OPEN-BALANCE-FIGURES-EXIT.
           EXIT.

      *    A MISSING CUSTOMER MASTER IS NOT FATAL - INTEREST STILL
      *    PAYS, BUT NOTHING CAN BE WITHHELD, SO THE CONSOLE SAYS SO.
       030-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER UNAVAILABLE: ' CM-FILE-STATUS
                       ' - NO BACKUP WITHHOLDING THIS RUN'
           END-IF.
       030-OPEN-CUSTOMER-MASTER-EXIT.
           EXIT.

      *    CALENDAR.DAT IS OPTIONAL - ABSENT MEANS THE RUN DATE IS
      *    STAMPED AS-IS, EXACTLY AS BEFORE. ONLY HOLIDAY LINES
      *    MATTER HERE; THE CYCLE RANGE IS POSTING'S CONCERN.
           EXIT.

      *    PROGRAM|START|END|BATCHES|POSTED|REJECTED|COMPLETION -
      *    ONE BATCH, CREDITS AND WITHHOLDINGS COUNT AS POSTED,
      *    NOTHING REJECTS HERE.
       WRITE-RUN-STATUS.
           MOVE SPACES TO WS-RUN-END-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
           IF RN-FILE-STATUS = '00'
               MOVE SPACES TO RUNSTATUS-RECORD
               STRING 'INTCALC|' WS-RUN-START-TS '|' WS-RUN-END-TS
               '|001|' WS-FEED-COUNT '|00000|'
               WS-RUN-COMPLETION
                   DELIMITED BY SIZE INTO RUNSTATUS-RECORD
               WRITE RUNSTATUS-RECORD
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'TRL' TO TT-RECORD-TYPE.
           MOVE WS-FEED-COUNT TO TT-RECORD-COUNT.
           MOVE WS-TRL-DEBIT-TOTAL TO TT-DEBIT-TOTAL.
           MOVE WS-TRL-CREDIT-TOTAL TO TT-CREDIT-TOTAL.
           MOVE WS-TRL-HASH-TOTAL TO TT-HASH-TOTAL.
      *    WITH A POSITIVE BALANCE EARN INTEREST. TERM DEPOSITS ARE
      *    EXCLUDED - THEIR CONTRACT RATE IS PAID WHOLE AT MATURITY
      *    BY TDMATURE, AND CREDITING THE DEMAND TIERS HERE AS WELL
      *    WOULD PAY THE SAME MONEY INTEREST TWICE. LOAN ANCHOR
      *    ACCOUNTS ARE EXCLUDED TOO - LOAN INTEREST IS CHARGED BY
      *    LOANSRV ON THE CONTRACT, NOT PAID HERE.
      *    UNDER AN AVERAGE BASIS THE TIER AND THE AMOUNT FOLLOW THE
      *    AVERAGE, SO A BALANCE PARKED FOR THE LAST DAY OF THE MONTH
      *    NO LONGER EARNS A WHOLE MONTH AT THE TOP TIER.
       300-CREDIT-ACCOUNT.
           IF AF-STATUS-ACTIVE
              AND NOT AF-TYPE-TERM AND NOT AF-TYPE-LOAN
               PERFORM 305-FIND-BASIS-BALANCE THRU
                       305-FIND-BASIS-BALANCE-EXIT
           ELSE
               GO TO 300-CREDIT-ACCOUNT-EXIT
           END-IF.
           IF WS-BASIS-BALANCE > 0
               EVALUATE TRUE
                   WHEN WS-BASIS-BALANCE < 1000.00
                       MOVE WS-INT-RATE-1 TO WS-INTEREST-RATE
                   WHEN WS-BASIS-BALANCE < 10000.00
                       MOVE WS-INT-RATE-2 TO WS-INTEREST-RATE
                   WHEN OTHER
                       MOVE WS-INT-RATE-3 TO WS-INTEREST-RATE
               END-EVALUATE
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-BASIS-BALANCE * WS-INTEREST-RATE
               IF WS-INTEREST-AMOUNT > 0
                   PERFORM WRITE-INTEREST-CREDIT THRU
                           WRITE-INTEREST-CREDIT-EXIT
                   PERFORM 310-CHECK-WITHHOLDING THRU
                           310-CHECK-WITHHOLDING-EXIT
               END-IF
           END-IF.
       300-CREDIT-ACCOUNT-EXIT.
           EXIT.

      *    A MONTH NOT YET ROLLED OVER (NO SNAPSHOT SINCE ITS LAST
      *    DAY) IS STILL THE ACCOUNT'S MONTH IN PROGRESS, SO ADBPRIOR
      *    LOOKS THERE TOO.
       305-FIND-BASIS-BALANCE.
           MOVE AF-ACCOUNT-BALANCE TO WS-BASIS-BALANCE.
           IF WS-BASIS-LEDGER
               GO TO 305-FIND-BASIS-BALANCE-EXIT
           END-IF.
           IF WS-BALAVG-NOT-OPEN
               ADD 1 TO WS-FALLBACK-COUNT
               GO TO 305-FIND-BASIS-BALANCE-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           READ BALAVGFILE
               INVALID KEY
                   ADD 1 TO WS-FALLBACK-COUNT
                   GO TO 305-FIND-BASIS-BALANCE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN WS-BASIS-ADB AND BA-CUR-PERIOD = WS-CUR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN WS-BASIS-ADB-PRIOR AND
                    BA-PRV-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-PRV-ADB TO WS-BASIS-BALANCE
               WHEN WS-BASIS-ADB-PRIOR AND
                    BA-CUR-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN OTHER
                   ADD 1 TO WS-FALLBACK-COUNT
           END-EVALUATE.
       305-FIND-BASIS-BALANCE-EXIT.
           EXIT.

      *    THE HOLDER WHOSE TAX ID GOVERNS IS THE ACCOUNT'S PRIMARY
      *    CUSTOMER. AN UNLINKED ACCOUNT, OR ONE WHOSE CUSTOMER IS NOT
      *    ON FILE OR CARRIES NO STATUS YET, IS COUNTED AS HAVING NO
      *    TIN STATUS AND PAID GROSS. A WITHHOLDING THAT ROUNDS TO
      *    NOTHING IS NOT WRITTEN.
       310-CHECK-WITHHOLDING.
           IF WS-CUST-NOT-OPEN OR WS-BWH-PCT = 0
               GO TO 310-CHECK-WITHHOLDING-EXIT
           END-IF.
           IF AF-CUSTOMER-NUMBER = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
               GO TO 310-CHECK-WITHHOLDING-EXIT
           END-IF.
           MOVE AF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-NO-TIN-COUNT
                   GO TO 310-CHECK-WITHHOLDING-EXIT
           END-READ.
           IF NOT CM-TIN-CERTIFIED AND NOT CM-TIN-UNCERTIFIED
               ADD 1 TO WS-NO-TIN-COUNT
               GO TO 310-CHECK-WITHHOLDING-EXIT
           END-IF.
           IF CM-TIN-CERTIFIED
               GO TO 310-CHECK-WITHHOLDING-EXIT
           END-IF.
           COMPUTE WS-BWH-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * WS-BWH-PCT / 100.
           IF WS-BWH-AMOUNT > 0
               PERFORM WRITE-WITHHOLDING THRU WRITE-WITHHOLDING-EXIT
           END-IF.
       310-CHECK-WITHHOLDING-EXIT.
           EXIT.

       WRITE-INTEREST-CREDIT.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-CREDITED-COUNT.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM ACCUMULATE-BRANCH-INTEREST THRU
                   ACCUMULATE-BRANCH-INTEREST-EXIT.
           ADD WS-INTEREST-AMOUNT TO WS-TRL-CREDIT-TOTAL.
       WRITE-INTEREST-CREDIT-EXIT.
           EXIT.

       WRITE-WITHHOLDING.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-BWH-COUNT.
           ADD 1 TO WS-FEED-COUNT.
           ADD WS-BWH-AMOUNT TO WS-BWH-TOTAL.
           ADD WS-BWH-AMOUNT TO WS-TRL-DEBIT-TOTAL.
           IF AF-ACCOUNT-NUMBER NUMERIC
               COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION MOD(WS-TRL-HASH-TOTAL +
                       FUNCTION NUMVAL(AF-ACCOUNT-NUMBER),
                       10000000000)
           END-IF.
           MOVE SPACES TO TRANS-RECORD.
           MOVE AF-ACCOUNT-NUMBER TO TF-ACCOUNT-NUMBER.
           MOVE 'BACKUP WITHHOLDING' TO TF-TRANSACTION-NAME.
           MOVE 'BWH01' TO TF-TRANSACTION-CODE.
           MOVE WS-BWH-AMOUNT TO TF-TRANSACTION-AMOUNT.
           MOVE 'D' TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           SET TF-FORCE-POST TO TRUE.
           WRITE TRANS-RECORD.
       WRITE-WITHHOLDING-EXIT.
           EXIT.

      *    LEAVES WS-IB-IDX ON THE ACCOUNT'S BRANCH ROW AND
      *    ACCUMULATES THE CREDIT; A FRESH BRANCH CLAIMS A ROW.
       ACCUMULATE-BRANCH-INTEREST.
               STRING 'INTEREST CREDIT SUMMARY FOR ' WS-TODAY
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'BALANCE BASIS ' WS-BAL-BASIS
                   ' | LEDGER FALLBACKS ' WS-FALLBACK-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-BWH-PCT TO WS-BWH-PCT-OUT
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'BACKUP WITHHOLDING AT ' WS-BWH-PCT-OUT
                   '% | ITEMS ' WS-BWH-COUNT ' FOR ' WS-BWH-TOTAL
                   ' | NO TIN STATUS ' WS-NO-TIN-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               PERFORM VARYING WS-IB-IDX FROM 1 BY 1
                       UNTIL WS-IB-IDX > WS-IB-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                       WHEN 'RATE3'
                           COMPUTE WS-INT-RATE-3 =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'BAL_BASIS'
                           MOVE WS-PRM-F3 TO WS-BAL-BASIS
                       WHEN 'BWH_PCT'
                           COMPUTE WS-BWH-PCT =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
