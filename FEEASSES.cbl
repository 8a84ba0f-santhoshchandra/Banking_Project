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

           SELECT FEEBATCHFILE ASSIGN TO WS-FEEBATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-FILE-STATUS.

      *    PERIOD BALANCE FIGURES KEPT BY BALHIST. READ ONLY WHEN
      *    FEE|BAL_BASIS ASKS FOR A PERIOD FIGURE.
           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       FD  LOCKLOGFILE.
       01  LOCKLOG-RECORD PIC X(132).

       FD  BALAVGFILE.
       COPY BALAVGREC.

       WORKING-STORAGE SECTION.

      *    RUN-LOCK CONTROLS. THE PID COMES FROM THE SCHEDULER VIA
       01  WS-DORMANT-FEE     PIC 9(5)V99 VALUE 5.00.
       01  WS-MIN-BALANCE     PIC 9(7)V99 VALUE 500.00.

      *    THE BALANCE THE BELOW-MINIMUM TEST AND THE BALANCE-TIER
      *    WAIVER ARE JUDGED ON. LEDGER (THE DEFAULT) IS THE CLOSING
      *    BALANCE ON THE RUN DATE, AS ALWAYS; MIN AND ADB ARE THE
      *    MONTH-TO-DATE LOWEST AND AVERAGE DAILY BALANCE FOR A
      *    MONTH-END RUN; MINPRIOR AND ADBPRIOR THE LAST COMPLETE
      *    MONTH'S FOR A RUN EARLY IN THE FOLLOWING MONTH. AN ACCOUNT
      *    WITH NO FIGURES FOR THAT MONTH FALLS BACK TO ITS LEDGER
      *    BALANCE AND IS COUNTED ON THE SUMMARY.
       01  WS-BAL-BASIS       PIC X(8) VALUE 'LEDGER'.
           88  WS-BASIS-LEDGER    VALUE 'LEDGER'.
           88  WS-BASIS-MIN       VALUE 'MIN'.
           88  WS-BASIS-ADB       VALUE 'ADB'.
           88  WS-BASIS-MIN-PRIOR VALUE 'MINPRIOR'.
           88  WS-BASIS-ADB-PRIOR VALUE 'ADBPRIOR'.
           88  WS-BASIS-PRIOR     VALUE 'MINPRIOR' 'ADBPRIOR'.
       01  WS-BASIS-BALANCE   PIC S9(7)V99.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  BA-FILE-STATUS     PIC XX.
       01  WS-BALAVG-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-BALAVG-OPEN     VALUE 'Y'.
           88  WS-BALAVG-NOT-OPEN VALUE 'N'.
       01  WS-CUR-PERIOD      PIC 9(6).
       01  WS-PRIOR-PERIOD    PIC 9(6).
       01  WS-FALLBACK-COUNT  PIC 9(5) VALUE 0.

       01  WS-WAIVER-ACCT-TABLE.
           05  WS-WAIVER-ACCT-ENTRY PIC X(10) OCCURS 100 TIMES.
       01  WS-WAIVER-ACCT-COUNT PIC 9(3) VALUE 0.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           PERFORM 020-LOAD-WAIVERS THRU 020-LOAD-WAIVERS-EXIT.
           PERFORM 040-OPEN-BALANCE-FIGURES THRU
                   040-OPEN-BALANCE-FIGURES-EXIT.
           PERFORM ACQUIRE-RUN-LOCK THRU ACQUIRE-RUN-LOCK-EXIT.
           IF WS-LOCK-DENIED
               MOVE 12 TO RETURN-CODE
               PERFORM 400-WRITE-SUMMARY THRU 400-WRITE-SUMMARY-EXIT
               DISPLAY 'ACCOUNTS SCANNED : ' WS-ACCOUNT-COUNT
               DISPLAY 'FEES ASSESSED    : ' WS-FEE-COUNT
               DISPLAY 'BALANCE BASIS    : ' WS-BAL-BASIS
               DISPLAY 'LEDGER FALLBACKS : ' WS-FALLBACK-COUNT
           END-IF.
           IF WS-BALAVG-OPEN
               CLOSE BALAVGFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.
                       FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
                       WHEN 'MIN_BALANCE'
                           COMPUTE WS-MIN-BALANCE =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'BAL_BASIS'
                           MOVE WS-PRM-F3 TO WS-BAL-BASIS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       030-LOAD-ONE-WAIVER-EXIT.
           EXIT.

      *    THE PERIOD FIGURES ARE NEEDED ONLY FOR A PERIOD BASIS. A
      *    MISSING FILE IS NOT FATAL - EVERY ACCOUNT FALLS BACK TO
      *    ITS LEDGER BALANCE, EXACTLY AS BEFORE.
       040-OPEN-BALANCE-FIGURES.
           IF WS-BASIS-LEDGER
               GO TO 040-OPEN-BALANCE-FIGURES-EXIT
           END-IF.
           IF NOT WS-BASIS-MIN AND NOT WS-BASIS-ADB AND
              NOT WS-BASIS-PRIOR
               DISPLAY 'UNKNOWN FEE BAL_BASIS ' WS-BAL-BASIS
                       ' - JUDGING ON LEDGER'
               MOVE 'LEDGER' TO WS-BAL-BASIS
               GO TO 040-OPEN-BALANCE-FIGURES-EXIT
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
                       ' - JUDGING ON LEDGER'
           END-IF.
       040-OPEN-BALANCE-FIGURES-EXIT.
           EXIT.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'HDR' TO TH-RECORD-TYPE.
      *    BALANCE SITS BELOW THE MINIMUM, THE BELOW-MINIMUM FEE AS
      *    WELL. DORMANT ACCOUNTS DRAW THE DORMANCY FEE INSTEAD.
      *    FROZEN AND CLOSED ACCOUNTS ARE NEVER CHARGED, AND NEITHER
      *    ARE TERM DEPOSITS OR LOANS - THE DEMAND TARIFF IS NOT
      *    THEIR CONTRACT.
       300-ASSESS-ONE-ACCOUNT.
           IF AF-TYPE-TERM OR AF-TYPE-LOAN
               GO TO 300-ASSESS-ONE-ACCOUNT-EXIT
           END-IF.
           IF AF-STATUS-ACTIVE OR AF-STATUS-DORMANT
               PERFORM 305-FIND-BASIS-BALANCE THRU
                       305-FIND-BASIS-BALANCE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AF-STATUS-ACTIVE
                   MOVE 1 TO WS-FEE-TYPE-IDX
                   MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
                   PERFORM 310-CHARGE-OR-WAIVE THRU
                           310-CHARGE-OR-WAIVE-EXIT
                   IF WS-BASIS-BALANCE < WS-MIN-BALANCE
                       MOVE 2 TO WS-FEE-TYPE-IDX
                       MOVE WS-BELOWMIN-FEE TO WS-FEE-AMOUNT
                       PERFORM 310-CHARGE-OR-WAIVE THRU
       300-ASSESS-ONE-ACCOUNT-EXIT.
           EXIT.

      *    A MONTH NOT YET ROLLED OVER (NO SNAPSHOT SINCE ITS LAST
      *    DAY) IS STILL THE ACCOUNT'S MONTH IN PROGRESS, SO THE
      *    PRIOR BASES LOOK THERE TOO.
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
               WHEN WS-BASIS-MIN AND BA-CUR-PERIOD = WS-CUR-PERIOD
                   MOVE BA-CUR-MIN TO WS-BASIS-BALANCE
               WHEN WS-BASIS-ADB AND BA-CUR-PERIOD = WS-CUR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN WS-BASIS-MIN-PRIOR AND
                    BA-PRV-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-PRV-MIN TO WS-BASIS-BALANCE
               WHEN WS-BASIS-ADB-PRIOR AND
                    BA-PRV-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-PRV-ADB TO WS-BASIS-BALANCE
               WHEN WS-BASIS-MIN-PRIOR AND
                    BA-CUR-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-CUR-MIN TO WS-BASIS-BALANCE
               WHEN WS-BASIS-ADB-PRIOR AND
                    BA-CUR-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN OTHER
                   ADD 1 TO WS-FALLBACK-COUNT
           END-EVALUATE.
       305-FIND-BASIS-BALANCE-EXIT.
           EXIT.

      *    A WAIVER BY ACCOUNT OR BY BALANCE TIER SUPPRESSES THE FEE
      *    BEFORE IT IS EVER KEYED, INSTEAD OF REFUNDING IT AFTER THE
      *    FACT. WAIVED FEES STILL COUNT INTO THE SUMMARY SO THE
       315-APPLY-WAIVER-RULES.
           SET WS-FEE-NOT-WAIVED TO TRUE.
           IF WS-WAIVER-TIER-SET AND
              WS-BASIS-BALANCE >= WS-WAIVER-TIER
               SET WS-FEE-WAIVED TO TRUE
           END-IF.
           PERFORM VARYING WS-WAIVER-IDX FROM 1 BY 1
           STRING 'FEE ASSESSMENT SUMMARY FOR ' WS-TODAY
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING 'BALANCE BASIS ' WS-BAL-BASIS
               ' | LEDGER FALLBACKS ' WS-FALLBACK-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           PERFORM VARYING WS-FEE-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-TYPE-IDX > 3
               MOVE SPACES TO SUMMARY-RECORD
