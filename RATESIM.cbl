       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
      *    RATE-CHANGE IMPACT SIMULATION. PRICES ONE MONTHLY CYCLE OF
      *    CREDIT INTEREST (INTCALC), DEBIT INTEREST (ODINTCLC) AND
      *    SERVICE FEES (FEEASSES) ON TODAY'S ACCOUNT MASTER TWICE -
      *    ONCE WITH THE PARAMETER VALUES IN EFFECT ON THE BUSINESS
      *    DATE, ONCE WITH THE PROPOSED VALUES - AND REPORTS THE TWO
      *    SIDE BY SIDE, BY BRANCH AND ACCOUNT TYPE, WITH THE ACCOUNTS
      *    THE CHANGE MOVES MOST.
      *
      *    THE PROPOSED VALUES ARE TODAY'S VALUES WITH EVERY PENDING
      *    FUTURE-DATED PARAMS.DAT LINE LAID OVER THEM (THROUGH
      *    SIM_THROUGH WHEN GIVEN), OR - WHEN A WHAT-IF FILE IS
      *    PRESENT - TODAY'S VALUES WITH THE WHAT-IF LINES LAID OVER
      *    THEM INSTEAD. A WHAT-IF LINE IS A PARAMS.DAT LINE
      *    (CODE|PARAMETER|VALUE, EFFECTIVE DATE OPTIONAL AND IGNORED)
      *    OR A PARMINSTR ADD LINE, SO A CHANGE CAN BE PRICED BEFORE IT
      *    IS EVER KEYED TO PARMAINT.
      *
      *    THE TIERS, EXCLUSIONS, BALANCE BASES AND WAIVERS ARE THE
      *    CALCULATORS' OWN, PARAGRAPH FOR PARAGRAPH. THE PER-RUN
      *    ENVIRONMENT OVERRIDES THOSE PROGRAMS TAKE ARE NOT - THEY ARE
      *    AN OPERATOR'S ONE-NIGHT ADJUSTMENT, NOT THE TARIFF. CREDIT
      *    INTEREST IS PRICED GROSS OF BACKUP WITHHOLDING, WHICH IS THE
      *    TAX AUTHORITY'S MONEY EITHER WAY. A DEBIT-INTEREST CHARGE
      *    THAT WOULD BREACH THE LIMIT IS COUNTED AS HELD FOR REVIEW,
      *    NOT AS INCOME, JUST AS ODINTCLC LEAVES IT UNCHARGED.
      *
      *    EVERY FILE IS OPENED INPUT BUT THE REPORT, AND NO RUN LOCK
      *    IS TAKEN, SO THE SIMULATION CAN RUN IN THE DAY ALONGSIDE
      *    THE ONLINE PROGRAMS. FIGURES ARE AN ESTIMATE ON THE
      *    BALANCES AS THEY STAND WHEN THE MASTER IS READ.
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

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT IN EFFECTIVE-DATE ORDER.
           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

      *    OPTIONAL WHAT-IF VALUES. ABSENT MEANS PRICE THE PENDING
      *    CHANGES ALREADY ON THE MASTER.
           SELECT WHATIFFILE ASSIGN TO WS-WHATIF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WI-FILE-STATUS.

      *    FEEASSES'S WAIVER TABLE, READ THE SAME WAY.
           SELECT WAIVERFILE ASSIGN TO WS-WAIVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WV-FILE-STATUS.

      *    PERIOD BALANCE FIGURES KEPT BY BALHIST. READ ONLY WHEN A
      *    BAL_BASIS ON EITHER SIDE ASKS FOR A PERIOD FIGURE.
           SELECT BALAVGFILE ASSIGN TO WS-BALAVG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BA-ACCOUNT-NUMBER
                FILE STATUS IS BA-FILE-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  WHATIFFILE.
       01  WHATIF-RECORD PIC X(60).

       FD  WAIVERFILE.
       01  WAIVER-RECORD PIC X(60).

       FD  BALAVGFILE.
       COPY BALAVGREC.

       FD  REPORTFILE.
       01  REPORT-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-WHATIF-FILE-NAME PIC X(100) VALUE 'RATEWHATIF.DAT'.
       01  WS-WAIVER-FILE-NAME PIC X(100) VALUE 'FEEWAIVERS.DAT'.
       01  WS-BALAVG-FILE-NAME PIC X(100) VALUE 'balavg_index.txt'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'RATESIMRPT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  WI-FILE-STATUS     PIC XX.
       01  WV-FILE-STATUS     PIC XX.
       01  BA-FILE-STATUS     PIC XX.
       01  RP-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).

      *    THE LAST EFFECTIVE DATE OF PENDING CHANGES TO PRICE;
      *    SPACES = EVERY PENDING CHANGE ON THE MASTER.
       01  WS-SIM-THROUGH     PIC X(8) VALUE SPACES.

       01  WS-PRM-F0          PIC X(5).
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    THE TWO SETS OF VALUES BEING COMPARED: 1 = IN EFFECT ON
      *    THE BUSINESS DATE, 2 = PROPOSED. EACH FIELD MIRRORS ITS
      *    CALCULATOR'S WORKING FIELD AND PARAMETER NAME.
       01  WS-SIDE-TABLE.
           05  WS-SIDE OCCURS 2 TIMES.
               10  WS-SD-INT-RATE-1   PIC 9V9999.
               10  WS-SD-INT-RATE-2   PIC 9V9999.
               10  WS-SD-INT-RATE-3   PIC 9V9999.
               10  WS-SD-INT-BASIS    PIC X(8).
               10  WS-SD-OD-RATE-1    PIC 9V9999.
               10  WS-SD-OD-RATE-2    PIC 9V9999.
               10  WS-SD-OD-RATE-3    PIC 9V9999.
               10  WS-SD-MAINT-FEE    PIC 9(5)V99.
               10  WS-SD-BELOWMIN-FEE PIC 9(5)V99.
               10  WS-SD-DORMANT-FEE  PIC 9(5)V99.
               10  WS-SD-MIN-BALANCE  PIC 9(7)V99.
               10  WS-SD-FEE-BASIS    PIC X(8).
       01  WS-SIDE-IDX        PIC 9(1).

      *    PENDING LINES FROM THE MASTER, HELD IN FILE (EFFECTIVE-
      *    DATE) ORDER UNTIL THE CURRENT VALUES ARE COMPLETE.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PEND-CODE    PIC X(5).
               10  WS-PEND-PARAM   PIC X(12).
               10  WS-PEND-VALUE   PIC X(15).
               10  WS-PEND-EFFFROM PIC X(8).
       01  WS-PEND-COUNT      PIC 9(3) VALUE 0.
       01  WS-PEND-IDX        PIC 9(3).
       01  WS-PEND-LAST-DATE  PIC X(8) VALUE SPACES.
       01  WS-PEND-BEYOND     PIC 9(3) VALUE 0.
       01  WS-WHATIF-SW       PIC X(1) VALUE 'N'.
           88  WS-WHATIF-USED     VALUE 'Y'.
           88  WS-WHATIF-NOT-USED VALUE 'N'.
       01  WS-WHATIF-COUNT    PIC 9(3) VALUE 0.
       01  WS-PROPOSED-SOURCE PIC X(60).

      *    FEE WAIVERS, AS FEEASSES LOADS THEM.
       01  WS-WAIVER-ACCT-TABLE.
           05  WS-WAIVER-ACCT-ENTRY PIC X(10) OCCURS 100 TIMES.
       01  WS-WAIVER-ACCT-COUNT PIC 9(3) VALUE 0.
       01  WS-WAIVER-TIER      PIC 9(7)V99 VALUE 0.
       01  WS-WAIVER-TIER-SET-SW PIC X(1) VALUE 'N'.
           88  WS-WAIVER-TIER-SET     VALUE 'Y'.
           88  WS-WAIVER-TIER-NOT-SET VALUE 'N'.
       01  WS-WAIVER-IDX       PIC 9(3).
       01  WS-WAIVED-SW        PIC X(1).
           88  WS-FEE-WAIVED      VALUE 'Y'.
           88  WS-FEE-NOT-WAIVED  VALUE 'N'.
       01  WS-WVR-F1           PIC X(1).
       01  WS-WVR-F2           PIC X(30).
       01  WS-WVR-F3           PIC X(30).

      *    BALANCE BASIS WORK. THE PERIOD FIGURES ARE READ AT MOST
      *    ONCE PER ACCOUNT (U = NOT YET, F = FOUND, N = NONE) AND
      *    SERVE EVERY BASIS ON BOTH SIDES.
       01  WS-BALAVG-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-BALAVG-OPEN     VALUE 'Y'.
           88  WS-BALAVG-NOT-OPEN VALUE 'N'.
       01  WS-BA-STATE        PIC X(1).
           88  WS-BA-UNREAD       VALUE 'U'.
           88  WS-BA-FOUND        VALUE 'F'.
           88  WS-BA-NONE         VALUE 'N'.
       01  WS-WANT-BASIS      PIC X(8).
           88  WS-WANT-LEDGER     VALUE 'LEDGER'.
           88  WS-WANT-MIN        VALUE 'MIN'.
           88  WS-WANT-ADB        VALUE 'ADB'.
           88  WS-WANT-MIN-PRIOR  VALUE 'MINPRIOR'.
           88  WS-WANT-ADB-PRIOR  VALUE 'ADBPRIOR'.
       01  WS-BASIS-BALANCE   PIC S9(7)V99.
       01  WS-FELL-BACK-SW    PIC X(1).
           88  WS-FELL-BACK       VALUE 'Y'.
       01  WS-CUR-PERIOD      PIC 9(6).
       01  WS-PRIOR-PERIOD    PIC 9(6).
       01  WS-FALLBACK-COUNT  PIC 9(5) VALUE 0.

      *    ONE ACCOUNT'S CALCULATION WORK.
       01  WS-INTEREST-RATE   PIC 9V9999.
       01  WS-INTEREST-AMOUNT PIC 9(7)V99.
       01  WS-OVERDRAWN-AMOUNT PIC 9(7)V99.
       01  WS-PROSPECTIVE-BALANCE PIC S9(8)V99.
       01  WS-FEE-AMOUNT      PIC 9(7)V99.
       01  WS-ACCT-FIGURES.
           05  WS-AC-SIDE OCCURS 2 TIMES.
               10  WS-AC-CREDIT   PIC 9(7)V99.
               10  WS-AC-DEBIT    PIC 9(7)V99.
               10  WS-AC-FEES     PIC 9(7)V99.
       01  WS-AC-NET-CHANGE   PIC S9(9)V99.
       01  WS-AC-ABS-CHANGE   PIC 9(9)V99.
       01  WS-ACCOUNT-COUNT   PIC 9(7) VALUE 0.
       01  WS-MOVED-COUNT     PIC 9(7) VALUE 0.

      *    WHOLE-BOOK TOTALS PER SIDE.
       01  WS-TOTALS.
           05  WS-TT-SIDE OCCURS 2 TIMES.
               10  WS-TT-CREDIT       PIC 9(9)V99.
               10  WS-TT-CREDIT-COUNT PIC 9(7).
               10  WS-TT-DEBIT        PIC 9(9)V99.
               10  WS-TT-DEBIT-COUNT  PIC 9(7).
               10  WS-TT-REVIEW-COUNT PIC 9(7).
               10  WS-TT-REVIEW       PIC 9(9)V99.
               10  WS-TT-FEES         PIC 9(9)V99.
               10  WS-TT-FEE-COUNT    PIC 9(7).
               10  WS-TT-WAIVED       PIC 9(9)V99.
               10  WS-TT-WAIVED-COUNT PIC 9(7).
       01  WS-TT-NET          PIC S9(9)V99.
       01  WS-TT-NET-2        PIC S9(9)V99.

      *    BRANCH AND ACCOUNT-TYPE BREAKOUT. SPACES BUCKET AS BRANCH
      *    '000' (HEAD OFFICE), THE SHOP-WIDE RULE; A BLANK TYPE - THE
      *    ORDINARY DEMAND ACCOUNT - SHOWS AS 'DM'.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 40 TIMES.
               10  WS-BT-BRANCH       PIC X(3).
               10  WS-BT-TYPE         PIC X(2).
               10  WS-BT-ACCOUNTS     PIC 9(5).
               10  WS-BT-SIDE OCCURS 2 TIMES.
                   15  WS-BT-CREDIT   PIC 9(9)V99.
                   15  WS-BT-DEBIT    PIC 9(9)V99.
                   15  WS-BT-FEES     PIC 9(9)V99.
       01  WS-BT-COUNT        PIC 9(2) VALUE 0.
       01  WS-BT-IDX          PIC 9(2).
       01  WS-BT-FOUND        PIC 9(2).
       01  WS-BT-WORK-BRANCH  PIC X(3).
       01  WS-BT-WORK-TYPE    PIC X(2).
       01  WS-BT-DROPPED      PIC 9(7) VALUE 0.

      *    THE ACCOUNTS WHOSE NET INCOME TO THE BANK MOVES MOST, LARGEST
      *    MOVE FIRST. NET INCOME IS DEBIT INTEREST PLUS FEES LESS
      *    CREDIT INTEREST, SO A POSITIVE CHANGE COSTS THE CUSTOMER.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 20 TIMES.
               10  WS-TOP-ACCOUNT     PIC X(10).
               10  WS-TOP-BRANCH      PIC X(3).
               10  WS-TOP-TYPE        PIC X(2).
               10  WS-TOP-ABS         PIC 9(9)V99.
               10  WS-TOP-CHANGE      PIC S9(9)V99.
               10  WS-TOP-SIDE OCCURS 2 TIMES.
                   15  WS-TOP-CREDIT  PIC 9(7)V99.
                   15  WS-TOP-DEBIT   PIC 9(7)V99.
                   15  WS-TOP-FEES    PIC 9(7)V99.
       01  WS-TOP-COUNT       PIC 9(2) VALUE 0.
       01  WS-TOP-IDX         PIC 9(2).
       01  WS-TOP-POS         PIC 9(2).

      *    REPORT EDITING.
       01  WS-PL-NAME         PIC X(18).
       01  WS-PL-CUR          PIC X(12).
       01  WS-PL-NEW          PIC X(12).
       01  WS-PL-FLAG         PIC X(7).
       01  WS-ED-RATE         PIC 9.9999.
       01  WS-ED-FEE          PIC Z(6)9.99.
       01  WS-ED-CUR          PIC Z(8)9.99.
       01  WS-ED-NEW          PIC Z(8)9.99.
       01  WS-ED-CHG          PIC -(9)9.99.
       01  WS-ED-SHORT-1      PIC Z(6)9.99.
       01  WS-ED-SHORT-2      PIC Z(6)9.99.
       01  WS-ED-SHORT-3      PIC Z(6)9.99.
       01  WS-ED-SHORT-4      PIC Z(6)9.99.
       01  WS-ED-SHORT-5      PIC Z(6)9.99.
       01  WS-ED-SHORT-6      PIC Z(6)9.99.
       01  WS-ED-SHORT-CHG    PIC -(7)9.99.
       01  WS-TL-NAME         PIC X(24).
       01  WS-TL-CUR          PIC S9(9)V99.
       01  WS-TL-NEW          PIC S9(9)V99.
       01  WS-TL-CHANGE       PIC S9(9)V99.
       01  WS-ED-SCUR         PIC -(9)9.99.
       01  WS-ED-SNEW         PIC -(9)9.99.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           PERFORM 020-SET-COMPILED-DEFAULTS THRU
                   020-SET-COMPILED-DEFAULTS-EXIT.
           PERFORM 030-LOAD-CURRENT-VALUES THRU
                   030-LOAD-CURRENT-VALUES-EXIT.
           PERFORM 040-LOAD-PROPOSED-VALUES THRU
                   040-LOAD-PROPOSED-VALUES-EXIT.
           PERFORM 045-CHECK-BASES THRU 045-CHECK-BASES-EXIT.
           PERFORM 050-LOAD-WAIVERS THRU 050-LOAD-WAIVERS-EXIT.
           PERFORM 060-OPEN-BALANCE-FIGURES THRU
                   060-OPEN-BALANCE-FIGURES-EXIT.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTFILE.
           IF RP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening RATESIMRPT: ' RP-FILE-STATUS
               CLOSE ACCOUNTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-SIMULATE-ACCOUNTS THRU
                   200-SIMULATE-ACCOUNTS-EXIT UNTIL EOF-FLAG = 'Y'.
           PERFORM 500-WRITE-REPORT THRU 500-WRITE-REPORT-EXIT.
           CLOSE REPORTFILE.
           CLOSE ACCOUNTFILE.
           IF WS-BALAVG-OPEN
               CLOSE BALAVGFILE
           END-IF.
           DISPLAY 'BUSINESS DATE    : ' WS-TODAY.
           DISPLAY 'PROPOSED VALUES  : ' WS-PROPOSED-SOURCE.
           DISPLAY 'ACCOUNTS SCANNED : ' WS-ACCOUNT-COUNT.
           DISPLAY 'ACCOUNTS MOVED   : ' WS-MOVED-COUNT.
           DISPLAY 'LEDGER FALLBACKS : ' WS-FALLBACK-COUNT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES. SIM_THROUGH (YYYYMMDD)
      *    PRICES ONLY THE PENDING CHANGES EFFECTIVE BY THAT DATE.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PARAMS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARAM-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RATEWHATIF_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WHATIF-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'FEEWAIVERS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WAIVER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALAVGFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALAVG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RATESIMRPT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SIM_THROUGH'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF WS-ENV-OVERRIDE(1:8) NUMERIC
                   MOVE WS-ENV-OVERRIDE(1:8) TO WS-SIM-THROUGH
               ELSE
                   DISPLAY 'SIM_THROUGH NOT A DATE - IGNORED: '
                           WS-ENV-OVERRIDE
               END-IF
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

      *    THE CALCULATORS' COMPILED DEFAULTS - WHAT THEY CHARGE OR
      *    PAY WHEN THE MASTER IS SILENT. KEEP IN STEP WITH INTCALC,
      *    ODINTCLC AND FEEASSES.
       020-SET-COMPILED-DEFAULTS.
           MOVE 0.0001   TO WS-SD-INT-RATE-1(1).
           MOVE 0.0002   TO WS-SD-INT-RATE-2(1).
           MOVE 0.0003   TO WS-SD-INT-RATE-3(1).
           MOVE 'LEDGER' TO WS-SD-INT-BASIS(1).
           MOVE 0.0010   TO WS-SD-OD-RATE-1(1).
           MOVE 0.0012   TO WS-SD-OD-RATE-2(1).
           MOVE 0.0015   TO WS-SD-OD-RATE-3(1).
           MOVE 5.00     TO WS-SD-MAINT-FEE(1).
           MOVE 10.00    TO WS-SD-BELOWMIN-FEE(1).
           MOVE 5.00     TO WS-SD-DORMANT-FEE(1).
           MOVE 500.00   TO WS-SD-MIN-BALANCE(1).
           MOVE 'LEDGER' TO WS-SD-FEE-BASIS(1).
       020-SET-COMPILED-DEFAULTS-EXIT.
           EXIT.

      *    ONE PASS OF THE MASTER: A LINE IN EFFECT ON THE BUSINESS
      *    DATE SETS THE CURRENT VALUE, IN FILE ORDER, SO THE LATEST
      *    EFFECTIVE VALUE WINS AS IT DOES IN THE CALCULATORS; A
      *    FUTURE-DATED LINE IS HELD FOR THE PROPOSED SIDE. A MISSING
      *    MASTER LEAVES THE COMPILED DEFAULTS AND NOTHING PENDING.
       030-LOAD-CURRENT-VALUES.
           MOVE 1 TO WS-SIDE-IDX.
           OPEN INPUT PARAMFILE.
           IF PM-FILE-STATUS NOT = '00'
               DISPLAY 'PARAMETER MASTER UNAVAILABLE: ' PM-FILE-STATUS
                       ' - COMPILED DEFAULTS ONLY'
               GO TO 030-LOAD-CURRENT-VALUES-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PARAMFILE INTO PARAM-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PARAM-RECORD NOT = SPACES
                           PERFORM 035-SORT-ONE-MASTER-LINE THRU
                                   035-SORT-ONE-MASTER-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE PARAMFILE.
       030-LOAD-CURRENT-VALUES-EXIT.
           EXIT.

       035-SORT-ONE-MASTER-LINE.
           MOVE SPACES TO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3 WS-PRM-F4.
           UNSTRING PARAM-RECORD DELIMITED BY '|'
               INTO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3 WS-PRM-F4
           END-UNSTRING.
           IF WS-PRM-F4 NOT NUMERIC
               GO TO 035-SORT-ONE-MASTER-LINE-EXIT
           END-IF.
           IF WS-PRM-F4 <= WS-TODAY
               PERFORM APPLY-ONE-PARAMETER THRU
                       APPLY-ONE-PARAMETER-EXIT
               GO TO 035-SORT-ONE-MASTER-LINE-EXIT
           END-IF.
           IF WS-SIM-THROUGH NOT = SPACES AND
              WS-PRM-F4 > WS-SIM-THROUGH
               ADD 1 TO WS-PEND-BEYOND
               GO TO 035-SORT-ONE-MASTER-LINE-EXIT
           END-IF.
           IF WS-PEND-COUNT = 200
               DISPLAY 'PENDING TABLE FULL - NOT PRICED: '
                       PARAM-RECORD
               GO TO 035-SORT-ONE-MASTER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PRM-F1 TO WS-PEND-CODE(WS-PEND-COUNT).
           MOVE WS-PRM-F2 TO WS-PEND-PARAM(WS-PEND-COUNT).
           MOVE WS-PRM-F3 TO WS-PEND-VALUE(WS-PEND-COUNT).
           MOVE WS-PRM-F4 TO WS-PEND-EFFFROM(WS-PEND-COUNT).
           IF WS-PRM-F4 > WS-PEND-LAST-DATE
              OR WS-PEND-LAST-DATE = SPACES
               MOVE WS-PRM-F4 TO WS-PEND-LAST-DATE
           END-IF.
       035-SORT-ONE-MASTER-LINE-EXIT.
           EXIT.

      *    THE PROPOSED SIDE STARTS AS TODAY'S VALUES. A WHAT-IF FILE,
      *    WHEN ONE IS THERE, IS LAID OVER THEM AND THE PENDING LINES
      *    ARE LEFT OUT - FINANCE IS PRICING SOMETHING ELSE. OTHERWISE
      *    THE PENDING LINES ARE LAID OVER IN EFFECTIVE-DATE ORDER.
       040-LOAD-PROPOSED-VALUES.
           MOVE WS-SIDE(1) TO WS-SIDE(2).
           MOVE 2 TO WS-SIDE-IDX.
           OPEN INPUT WHATIFFILE.
           IF WI-FILE-STATUS = '00'
               SET WS-WHATIF-USED TO TRUE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ WHATIFFILE INTO WHATIF-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF WHATIF-RECORD NOT = SPACES
                               PERFORM 042-APPLY-WHATIF-LINE THRU
                                       042-APPLY-WHATIF-LINE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE WHATIFFILE
               MOVE SPACES TO WS-PROPOSED-SOURCE
               STRING 'WHAT-IF FILE, ' WS-WHATIF-COUNT ' LINES'
                   DELIMITED BY SIZE INTO WS-PROPOSED-SOURCE
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   MOVE WS-PEND-CODE(WS-PEND-IDX) TO WS-PRM-F1
                   MOVE WS-PEND-PARAM(WS-PEND-IDX) TO WS-PRM-F2
                   MOVE WS-PEND-VALUE(WS-PEND-IDX) TO WS-PRM-F3
                   PERFORM APPLY-ONE-PARAMETER THRU
                           APPLY-ONE-PARAMETER-EXIT
               END-PERFORM
               MOVE SPACES TO WS-PROPOSED-SOURCE
               IF WS-PEND-COUNT = 0
                   STRING 'NO PENDING CHANGES'
                       DELIMITED BY SIZE INTO WS-PROPOSED-SOURCE
               ELSE
                   STRING 'PENDING CHANGES, ' WS-PEND-COUNT
                       ' LINES, LAST EFFECTIVE ' WS-PEND-LAST-DATE
                       DELIMITED BY SIZE INTO WS-PROPOSED-SOURCE
               END-IF
           END-IF.
       040-LOAD-PROPOSED-VALUES-EXIT.
           EXIT.

      *    CODE|PARAMETER|VALUE[|EFFFROM] OR ADD|CODE|PARAMETER|VALUE
      *    |EFFFROM. THE DATE IS NOT CONSULTED: A WHAT-IF LINE IS
      *    PRICED AS THOUGH IT HAD ALREADY TAKEN EFFECT.
       042-APPLY-WHATIF-LINE.
           MOVE SPACES TO WS-PRM-F0 WS-PRM-F1 WS-PRM-F2 WS-PRM-F3.
           UNSTRING WHATIF-RECORD DELIMITED BY '|'
               INTO WS-PRM-F0 WS-PRM-F1 WS-PRM-F2 WS-PRM-F3
           END-UNSTRING.
           IF WS-PRM-F0 NOT = 'ADD'
               MOVE SPACES TO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3
               UNSTRING WHATIF-RECORD DELIMITED BY '|'
                   INTO WS-PRM-F1 WS-PRM-F2 WS-PRM-F3
               END-UNSTRING
           END-IF.
           IF WS-PRM-F3 = SPACES
               DISPLAY 'WHAT-IF LINE WITHOUT A VALUE - IGNORED: '
                       WHATIF-RECORD
           ELSE
               ADD 1 TO WS-WHATIF-COUNT
               PERFORM APPLY-ONE-PARAMETER THRU
                       APPLY-ONE-PARAMETER-EXIT
           END-IF.
       042-APPLY-WHATIF-LINE-EXIT.
           EXIT.

      *    AN UNKNOWN BASIS IS TREATED AS EACH CALCULATOR TREATS IT -
      *    AS LEDGER, WITH A CONSOLE NOTE. INTCALC KNOWS ONLY THE
      *    AVERAGE BASES; FEEASSES THE LOWEST-BALANCE ONES AS WELL.
       045-CHECK-BASES.
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 2
               MOVE WS-SD-INT-BASIS(WS-SIDE-IDX) TO WS-WANT-BASIS
               IF NOT WS-WANT-LEDGER AND NOT WS-WANT-ADB AND
                  NOT WS-WANT-ADB-PRIOR
                   DISPLAY 'UNKNOWN INT BAL_BASIS ' WS-WANT-BASIS
                           ' - PRICED ON LEDGER'
                   MOVE 'LEDGER' TO WS-SD-INT-BASIS(WS-SIDE-IDX)
               END-IF
               MOVE WS-SD-FEE-BASIS(WS-SIDE-IDX) TO WS-WANT-BASIS
               IF NOT WS-WANT-LEDGER AND NOT WS-WANT-MIN AND
                  NOT WS-WANT-ADB AND NOT WS-WANT-MIN-PRIOR AND
                  NOT WS-WANT-ADB-PRIOR
                   DISPLAY 'UNKNOWN FEE BAL_BASIS ' WS-WANT-BASIS
                           ' - PRICED ON LEDGER'
                   MOVE 'LEDGER' TO WS-SD-FEE-BASIS(WS-SIDE-IDX)
               END-IF
           END-PERFORM.
       045-CHECK-BASES-EXIT.
           EXIT.

      *    FEEWAIVERS.DAT IS OPTIONAL - NO FILE MEANS NO WAIVERS. THE
      *    HIGHEST 'B' TIER WINS, AS IN FEEASSES.
       050-LOAD-WAIVERS.
           OPEN INPUT WAIVERFILE.
           IF WV-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ WAIVERFILE INTO WAIVER-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 055-LOAD-ONE-WAIVER THRU
                                   055-LOAD-ONE-WAIVER-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE WAIVERFILE
           END-IF.
       050-LOAD-WAIVERS-EXIT.
           EXIT.

       055-LOAD-ONE-WAIVER.
           IF WAIVER-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-WVR-F1 WS-WVR-F2 WS-WVR-F3
               UNSTRING WAIVER-RECORD DELIMITED BY '|'
                   INTO WS-WVR-F1 WS-WVR-F2 WS-WVR-F3
               END-UNSTRING
               EVALUATE WS-WVR-F1
                   WHEN 'A'
                       IF WS-WAIVER-ACCT-COUNT < 100
                           ADD 1 TO WS-WAIVER-ACCT-COUNT
                           MOVE WS-WVR-F2(1:10) TO
                                WS-WAIVER-ACCT-ENTRY
                                (WS-WAIVER-ACCT-COUNT)
                       ELSE
                           DISPLAY 'WAIVER TABLE FULL - IGNORING: '
                                   WAIVER-RECORD
                       END-IF
                   WHEN 'B'
                       IF FUNCTION NUMVAL(WS-WVR-F2) > WS-WAIVER-TIER
                          OR WS-WAIVER-TIER-NOT-SET
                           COMPUTE WS-WAIVER-TIER =
                                   FUNCTION NUMVAL(WS-WVR-F2)
                           SET WS-WAIVER-TIER-SET TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'UNKNOWN WAIVER TYPE: ' WAIVER-RECORD
               END-EVALUATE
           END-IF.
       055-LOAD-ONE-WAIVER-EXIT.
           EXIT.

      *    THE PERIOD FIGURES ARE NEEDED ONLY WHEN SOME BASIS ON
      *    EITHER SIDE IS NOT LEDGER. THE MONTHS ARE THOSE OF THE
      *    BUSINESS DATE. A MISSING FILE IS NOT FATAL - EVERY ACCOUNT
      *    FALLS BACK TO ITS LEDGER BALANCE, AS IN THE CALCULATORS.
       060-OPEN-BALANCE-FIGURES.
           IF WS-SD-INT-BASIS(1) = 'LEDGER' AND
              WS-SD-INT-BASIS(2) = 'LEDGER' AND
              WS-SD-FEE-BASIS(1) = 'LEDGER' AND
              WS-SD-FEE-BASIS(2) = 'LEDGER'
               GO TO 060-OPEN-BALANCE-FIGURES-EXIT
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
                       ' - PRICING ON LEDGER'
           END-IF.
       060-OPEN-BALANCE-FIGURES-EXIT.
           EXIT.

       200-SIMULATE-ACCOUNTS.
           READ ACCOUNTFILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM 300-SIMULATE-ONE-ACCOUNT THRU
                           300-SIMULATE-ONE-ACCOUNT-EXIT
           END-READ.
       200-SIMULATE-ACCOUNTS-EXIT.
           EXIT.

      *    BOTH SIDES ARE PRICED FROM THE SAME RECORD, THEN THE
      *    ACCOUNT'S FIGURES GO TO THE TOTALS, ITS BRANCH/TYPE ROW AND
      *    - IF IT MOVED ENOUGH - THE MOST-AFFECTED LIST.
       300-SIMULATE-ONE-ACCOUNT.
           INITIALIZE WS-ACCT-FIGURES.
           SET WS-BA-UNREAD TO TRUE.
           MOVE 'N' TO WS-FELL-BACK-SW.
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 2
               PERFORM 310-PRICE-CREDIT-INTEREST THRU
                       310-PRICE-CREDIT-INTEREST-EXIT
               PERFORM 320-PRICE-DEBIT-INTEREST THRU
                       320-PRICE-DEBIT-INTEREST-EXIT
               PERFORM 330-PRICE-FEES THRU 330-PRICE-FEES-EXIT
           END-PERFORM.
           IF WS-FELL-BACK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF.
           COMPUTE WS-AC-NET-CHANGE =
                   (WS-AC-DEBIT(2) + WS-AC-FEES(2) - WS-AC-CREDIT(2))
                 - (WS-AC-DEBIT(1) + WS-AC-FEES(1) - WS-AC-CREDIT(1)).
           IF WS-AC-NET-CHANGE < 0
               COMPUTE WS-AC-ABS-CHANGE = 0 - WS-AC-NET-CHANGE
           ELSE
               MOVE WS-AC-NET-CHANGE TO WS-AC-ABS-CHANGE
           END-IF.
           IF WS-AC-ABS-CHANGE > 0
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
           PERFORM 350-ACCUMULATE-BRANCH-TYPE THRU
                   350-ACCUMULATE-BRANCH-TYPE-EXIT.
           PERFORM 370-RANK-ACCOUNT THRU 370-RANK-ACCOUNT-EXIT.
       300-SIMULATE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    INTCALC'S 300-CREDIT-ACCOUNT: ACTIVE, NOT A TERM DEPOSIT OR
      *    LOAN, A POSITIVE BASIS BALANCE, TIERED AT 1,000 AND 10,000.
       310-PRICE-CREDIT-INTEREST.
           IF NOT AF-STATUS-ACTIVE OR AF-TYPE-TERM OR AF-TYPE-LOAN
               GO TO 310-PRICE-CREDIT-INTEREST-EXIT
           END-IF.
           MOVE WS-SD-INT-BASIS(WS-SIDE-IDX) TO WS-WANT-BASIS.
           PERFORM 340-FIND-BASIS-BALANCE THRU
                   340-FIND-BASIS-BALANCE-EXIT.
           IF WS-BASIS-BALANCE NOT > 0
               GO TO 310-PRICE-CREDIT-INTEREST-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-BASIS-BALANCE < 1000.00
                   MOVE WS-SD-INT-RATE-1(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
               WHEN WS-BASIS-BALANCE < 10000.00
                   MOVE WS-SD-INT-RATE-2(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
               WHEN OTHER
                   MOVE WS-SD-INT-RATE-3(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
           END-EVALUATE.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-BASIS-BALANCE * WS-INTEREST-RATE.
           IF WS-INTEREST-AMOUNT > 0
               MOVE WS-INTEREST-AMOUNT TO WS-AC-CREDIT(WS-SIDE-IDX)
               ADD WS-INTEREST-AMOUNT TO WS-TT-CREDIT(WS-SIDE-IDX)
               ADD 1 TO WS-TT-CREDIT-COUNT(WS-SIDE-IDX)
           END-IF.
       310-PRICE-CREDIT-INTEREST-EXIT.
           EXIT.

      *    ODINTCLC'S 300-CHARGE-ACCOUNT: ACTIVE AND BELOW ZERO ON THE
      *    LEDGER, TIERED ON THE OVERDRAWN AMOUNT. A CHARGE THAT WOULD
      *    TAKE THE ACCOUNT PAST ITS LIMIT IS HELD FOR REVIEW, NOT
      *    EARNED.
       320-PRICE-DEBIT-INTEREST.
           IF NOT AF-STATUS-ACTIVE OR AF-ACCOUNT-BALANCE NOT < 0
               GO TO 320-PRICE-DEBIT-INTEREST-EXIT
           END-IF.
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - AF-ACCOUNT-BALANCE.
           EVALUATE TRUE
               WHEN WS-OVERDRAWN-AMOUNT < 1000.00
                   MOVE WS-SD-OD-RATE-1(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
               WHEN WS-OVERDRAWN-AMOUNT < 10000.00
                   MOVE WS-SD-OD-RATE-2(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
               WHEN OTHER
                   MOVE WS-SD-OD-RATE-3(WS-SIDE-IDX) TO
                        WS-INTEREST-RATE
           END-EVALUATE.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-OVERDRAWN-AMOUNT * WS-INTEREST-RATE.
           IF WS-INTEREST-AMOUNT = 0
               GO TO 320-PRICE-DEBIT-INTEREST-EXIT
           END-IF.
           COMPUTE WS-PROSPECTIVE-BALANCE =
                   AF-ACCOUNT-BALANCE - WS-INTEREST-AMOUNT.
           IF WS-PROSPECTIVE-BALANCE < (0 - AF-OVERDRAFT-LIMIT)
               ADD 1 TO WS-TT-REVIEW-COUNT(WS-SIDE-IDX)
               ADD WS-INTEREST-AMOUNT TO WS-TT-REVIEW(WS-SIDE-IDX)
           ELSE
               MOVE WS-INTEREST-AMOUNT TO WS-AC-DEBIT(WS-SIDE-IDX)
               ADD WS-INTEREST-AMOUNT TO WS-TT-DEBIT(WS-SIDE-IDX)
               ADD 1 TO WS-TT-DEBIT-COUNT(WS-SIDE-IDX)
           END-IF.
       320-PRICE-DEBIT-INTEREST-EXIT.
           EXIT.

      *    FEEASSES'S 300-ASSESS-ONE-ACCOUNT: NO FEES ON TERM
      *    DEPOSITS OR LOANS; ACTIVE DRAWS MAINTENANCE AND, BELOW THE
      *    MINIMUM, BELOW-MINIMUM; DORMANT DRAWS THE DORMANCY FEE.
       330-PRICE-FEES.
           IF AF-TYPE-TERM OR AF-TYPE-LOAN
               GO TO 330-PRICE-FEES-EXIT
           END-IF.
           IF NOT AF-STATUS-ACTIVE AND NOT AF-STATUS-DORMANT
               GO TO 330-PRICE-FEES-EXIT
           END-IF.
           MOVE WS-SD-FEE-BASIS(WS-SIDE-IDX) TO WS-WANT-BASIS.
           PERFORM 340-FIND-BASIS-BALANCE THRU
                   340-FIND-BASIS-BALANCE-EXIT.
           IF AF-STATUS-ACTIVE
               MOVE WS-SD-MAINT-FEE(WS-SIDE-IDX) TO WS-FEE-AMOUNT
               PERFORM 335-CHARGE-OR-WAIVE THRU
                       335-CHARGE-OR-WAIVE-EXIT
               IF WS-BASIS-BALANCE < WS-SD-MIN-BALANCE(WS-SIDE-IDX)
                   MOVE WS-SD-BELOWMIN-FEE(WS-SIDE-IDX) TO
                        WS-FEE-AMOUNT
                   PERFORM 335-CHARGE-OR-WAIVE THRU
                           335-CHARGE-OR-WAIVE-EXIT
               END-IF
           ELSE
               MOVE WS-SD-DORMANT-FEE(WS-SIDE-IDX) TO WS-FEE-AMOUNT
               PERFORM 335-CHARGE-OR-WAIVE THRU
                       335-CHARGE-OR-WAIVE-EXIT
           END-IF.
       330-PRICE-FEES-EXIT.
           EXIT.

      *    A ZERO FEE CHARGES AND COUNTS NOTHING; A WAIVER BY ACCOUNT
      *    OR BY BALANCE TIER (ON THIS SIDE'S BASIS BALANCE) TURNS
      *    THE FEE INTO INCOME FORGONE.
       335-CHARGE-OR-WAIVE.
           IF WS-FEE-AMOUNT = 0
               GO TO 335-CHARGE-OR-WAIVE-EXIT
           END-IF.
           SET WS-FEE-NOT-WAIVED TO TRUE.
           IF WS-WAIVER-TIER-SET AND
              WS-BASIS-BALANCE >= WS-WAIVER-TIER
               SET WS-FEE-WAIVED TO TRUE
           END-IF.
           PERFORM VARYING WS-WAIVER-IDX FROM 1 BY 1
                   UNTIL WS-WAIVER-IDX > WS-WAIVER-ACCT-COUNT
               IF WS-WAIVER-ACCT-ENTRY(WS-WAIVER-IDX) =
                  AF-ACCOUNT-NUMBER
                   SET WS-FEE-WAIVED TO TRUE
                   MOVE WS-WAIVER-ACCT-COUNT TO WS-WAIVER-IDX
               END-IF
           END-PERFORM.
           IF WS-FEE-WAIVED
               ADD 1 TO WS-TT-WAIVED-COUNT(WS-SIDE-IDX)
               ADD WS-FEE-AMOUNT TO WS-TT-WAIVED(WS-SIDE-IDX)
           ELSE
               ADD WS-FEE-AMOUNT TO WS-AC-FEES(WS-SIDE-IDX)
               ADD 1 TO WS-TT-FEE-COUNT(WS-SIDE-IDX)
               ADD WS-FEE-AMOUNT TO WS-TT-FEES(WS-SIDE-IDX)
           END-IF.
       335-CHARGE-OR-WAIVE-EXIT.
           EXIT.

      *    THE BALANCE WS-WANT-BASIS NAMES, BY THE CALCULATORS' OWN
      *    RULES - A MONTH NOT YET ROLLED OVER IS STILL THE ACCOUNT'S
      *    MONTH IN PROGRESS, SO THE PRIOR BASES LOOK THERE TOO. NO
      *    FIGURES FOR THE MONTH MEANS THE LEDGER BALANCE.
       340-FIND-BASIS-BALANCE.
           MOVE AF-ACCOUNT-BALANCE TO WS-BASIS-BALANCE.
           IF WS-WANT-LEDGER
               GO TO 340-FIND-BASIS-BALANCE-EXIT
           END-IF.
           IF WS-BA-UNREAD
               PERFORM 345-READ-BALANCE-FIGURES THRU
                       345-READ-BALANCE-FIGURES-EXIT
           END-IF.
           IF WS-BA-NONE
               MOVE 'Y' TO WS-FELL-BACK-SW
               GO TO 340-FIND-BASIS-BALANCE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-WANT-MIN AND BA-CUR-PERIOD = WS-CUR-PERIOD
                   MOVE BA-CUR-MIN TO WS-BASIS-BALANCE
               WHEN WS-WANT-ADB AND BA-CUR-PERIOD = WS-CUR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN WS-WANT-MIN-PRIOR AND
                    BA-PRV-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-PRV-MIN TO WS-BASIS-BALANCE
               WHEN WS-WANT-ADB-PRIOR AND
                    BA-PRV-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-PRV-ADB TO WS-BASIS-BALANCE
               WHEN WS-WANT-MIN-PRIOR AND
                    BA-CUR-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-CUR-MIN TO WS-BASIS-BALANCE
               WHEN WS-WANT-ADB-PRIOR AND
                    BA-CUR-PERIOD = WS-PRIOR-PERIOD
                   MOVE BA-CUR-ADB TO WS-BASIS-BALANCE
               WHEN OTHER
                   MOVE 'Y' TO WS-FELL-BACK-SW
           END-EVALUATE.
       340-FIND-BASIS-BALANCE-EXIT.
           EXIT.

       345-READ-BALANCE-FIGURES.
           SET WS-BA-NONE TO TRUE.
           IF WS-BALAVG-NOT-OPEN
               GO TO 345-READ-BALANCE-FIGURES-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           READ BALAVGFILE
               INVALID KEY
                   GO TO 345-READ-BALANCE-FIGURES-EXIT
           END-READ.
           SET WS-BA-FOUND TO TRUE.
       345-READ-BALANCE-FIGURES-EXIT.
           EXIT.

      *    LEAVES WS-BT-IDX ON THE ACCOUNT'S BRANCH/TYPE ROW, CLAIMING
      *    A FRESH ONE ON FIRST SIGHT. A FULL TABLE DROPS THE ACCOUNT
      *    FROM THE BREAKOUT ONLY - IT STAYS IN THE TOTALS, AND THE
      *    REPORT SAYS HOW MANY WERE LEFT OUT.
       350-ACCUMULATE-BRANCH-TYPE.
           MOVE AF-BRANCH-CODE TO WS-BT-WORK-BRANCH.
           IF WS-BT-WORK-BRANCH = SPACES
               MOVE '000' TO WS-BT-WORK-BRANCH
           END-IF.
           MOVE AF-ACCOUNT-TYPE TO WS-BT-WORK-TYPE.
           IF WS-BT-WORK-TYPE = SPACES
               MOVE 'DM' TO WS-BT-WORK-TYPE
           END-IF.
           MOVE 0 TO WS-BT-FOUND.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-BRANCH(WS-BT-IDX) = WS-BT-WORK-BRANCH AND
                  WS-BT-TYPE(WS-BT-IDX) = WS-BT-WORK-TYPE
                   MOVE WS-BT-IDX TO WS-BT-FOUND
                   MOVE WS-BT-COUNT TO WS-BT-IDX
               END-IF
           END-PERFORM.
           IF WS-BT-FOUND > 0
               MOVE WS-BT-FOUND TO WS-BT-IDX
           ELSE
               IF WS-BT-COUNT < 40
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT TO WS-BT-IDX
                   INITIALIZE WS-BT-ENTRY(WS-BT-IDX)
                   MOVE WS-BT-WORK-BRANCH TO WS-BT-BRANCH(WS-BT-IDX)
                   MOVE WS-BT-WORK-TYPE TO WS-BT-TYPE(WS-BT-IDX)
               ELSE
                   ADD 1 TO WS-BT-DROPPED
                   GO TO 350-ACCUMULATE-BRANCH-TYPE-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-BT-ACCOUNTS(WS-BT-IDX).
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 2
               ADD WS-AC-CREDIT(WS-SIDE-IDX) TO
                   WS-BT-CREDIT(WS-BT-IDX, WS-SIDE-IDX)
               ADD WS-AC-DEBIT(WS-SIDE-IDX) TO
                   WS-BT-DEBIT(WS-BT-IDX, WS-SIDE-IDX)
               ADD WS-AC-FEES(WS-SIDE-IDX) TO
                   WS-BT-FEES(WS-BT-IDX, WS-SIDE-IDX)
           END-PERFORM.
       350-ACCUMULATE-BRANCH-TYPE-EXIT.
           EXIT.

      *    KEEPS THE 20 LARGEST MOVES IN DESCENDING ORDER: A NEW ENTRY
      *    TAKES THE LAST SLOT (OR A FREE ONE) AND THE SMALLER ENTRIES
      *    ABOVE IT SHUFFLE DOWN UNTIL IT REACHES ITS PLACE.
       370-RANK-ACCOUNT.
           IF WS-AC-ABS-CHANGE = 0
               GO TO 370-RANK-ACCOUNT-EXIT
           END-IF.
           IF WS-TOP-COUNT < 20
               ADD 1 TO WS-TOP-COUNT
               MOVE WS-TOP-COUNT TO WS-TOP-POS
           ELSE
               IF WS-AC-ABS-CHANGE NOT > WS-TOP-ABS(20)
                   GO TO 370-RANK-ACCOUNT-EXIT
               END-IF
               MOVE 20 TO WS-TOP-POS
           END-IF.
           PERFORM UNTIL WS-TOP-POS = 1
                      OR WS-TOP-ABS(WS-TOP-POS - 1) >= WS-AC-ABS-CHANGE
               MOVE WS-TOP-ENTRY(WS-TOP-POS - 1) TO
                    WS-TOP-ENTRY(WS-TOP-POS)
               SUBTRACT 1 FROM WS-TOP-POS
           END-PERFORM.
           MOVE AF-ACCOUNT-NUMBER TO WS-TOP-ACCOUNT(WS-TOP-POS).
           MOVE WS-BT-WORK-BRANCH TO WS-TOP-BRANCH(WS-TOP-POS).
           MOVE WS-BT-WORK-TYPE TO WS-TOP-TYPE(WS-TOP-POS).
           MOVE WS-AC-ABS-CHANGE TO WS-TOP-ABS(WS-TOP-POS).
           MOVE WS-AC-NET-CHANGE TO WS-TOP-CHANGE(WS-TOP-POS).
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 2
               MOVE WS-AC-CREDIT(WS-SIDE-IDX) TO
                    WS-TOP-CREDIT(WS-TOP-POS, WS-SIDE-IDX)
               MOVE WS-AC-DEBIT(WS-SIDE-IDX) TO
                    WS-TOP-DEBIT(WS-TOP-POS, WS-SIDE-IDX)
               MOVE WS-AC-FEES(WS-SIDE-IDX) TO
                    WS-TOP-FEES(WS-TOP-POS, WS-SIDE-IDX)
           END-PERFORM.
       370-RANK-ACCOUNT-EXIT.
           EXIT.

      *    CURRENT AGAINST PROPOSED: THE PARAMETERS THEMSELVES, THE
      *    WHOLE-BOOK MONTHLY FIGURES, THE BRANCH/TYPE BREAKOUT AND
      *    THE MOST-AFFECTED ACCOUNTS.
       500-WRITE-REPORT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RATE CHANGE SIMULATION FOR ' WS-TODAY
               ' | PROPOSED: ' WS-PROPOSED-SOURCE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ONE MONTHLY CYCLE ON BALANCES AS READ - NOTHING '
               'POSTED | ACCOUNTS ' WS-ACCOUNT-COUNT
               ' | MOVED ' WS-MOVED-COUNT
               ' | LEDGER FALLBACKS ' WS-FALLBACK-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-PEND-BEYOND > 0 AND WS-WHATIF-NOT-USED
               MOVE SPACES TO REPORT-RECORD
               STRING 'PENDING CHANGES AFTER ' WS-SIM-THROUGH
                   ' NOT PRICED: ' WS-PEND-BEYOND
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM 510-WRITE-PARAMETER-LINES THRU
                   510-WRITE-PARAMETER-LINES-EXIT.
           PERFORM 520-WRITE-TOTAL-LINES THRU
                   520-WRITE-TOTAL-LINES-EXIT.
           PERFORM 530-WRITE-BRANCH-TYPE-LINES THRU
                   530-WRITE-BRANCH-TYPE-LINES-EXIT.
           PERFORM 540-WRITE-AFFECTED-LINES THRU
                   540-WRITE-AFFECTED-LINES-EXIT.
       500-WRITE-REPORT-EXIT.
           EXIT.

       510-WRITE-PARAMETER-LINES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'PARAMETERS' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'INT RATE1' TO WS-PL-NAME.
           MOVE WS-SD-INT-RATE-1(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-INT-RATE-1(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'INT RATE2' TO WS-PL-NAME.
           MOVE WS-SD-INT-RATE-2(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-INT-RATE-2(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'INT RATE3' TO WS-PL-NAME.
           MOVE WS-SD-INT-RATE-3(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-INT-RATE-3(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'INT BAL_BASIS' TO WS-PL-NAME.
           MOVE WS-SD-INT-BASIS(1) TO WS-PL-CUR.
           MOVE WS-SD-INT-BASIS(2) TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'ODI RATE1' TO WS-PL-NAME.
           MOVE WS-SD-OD-RATE-1(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-OD-RATE-1(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'ODI RATE2' TO WS-PL-NAME.
           MOVE WS-SD-OD-RATE-2(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-OD-RATE-2(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'ODI RATE3' TO WS-PL-NAME.
           MOVE WS-SD-OD-RATE-3(1) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-CUR.
           MOVE WS-SD-OD-RATE-3(2) TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'FEE MAINT_FEE' TO WS-PL-NAME.
           MOVE WS-SD-MAINT-FEE(1) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-CUR.
           MOVE WS-SD-MAINT-FEE(2) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'FEE BELOWMIN_FEE' TO WS-PL-NAME.
           MOVE WS-SD-BELOWMIN-FEE(1) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-CUR.
           MOVE WS-SD-BELOWMIN-FEE(2) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'FEE DORMANT_FEE' TO WS-PL-NAME.
           MOVE WS-SD-DORMANT-FEE(1) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-CUR.
           MOVE WS-SD-DORMANT-FEE(2) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'FEE MIN_BALANCE' TO WS-PL-NAME.
           MOVE WS-SD-MIN-BALANCE(1) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-CUR.
           MOVE WS-SD-MIN-BALANCE(2) TO WS-ED-FEE.
           MOVE WS-ED-FEE TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
           MOVE 'FEE BAL_BASIS' TO WS-PL-NAME.
           MOVE WS-SD-FEE-BASIS(1) TO WS-PL-CUR.
           MOVE WS-SD-FEE-BASIS(2) TO WS-PL-NEW.
           PERFORM 515-WRITE-ONE-PARAMETER THRU
                   515-WRITE-ONE-PARAMETER-EXIT.
       510-WRITE-PARAMETER-LINES-EXIT.
           EXIT.

       515-WRITE-ONE-PARAMETER.
           IF WS-PL-CUR = WS-PL-NEW
               MOVE SPACES TO WS-PL-FLAG
           ELSE
               MOVE 'CHANGED' TO WS-PL-FLAG
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' WS-PL-NAME ' | CURRENT ' WS-PL-CUR
               ' | PROPOSED ' WS-PL-NEW ' | ' WS-PL-FLAG
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       515-WRITE-ONE-PARAMETER-EXIT.
           EXIT.

      *    NET INCOME IS DEBIT INTEREST PLUS FEES LESS CREDIT
      *    INTEREST. OVERDRAFT CHARGES HELD FOR REVIEW AND WAIVED FEES
      *    ARE SHOWN FOR THE RECORD BUT ARE NOT INCOME.
       520-WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MONTHLY TOTALS                   CURRENT'
               '       PROPOSED         CHANGE'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'CREDIT INTEREST PAID' TO WS-TL-NAME.
           MOVE WS-TT-CREDIT(1) TO WS-TL-CUR.
           MOVE WS-TT-CREDIT(2) TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           MOVE 'DEBIT INTEREST EARNED' TO WS-TL-NAME.
           MOVE WS-TT-DEBIT(1) TO WS-TL-CUR.
           MOVE WS-TT-DEBIT(2) TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           MOVE 'FEE INCOME' TO WS-TL-NAME.
           MOVE WS-TT-FEES(1) TO WS-TL-CUR.
           MOVE WS-TT-FEES(2) TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           COMPUTE WS-TT-NET = WS-TT-DEBIT(1) + WS-TT-FEES(1)
                             - WS-TT-CREDIT(1).
           COMPUTE WS-TT-NET-2 = WS-TT-DEBIT(2) + WS-TT-FEES(2)
                               - WS-TT-CREDIT(2).
           MOVE 'NET INCOME' TO WS-TL-NAME.
           MOVE WS-TT-NET TO WS-TL-CUR.
           MOVE WS-TT-NET-2 TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           MOVE 'FEES WAIVED (FORGONE)' TO WS-TL-NAME.
           MOVE WS-TT-WAIVED(1) TO WS-TL-CUR.
           MOVE WS-TT-WAIVED(2) TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           MOVE 'OD CHARGES HELD (REVIEW)' TO WS-TL-NAME.
           MOVE WS-TT-REVIEW(1) TO WS-TL-CUR.
           MOVE WS-TT-REVIEW(2) TO WS-TL-NEW.
           PERFORM 525-WRITE-ONE-TOTAL THRU 525-WRITE-ONE-TOTAL-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ITEMS CURRENT/PROPOSED | CREDITS '
               WS-TT-CREDIT-COUNT(1) '/' WS-TT-CREDIT-COUNT(2)
               ' | OD CHARGES ' WS-TT-DEBIT-COUNT(1) '/'
               WS-TT-DEBIT-COUNT(2)
               ' | FEES ' WS-TT-FEE-COUNT(1) '/' WS-TT-FEE-COUNT(2)
               ' | HELD ' WS-TT-REVIEW-COUNT(1) '/'
               WS-TT-REVIEW-COUNT(2)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       520-WRITE-TOTAL-LINES-EXIT.
           EXIT.

       525-WRITE-ONE-TOTAL.
           COMPUTE WS-TL-CHANGE = WS-TL-NEW - WS-TL-CUR.
           MOVE WS-TL-CUR TO WS-ED-SCUR.
           MOVE WS-TL-NEW TO WS-ED-SNEW.
           MOVE WS-TL-CHANGE TO WS-ED-CHG.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' WS-TL-NAME ' ' WS-ED-SCUR ' ' WS-ED-SNEW
               ' ' WS-ED-CHG
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       525-WRITE-ONE-TOTAL-EXIT.
           EXIT.

      *    CURRENT > PROPOSED FOR EACH OF CREDIT INTEREST, DEBIT
      *    INTEREST AND FEES, THEN THE CHANGE IN NET INCOME.
       530-WRITE-BRANCH-TYPE-LINES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'BY BRANCH AND ACCOUNT TYPE (CURRENT > PROPOSED)'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               COMPUTE WS-AC-NET-CHANGE =
                   (WS-BT-DEBIT(WS-BT-IDX, 2) + WS-BT-FEES(WS-BT-IDX, 2)
                    - WS-BT-CREDIT(WS-BT-IDX, 2))
                 - (WS-BT-DEBIT(WS-BT-IDX, 1) + WS-BT-FEES(WS-BT-IDX, 1)
                    - WS-BT-CREDIT(WS-BT-IDX, 1))
               MOVE WS-BT-CREDIT(WS-BT-IDX, 1) TO WS-ED-SHORT-1
               MOVE WS-BT-CREDIT(WS-BT-IDX, 2) TO WS-ED-SHORT-2
               MOVE WS-BT-DEBIT(WS-BT-IDX, 1) TO WS-ED-SHORT-3
               MOVE WS-BT-DEBIT(WS-BT-IDX, 2) TO WS-ED-SHORT-4
               MOVE WS-BT-FEES(WS-BT-IDX, 1) TO WS-ED-SHORT-5
               MOVE WS-BT-FEES(WS-BT-IDX, 2) TO WS-ED-SHORT-6
               MOVE WS-AC-NET-CHANGE TO WS-ED-SHORT-CHG
               MOVE SPACES TO REPORT-RECORD
               STRING 'BR ' WS-BT-BRANCH(WS-BT-IDX)
                   ' TY ' WS-BT-TYPE(WS-BT-IDX)
                   ' | N ' WS-BT-ACCOUNTS(WS-BT-IDX)
                   ' | CR ' WS-ED-SHORT-1 ' > ' WS-ED-SHORT-2
                   ' | DR ' WS-ED-SHORT-3 ' > ' WS-ED-SHORT-4
                   ' | FEE ' WS-ED-SHORT-5 ' > ' WS-ED-SHORT-6
                   ' | NET ' WS-ED-SHORT-CHG
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           IF WS-BT-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING 'ACCOUNTS BEYOND THE BREAKOUT TABLE (IN TOTALS '
                   'ONLY): ' WS-BT-DROPPED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       530-WRITE-BRANCH-TYPE-LINES-EXIT.
           EXIT.

       540-WRITE-AFFECTED-LINES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MOST AFFECTED ACCOUNTS - CHANGE IN NET INCOME, '
               'LARGEST FIRST (+ = COSTS THE CUSTOMER)'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TOP-COUNT = 0
               MOVE '  NO ACCOUNT MOVES UNDER THE PROPOSED VALUES'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
               MOVE WS-TOP-CREDIT(WS-TOP-IDX, 1) TO WS-ED-SHORT-1
               MOVE WS-TOP-CREDIT(WS-TOP-IDX, 2) TO WS-ED-SHORT-2
               MOVE WS-TOP-DEBIT(WS-TOP-IDX, 1) TO WS-ED-SHORT-3
               MOVE WS-TOP-DEBIT(WS-TOP-IDX, 2) TO WS-ED-SHORT-4
               MOVE WS-TOP-FEES(WS-TOP-IDX, 1) TO WS-ED-SHORT-5
               MOVE WS-TOP-FEES(WS-TOP-IDX, 2) TO WS-ED-SHORT-6
               MOVE WS-TOP-CHANGE(WS-TOP-IDX) TO WS-ED-SHORT-CHG
               MOVE SPACES TO REPORT-RECORD
               STRING WS-TOP-ACCOUNT(WS-TOP-IDX)
                   ' BR ' WS-TOP-BRANCH(WS-TOP-IDX)
                   ' TY ' WS-TOP-TYPE(WS-TOP-IDX)
                   ' | CR ' WS-ED-SHORT-1 ' > ' WS-ED-SHORT-2
                   ' | DR ' WS-ED-SHORT-3 ' > ' WS-ED-SHORT-4
                   ' | FEE ' WS-ED-SHORT-5 ' > ' WS-ED-SHORT-6
                   ' | NET ' WS-ED-SHORT-CHG
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
       540-WRITE-AFFECTED-LINES-EXIT.
           EXIT.

      *    ONE PARAMETER LINE (WS-PRM-F1/F2/F3) ONTO SIDE WS-SIDE-IDX,
      *    BY THE SAME CODE AND PARAMETER NAMES THE CALCULATORS READ.
      *    CODES THAT DO NOT PRICE A MONTHLY CYCLE ARE PASSED OVER.
       APPLY-ONE-PARAMETER.
           EVALUATE WS-PRM-F1 ALSO WS-PRM-F2
               WHEN 'INT' ALSO 'RATE1'
                   COMPUTE WS-SD-INT-RATE-1(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'INT' ALSO 'RATE2'
                   COMPUTE WS-SD-INT-RATE-2(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'INT' ALSO 'RATE3'
                   COMPUTE WS-SD-INT-RATE-3(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'INT' ALSO 'BAL_BASIS'
                   MOVE WS-PRM-F3 TO WS-SD-INT-BASIS(WS-SIDE-IDX)
               WHEN 'ODI' ALSO 'RATE1'
                   COMPUTE WS-SD-OD-RATE-1(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'ODI' ALSO 'RATE2'
                   COMPUTE WS-SD-OD-RATE-2(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'ODI' ALSO 'RATE3'
                   COMPUTE WS-SD-OD-RATE-3(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'FEE' ALSO 'MAINT_FEE'
                   COMPUTE WS-SD-MAINT-FEE(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'FEE' ALSO 'BELOWMIN_FEE'
                   COMPUTE WS-SD-BELOWMIN-FEE(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'FEE' ALSO 'DORMANT_FEE'
                   COMPUTE WS-SD-DORMANT-FEE(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'FEE' ALSO 'MIN_BALANCE'
                   COMPUTE WS-SD-MIN-BALANCE(WS-SIDE-IDX) =
                           FUNCTION NUMVAL(WS-PRM-F3)
               WHEN 'FEE' ALSO 'BAL_BASIS'
                   MOVE WS-PRM-F3 TO WS-SD-FEE-BASIS(WS-SIDE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.
