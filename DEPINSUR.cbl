       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINSUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DEPOSIT INSURANCE COVERAGE. EVERY DEPOSIT BALANCE IS
      *    SPREAD OVER ITS OWNERS BY OWNERSHIP CATEGORY, EACH OWNER'S
      *    TOTAL IN A CATEGORY IS INSURED UP TO THAT CATEGORY'S
      *    LIMIT, AND THE REST IS UNINSURED. RUN AS OF THE BUSINESS
      *    DATE WHENEVER THE REGULATOR ASKS - IT CHANGES NOTHING.
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

      *    JOINT HOLDERS. AN ACCOUNT WITH A SECOND STATEMENT-ROLE
      *    HOLDER IS JOINTLY OWNED AND SPLITS EVENLY ACROSS ALL OF
      *    THEM; A POWER OF ATTORNEY OWNS NOTHING. NO FILE MEANS
      *    EVERY ACCOUNT IS SINGLY OWNED.
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

      *    THE DAILY RATE TABLE, SAME CCY|RATE|YYYYMMDD LINES
      *    POSTING AND FXREVAL CONVERT WITH. COVERAGE IS MEASURED
      *    IN THE BASE CURRENCY.
           SELECT FXRATEFILE ASSIGN TO WS-FXRATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. DPINS|LIMIT_SGL, LIMIT_JNT, LIMIT_RET, LIMIT_TRS
      *    AND LIMIT_BUS ARE THE PER-OWNER COVERAGE LIMITS.
           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

      *    OPTIONAL OWNERSHIP DESIGNATIONS: ACCOUNT|CATEGORY LINES
      *    FOR ACCOUNTS THE MASTER CANNOT CLASSIFY ON ITS OWN -
      *    RET (RETIREMENT), TRS (TRUST), BUS (BUSINESS OR
      *    ORGANIZATION). A DESIGNATED ACCOUNT BELONGS WHOLE TO ITS
      *    PRIMARY CUSTOMER UNLESS DESIGNATED JNT.
           SELECT INSCATFILE ASSIGN TO WS-INSCAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

      *    FIXED-FORMAT REGULATORY EXTRACT, PARSEABLE BY POSITION:
      *    ONE RECORD PER DEPOSITOR PER OWNERSHIP CATEGORY.
           SELECT DEPINSEXTFILE ASSIGN TO WS-DIEXT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DX-FILE-STATUS.

      *    UNINSURED EXPOSURE BY OWNING BRANCH.
           SELECT DEPINSBRFILE ASSIGN TO WS-DIBR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  FXRATEFILE.
       01  FXRATE-RECORD PIC X(40).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  INSCATFILE.
       01  INSCAT-RECORD PIC X(40).

       FD  DEPINSEXTFILE.
       01  DEPINSEXT-RECORD.
           05  DX-AS-OF-DATE      PIC X(8).
           05  DX-CUSTOMER-NUMBER PIC X(10).
           05  DX-CATEGORY        PIC X(3).
           05  DX-ACCOUNT-COUNT   PIC 9(3).
           05  DX-DEPOSIT-BALANCE PIC 9(11)V99.
           05  DX-COVERAGE-LIMIT  PIC 9(9)V99.
           05  DX-INSURED-AMOUNT  PIC 9(11)V99.
           05  DX-UNINSURED-AMOUNT PIC 9(11)V99.
           05  DX-CUSTOMER-NAME   PIC X(28).

       FD  DEPINSBRFILE.
       01  DEPINSBR-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-FXRATE-FILE-NAME PIC X(100) VALUE 'FXRATES.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-INSCAT-FILE-NAME PIC X(100) VALUE 'INSCAT.DAT'.
       01  WS-DIEXT-FILE-NAME PIC X(100) VALUE 'DEPINSEXT.DAT'.
       01  WS-DIBR-FILE-NAME  PIC X(100) VALUE 'DEPINSBR.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  FX-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  IC-FILE-STATUS     PIC XX.
       01  DX-FILE-STATUS     PIC XX.
       01  DB-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-REL-EOF         PIC X(1).
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-FX-BASE-CCY     PIC X(3) VALUE 'USD'.

      *    SET ONCE AT OPEN - THE STATUS FIELDS THEMSELVES ARE
      *    OVERWRITTEN BY EVERY KEYED READ.
       01  WS-REL-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-REL-OPEN        VALUE 'Y'.
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.

      *    OWNERSHIP CATEGORIES AND THEIR PER-OWNER COVERAGE LIMITS.
      *    SGL AND JNT ARE WORKED OUT FROM THE HOLDERS; THE REST
      *    COME ONLY FROM INSCAT.DAT. EVERY LIMIT DEFAULTS TO
      *    250,000.00 UNTIL PARAMS.DAT SAYS OTHERWISE.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-CODE        PIC X(3).
               10  WS-CAT-LIMIT       PIC 9(9)V99.
       01  WS-CAT-COUNT       PIC 9(1) VALUE 5.
       01  WS-CAT-IDX         PIC 9(1).
       01  WS-CAT-FOUND       PIC 9(1).
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    RATE TABLE, SAME SHAPE AND LOAD AS POSTING'S.
       01  WS-FX-RATE-TABLE.
           05  WS-FX-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-FX-CCY          PIC X(3).
               10  WS-FX-CCY-RATE     PIC 9(3)V9(6).
       01  WS-FX-RATE-COUNT   PIC 9(2) VALUE 0.
       01  WS-FX-IDX          PIC 9(2).
       01  WS-FXR-F1          PIC X(10).
       01  WS-FXR-F2          PIC X(15).
       01  WS-FXR-F3          PIC X(10).
       01  WS-WORK-RATE       PIC 9(3)V9(6).
       01  WS-RATE-FOUND-SW   PIC X(1).
           88  WS-RATE-FOUND      VALUE 'Y'.
           88  WS-RATE-NOT-FOUND  VALUE 'N'.

      *    DESIGNATED ACCOUNTS FROM INSCAT.DAT.
       01  WS-DSG-TABLE.
           05  WS-DSG-ENTRY OCCURS 500 TIMES.
               10  WS-DSG-ACCOUNT     PIC X(10).
               10  WS-DSG-CATEGORY    PIC X(3).
       01  WS-DSG-COUNT       PIC 9(3) VALUE 0.
       01  WS-DSG-IDX         PIC 9(3).
       01  WS-ICL-F1          PIC X(10).
       01  WS-ICL-F2          PIC X(10).

      *    THE OWNERS OF THE ACCOUNT IN HAND: THE PRIMARY CUSTOMER
      *    (OR THE ACCOUNT ITSELF WHEN UNLINKED, AS TAXRPT DOES),
      *    THEN EVERY FURTHER STATEMENT-ROLE HOLDER.
       01  WS-HOLDER-TABLE.
           05  WS-HLD-ENTRY OCCURS 10 TIMES.
               10  WS-HLD-CUSTOMER    PIC X(10).
               10  WS-HLD-LINKED      PIC X(1).
       01  WS-HLD-COUNT       PIC 9(2).
       01  WS-HLD-IDX         PIC 9(2).
       01  WS-HLD-DUP-SW      PIC X(1).
           88  WS-HLD-DUPLICATE   VALUE 'Y'.

       01  WS-ACCT-CATEGORY   PIC X(3).
       01  WS-ACCT-BRANCH     PIC X(3).
       01  WS-ACCT-EQUIV      PIC 9(11)V99.
       01  WS-SHARE-AMOUNT    PIC 9(11)V99.
       01  WS-SHARE-LEFT      PIC 9(11)V99.

      *    ONE ROW PER DEPOSITOR PER CATEGORY. WS-GRP-ROWS-LEFT
      *    COUNTS DOWN THE BRANCH ROWS STILL TO BE ALLOCATED SO THE
      *    LAST ONE TAKES THE ROUNDING REMAINDER.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GRP-CUSTOMER    PIC X(10).
               10  WS-GRP-LINKED      PIC X(1).
               10  WS-GRP-CATEGORY    PIC X(3).
               10  WS-GRP-CAT-IDX     PIC 9(1).
               10  WS-GRP-ACCOUNTS    PIC 9(3).
               10  WS-GRP-BALANCE     PIC 9(11)V99.
               10  WS-GRP-INSURED     PIC 9(11)V99.
               10  WS-GRP-UNINSURED   PIC 9(11)V99.
               10  WS-GRP-ALLOCATED   PIC 9(11)V99.
               10  WS-GRP-ROWS-LEFT   PIC 9(4).
       01  WS-GRP-COUNT       PIC 9(4) VALUE 0.
       01  WS-GRP-IDX         PIC 9(4).
       01  WS-GRP-FOUND       PIC 9(4).

      *    EACH DEPOSITOR-CATEGORY'S MONEY BY OWNING BRANCH, SO THE
      *    UNINSURED PART CAN BE SPREAD BACK OVER THE BRANCHES IN
      *    PROPORTION TO WHERE THE MONEY SITS.
       01  WS-SHARE-TABLE.
           05  WS-SHR-ENTRY OCCURS 3000 TIMES.
               10  WS-SHR-GROUP       PIC 9(4).
               10  WS-SHR-BRANCH      PIC X(3).
               10  WS-SHR-AMOUNT      PIC 9(11)V99.
       01  WS-SHR-COUNT       PIC 9(4) VALUE 0.
       01  WS-SHR-IDX         PIC 9(4).
       01  WS-SHR-FOUND       PIC 9(4).
       01  WS-SHR-UNINSURED   PIC 9(11)V99.

       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE         PIC X(3).
               10  WS-BR-DEPOSITS     PIC 9(11)V99.
               10  WS-BR-INSURED      PIC 9(11)V99.
               10  WS-BR-UNINSURED    PIC 9(11)V99.
       01  WS-BR-COUNT        PIC 9(2) VALUE 0.
       01  WS-BR-IDX          PIC 9(2).
       01  WS-BR-FOUND        PIC 9(2).

       01  WS-TOT-DEPOSITS    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INSURED     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-UNINSURED   PIC 9(11)V99 VALUE 0.
       01  WS-NOTICE-NAME     PIC X(28).

       01  WS-SCANNED-COUNT   PIC 9(7) VALUE 0.
       01  WS-INCLUDED-COUNT  PIC 9(7) VALUE 0.
       01  WS-NORATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-OVERFLOW-COUNT  PIC 9(5) VALUE 0.
       01  WS-EXPOSED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           PERFORM 020-SET-CATEGORIES THRU 020-SET-CATEGORIES-EXIT.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           PERFORM 030-LOAD-RATES THRU 030-LOAD-RATES-EXIT.
           PERFORM 040-LOAD-DESIGNATIONS THRU
                   040-LOAD-DESIGNATIONS-EXIT.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT RELFILE
               IF RL-FILE-STATUS = '00'
                   SET WS-REL-OPEN TO TRUE
               END-IF
               OPEN INPUT CUSTFILE
               IF CM-FILE-STATUS = '00'
                   SET WS-CUST-OPEN TO TRUE
               END-IF
               PERFORM 200-SCAN-ACCOUNTS THRU 200-SCAN-ACCOUNTS-EXIT
                       UNTIL EOF-FLAG = 'Y'
               PERFORM 400-APPLY-COVERAGE THRU
                       400-APPLY-COVERAGE-EXIT
               PERFORM 500-ALLOCATE-BRANCHES THRU
                       500-ALLOCATE-BRANCHES-EXIT
               PERFORM 600-WRITE-EXTRACT THRU 600-WRITE-EXTRACT-EXIT
               PERFORM 700-WRITE-BRANCH-SUMMARY THRU
                       700-WRITE-BRANCH-SUMMARY-EXIT
               IF WS-REL-OPEN
                   CLOSE RELFILE
               END-IF
               IF WS-CUST-OPEN
                   CLOSE CUSTFILE
               END-IF
               CLOSE ACCOUNTFILE
               IF WS-OVERFLOW-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'ACCOUNTS SCANNED   : ' WS-SCANNED-COUNT
               DISPLAY 'DEPOSITS INCLUDED  : ' WS-INCLUDED-COUNT
               DISPLAY 'NO RATE AVAILABLE  : ' WS-NORATE-COUNT
               DISPLAY 'TABLE OVERFLOWS    : ' WS-OVERFLOW-COUNT
               DISPLAY 'DEPOSITOR LINES    : ' WS-GRP-COUNT
               DISPLAY 'WITH UNINSURED     : ' WS-EXPOSED-COUNT
               DISPLAY 'TOTAL UNINSURED    : ' WS-TOT-UNINSURED
           END-IF.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'FXRATES_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FXRATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PARAMS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARAM-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'INSCAT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INSCAT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DEPINSEXT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DIEXT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DEPINSBR_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DIBR-FILE-NAME
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

       020-SET-CATEGORIES.
           MOVE 'SGL' TO WS-CAT-CODE(1).
           MOVE 'JNT' TO WS-CAT-CODE(2).
           MOVE 'RET' TO WS-CAT-CODE(3).
           MOVE 'TRS' TO WS-CAT-CODE(4).
           MOVE 'BUS' TO WS-CAT-CODE(5).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE 250000.00 TO WS-CAT-LIMIT(WS-CAT-IDX)
           END-PERFORM.
       020-SET-CATEGORIES-EXIT.
           EXIT.

      *    THE COVERAGE LIMITS FROM THE PARAMETER MASTER. EVERY LINE
      *    IN EFFECT ON THE BUSINESS DATE APPLIES IN ORDER, SO THE
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
               IF WS-PRM-F4 NOT NUMERIC OR
                  WS-PRM-F4 > WS-PROCESSING-DATE
                   CONTINUE
               ELSE
               IF WS-PRM-F1 = 'DPINS' AND WS-PRM-F2(1:6) = 'LIMIT_'
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       IF WS-CAT-CODE(WS-CAT-IDX) = WS-PRM-F2(7:3)
                           COMPUTE WS-CAT-LIMIT(WS-CAT-IDX) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

       030-LOAD-RATES.
           OPEN INPUT FXRATEFILE.
           IF FX-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ FXRATEFILE INTO FXRATE-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FXRATE-RECORD NOT = SPACES AND
                              WS-FX-RATE-COUNT < 20
                               ADD 1 TO WS-FX-RATE-COUNT
                               MOVE SPACES TO WS-FXR-F1 WS-FXR-F2
                                              WS-FXR-F3
                               UNSTRING FXRATE-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-FXR-F1 WS-FXR-F2 WS-FXR-F3
                               END-UNSTRING
                               MOVE WS-FXR-F1(1:3) TO
                                    WS-FX-CCY(WS-FX-RATE-COUNT)
                               COMPUTE WS-FX-CCY-RATE
                                       (WS-FX-RATE-COUNT) =
                                       FUNCTION NUMVAL(WS-FXR-F2)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE FXRATEFILE
           END-IF.
       030-LOAD-RATES-EXIT.
           EXIT.

      *    A DESIGNATION NAMING A CATEGORY THIS PROGRAM DOES NOT
      *    KNOW IS REPORTED AND IGNORED - THE ACCOUNT FALLS BACK TO
      *    SINGLE OR JOINT RATHER THAN GOING UNREPORTED.
       040-LOAD-DESIGNATIONS.
           OPEN INPUT INSCATFILE.
           IF IC-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INSCATFILE INTO INSCAT-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF INSCAT-RECORD NOT = SPACES
                               PERFORM 045-KEEP-DESIGNATION THRU
                                       045-KEEP-DESIGNATION-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE INSCATFILE
           END-IF.
       040-LOAD-DESIGNATIONS-EXIT.
           EXIT.

       045-KEEP-DESIGNATION.
           MOVE SPACES TO WS-ICL-F1 WS-ICL-F2.
           UNSTRING INSCAT-RECORD DELIMITED BY '|'
               INTO WS-ICL-F1 WS-ICL-F2
           END-UNSTRING.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-ICL-F2(1:3)
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 0
               DISPLAY 'UNKNOWN OWNERSHIP CATEGORY IGNORED: '
                       INSCAT-RECORD
               GO TO 045-KEEP-DESIGNATION-EXIT
           END-IF.
           IF WS-DSG-COUNT NOT < 500
               DISPLAY 'DESIGNATION TABLE FULL - IGNORED: '
                       INSCAT-RECORD
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 045-KEEP-DESIGNATION-EXIT
           END-IF.
           ADD 1 TO WS-DSG-COUNT.
           MOVE WS-ICL-F1 TO WS-DSG-ACCOUNT(WS-DSG-COUNT).
           MOVE WS-ICL-F2(1:3) TO WS-DSG-CATEGORY(WS-DSG-COUNT).
       045-KEEP-DESIGNATION-EXIT.
           EXIT.

      *    ONLY MONEY ON DEPOSIT COUNTS: LOANS ARE CARRIED IN THE
      *    LOAN BOOK, AND AN OVERDRAWN OR EMPTY ACCOUNT HAS NOTHING
      *    TO INSURE. CLOSED ACCOUNTS STILL HOLDING A BALANCE ARE
      *    INCLUDED - THE MONEY IS STILL OWED TO THE CUSTOMER.
       200-SCAN-ACCOUNTS.
           READ ACCOUNTFILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF AF-ACCOUNT-BALANCE NUMERIC AND
                      AF-ACCOUNT-BALANCE > 0 AND
                      NOT AF-TYPE-LOAN
                       PERFORM 300-INCLUDE-ONE-ACCOUNT THRU
                               300-INCLUDE-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ.
       200-SCAN-ACCOUNTS-EXIT.
           EXIT.

      *    A NON-BASE BALANCE WITH NO CURRENT RATE IS LEFT OUT AND
      *    REPORTED - NEVER CONVERT AT A GUESSED PRICE, THE SAME
      *    RULE FXREVAL FOLLOWS.
       300-INCLUDE-ONE-ACCOUNT.
           IF AF-CURRENCY-CODE = WS-FX-BASE-CCY OR
              AF-CURRENCY-CODE = SPACES
               MOVE AF-ACCOUNT-BALANCE TO WS-ACCT-EQUIV
           ELSE
               SET WS-RATE-NOT-FOUND TO TRUE
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-RATE-COUNT
                   IF WS-FX-CCY(WS-FX-IDX) = AF-CURRENCY-CODE
                       MOVE WS-FX-CCY-RATE(WS-FX-IDX) TO WS-WORK-RATE
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-FX-RATE-COUNT TO WS-FX-IDX
                   END-IF
               END-PERFORM
               IF WS-RATE-NOT-FOUND OR WS-WORK-RATE = 0
                   ADD 1 TO WS-NORATE-COUNT
                   DISPLAY 'NO CURRENT RATE FOR ' AF-CURRENCY-CODE
                           ' - DEPOSIT NOT INCLUDED: '
                           AF-ACCOUNT-NUMBER
                   GO TO 300-INCLUDE-ONE-ACCOUNT-EXIT
               END-IF
               COMPUTE WS-ACCT-EQUIV ROUNDED =
                       AF-ACCOUNT-BALANCE * WS-WORK-RATE
           END-IF.
           ADD 1 TO WS-INCLUDED-COUNT.
           MOVE AF-BRANCH-CODE TO WS-ACCT-BRANCH.
           IF WS-ACCT-BRANCH = SPACES
               MOVE '000' TO WS-ACCT-BRANCH
           END-IF.
           PERFORM 310-GATHER-HOLDERS THRU 310-GATHER-HOLDERS-EXIT.
           PERFORM 320-SET-CATEGORY THRU 320-SET-CATEGORY-EXIT.
      *    A JOINT BALANCE SPLITS EVENLY; THE LAST OWNER TAKES THE
      *    ODD CENT SO THE SHARES FOOT TO THE BALANCE.
           IF WS-ACCT-CATEGORY NOT = 'JNT'
               MOVE 1 TO WS-HLD-COUNT
           END-IF.
           MOVE WS-ACCT-EQUIV TO WS-SHARE-LEFT.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HLD-IDX = WS-HLD-COUNT
                   MOVE WS-SHARE-LEFT TO WS-SHARE-AMOUNT
               ELSE
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                           WS-ACCT-EQUIV / WS-HLD-COUNT
                   SUBTRACT WS-SHARE-AMOUNT FROM WS-SHARE-LEFT
               END-IF
               PERFORM 330-ADD-SHARE THRU 330-ADD-SHARE-EXIT
           END-PERFORM.
       300-INCLUDE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    THE PRIMARY OWNER FIRST, THEN EVERY OTHER STATEMENT-ROLE
      *    HOLDER ON RELFILE. THE PRIMARY CUSTOMER MAY ALSO BE ON
      *    RELFILE AS ROLE P, SO REPEATS ARE DROPPED.
       310-GATHER-HOLDERS.
           MOVE 1 TO WS-HLD-COUNT.
           IF AF-CUSTOMER-NUMBER NOT = SPACES
               MOVE AF-CUSTOMER-NUMBER TO WS-HLD-CUSTOMER(1)
               MOVE 'Y' TO WS-HLD-LINKED(1)
           ELSE
               MOVE AF-ACCOUNT-NUMBER TO WS-HLD-CUSTOMER(1)
               MOVE 'N' TO WS-HLD-LINKED(1)
           END-IF.
           IF NOT WS-REL-OPEN
               GO TO 310-GATHER-HOLDERS-EXIT
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
                               PERFORM 315-ADD-HOLDER THRU
                                       315-ADD-HOLDER-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       310-GATHER-HOLDERS-EXIT.
           EXIT.

       315-ADD-HOLDER.
           MOVE 'N' TO WS-HLD-DUP-SW.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HLD-CUSTOMER(WS-HLD-IDX) = RL-CUSTOMER-NUMBER
                   SET WS-HLD-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-HLD-DUPLICATE
               GO TO 315-ADD-HOLDER-EXIT
           END-IF.
           IF WS-HLD-COUNT NOT < 10
               DISPLAY 'MORE THAN 10 HOLDERS - SPLIT OVER FIRST 10: '
                       AF-ACCOUNT-NUMBER
               GO TO 315-ADD-HOLDER-EXIT
           END-IF.
           ADD 1 TO WS-HLD-COUNT.
           MOVE RL-CUSTOMER-NUMBER TO WS-HLD-CUSTOMER(WS-HLD-COUNT).
           MOVE 'Y' TO WS-HLD-LINKED(WS-HLD-COUNT).
       315-ADD-HOLDER-EXIT.
           EXIT.

      *    A DESIGNATION WINS; OTHERWISE MORE THAN ONE OWNER MAKES
      *    THE ACCOUNT JOINT.
       320-SET-CATEGORY.
           IF WS-HLD-COUNT > 1
               MOVE 'JNT' TO WS-ACCT-CATEGORY
           ELSE
               MOVE 'SGL' TO WS-ACCT-CATEGORY
           END-IF.
           PERFORM VARYING WS-DSG-IDX FROM 1 BY 1
                   UNTIL WS-DSG-IDX > WS-DSG-COUNT
               IF WS-DSG-ACCOUNT(WS-DSG-IDX) = AF-ACCOUNT-NUMBER
                   MOVE WS-DSG-CATEGORY(WS-DSG-IDX) TO
                        WS-ACCT-CATEGORY
                   MOVE WS-DSG-COUNT TO WS-DSG-IDX
               END-IF
           END-PERFORM.
       320-SET-CATEGORY-EXIT.
           EXIT.

      *    POSTS ONE OWNER'S SHARE OF THE ACCOUNT TO THAT OWNER'S
      *    CATEGORY ROW AND TO THE ROW'S BRANCH SHARE.
       330-ADD-SHARE.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-CUSTOMER(WS-GRP-IDX) =
                  WS-HLD-CUSTOMER(WS-HLD-IDX) AND
                  WS-GRP-CATEGORY(WS-GRP-IDX) = WS-ACCT-CATEGORY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT NOT < 2000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY 'DEPOSITOR TABLE FULL - SHARE NOT COUNTED: '
                           AF-ACCOUNT-NUMBER
                   GO TO 330-ADD-SHARE-EXIT
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND
               MOVE WS-HLD-CUSTOMER(WS-HLD-IDX) TO
                    WS-GRP-CUSTOMER(WS-GRP-FOUND)
               MOVE WS-HLD-LINKED(WS-HLD-IDX) TO
                    WS-GRP-LINKED(WS-GRP-FOUND)
               MOVE WS-ACCT-CATEGORY TO WS-GRP-CATEGORY(WS-GRP-FOUND)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) = WS-ACCT-CATEGORY
                       MOVE WS-CAT-IDX TO WS-GRP-CAT-IDX(WS-GRP-FOUND)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-GRP-ACCOUNTS(WS-GRP-FOUND)
                         WS-GRP-BALANCE(WS-GRP-FOUND)
                         WS-GRP-INSURED(WS-GRP-FOUND)
                         WS-GRP-UNINSURED(WS-GRP-FOUND)
                         WS-GRP-ALLOCATED(WS-GRP-FOUND)
                         WS-GRP-ROWS-LEFT(WS-GRP-FOUND)
           END-IF.
           MOVE 0 TO WS-SHR-FOUND.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > WS-SHR-COUNT
               IF WS-SHR-GROUP(WS-SHR-IDX) = WS-GRP-FOUND AND
                  WS-SHR-BRANCH(WS-SHR-IDX) = WS-ACCT-BRANCH
                   MOVE WS-SHR-IDX TO WS-SHR-FOUND
                   MOVE WS-SHR-COUNT TO WS-SHR-IDX
               END-IF
           END-PERFORM.
           IF WS-SHR-FOUND = 0
               IF WS-SHR-COUNT NOT < 3000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY 'BRANCH SHARE TABLE FULL - SHARE NOT '
                           'COUNTED: ' AF-ACCOUNT-NUMBER
                   GO TO 330-ADD-SHARE-EXIT
               END-IF
               ADD 1 TO WS-SHR-COUNT
               MOVE WS-SHR-COUNT TO WS-SHR-FOUND
               MOVE WS-GRP-FOUND TO WS-SHR-GROUP(WS-SHR-FOUND)
               MOVE WS-ACCT-BRANCH TO WS-SHR-BRANCH(WS-SHR-FOUND)
               MOVE 0 TO WS-SHR-AMOUNT(WS-SHR-FOUND)
               ADD 1 TO WS-GRP-ROWS-LEFT(WS-GRP-FOUND)
           END-IF.
           ADD 1 TO WS-GRP-ACCOUNTS(WS-GRP-FOUND).
           ADD WS-SHARE-AMOUNT TO WS-GRP-BALANCE(WS-GRP-FOUND)
                                  WS-SHR-AMOUNT(WS-SHR-FOUND).
       330-ADD-SHARE-EXIT.
           EXIT.

      *    EACH OWNER IS INSURED UP TO THE LIMIT ONCE PER CATEGORY,
      *    HOWEVER MANY ACCOUNTS THE MONEY IS SPREAD ACROSS.
       400-APPLY-COVERAGE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-CAT-IDX(WS-GRP-IDX) TO WS-CAT-IDX
               IF WS-GRP-BALANCE(WS-GRP-IDX) > WS-CAT-LIMIT(WS-CAT-IDX)
                   MOVE WS-CAT-LIMIT(WS-CAT-IDX) TO
                        WS-GRP-INSURED(WS-GRP-IDX)
                   COMPUTE WS-GRP-UNINSURED(WS-GRP-IDX) =
                           WS-GRP-BALANCE(WS-GRP-IDX) -
                           WS-CAT-LIMIT(WS-CAT-IDX)
                   ADD 1 TO WS-EXPOSED-COUNT
               ELSE
                   MOVE WS-GRP-BALANCE(WS-GRP-IDX) TO
                        WS-GRP-INSURED(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-UNINSURED(WS-GRP-IDX)
               END-IF
               ADD WS-GRP-BALANCE(WS-GRP-IDX) TO WS-TOT-DEPOSITS
               ADD WS-GRP-INSURED(WS-GRP-IDX) TO WS-TOT-INSURED
               ADD WS-GRP-UNINSURED(WS-GRP-IDX) TO WS-TOT-UNINSURED
           END-PERFORM.
       400-APPLY-COVERAGE-EXIT.
           EXIT.

      *    A DEPOSITOR'S UNINSURED AMOUNT IS SPREAD OVER THE BRANCHES
      *    HOLDING THEIR MONEY IN PROPORTION TO WHAT EACH HOLDS. THE
      *    LAST BRANCH ROW OF EACH DEPOSITOR TAKES THE ROUNDING
      *    REMAINDER, SO THE BRANCH SUMMARY FOOTS TO THE EXTRACT.
       500-ALLOCATE-BRANCHES.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > WS-SHR-COUNT
               MOVE WS-SHR-GROUP(WS-SHR-IDX) TO WS-GRP-IDX
               SUBTRACT 1 FROM WS-GRP-ROWS-LEFT(WS-GRP-IDX)
               IF WS-GRP-UNINSURED(WS-GRP-IDX) = 0
                   MOVE 0 TO WS-SHR-UNINSURED
               ELSE
               IF WS-GRP-ROWS-LEFT(WS-GRP-IDX) = 0
                   COMPUTE WS-SHR-UNINSURED =
                           WS-GRP-UNINSURED(WS-GRP-IDX) -
                           WS-GRP-ALLOCATED(WS-GRP-IDX)
               ELSE
                   COMPUTE WS-SHR-UNINSURED ROUNDED =
                           WS-SHR-AMOUNT(WS-SHR-IDX) *
                           WS-GRP-UNINSURED(WS-GRP-IDX) /
                           WS-GRP-BALANCE(WS-GRP-IDX)
                   ADD WS-SHR-UNINSURED TO
                       WS-GRP-ALLOCATED(WS-GRP-IDX)
               END-IF
               END-IF
               PERFORM 510-ADD-TO-BRANCH THRU 510-ADD-TO-BRANCH-EXIT
           END-PERFORM.
       500-ALLOCATE-BRANCHES-EXIT.
           EXIT.

       510-ADD-TO-BRANCH.
           MOVE 0 TO WS-BR-FOUND.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-SHR-BRANCH(WS-SHR-IDX)
                   MOVE WS-BR-IDX TO WS-BR-FOUND
                   MOVE WS-BR-COUNT TO WS-BR-IDX
               END-IF
           END-PERFORM.
           IF WS-BR-FOUND = 0
               IF WS-BR-COUNT NOT < 50
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY 'BRANCH TABLE FULL - NOT SUMMARIZED: '
                           WS-SHR-BRANCH(WS-SHR-IDX)
                   GO TO 510-ADD-TO-BRANCH-EXIT
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-FOUND
               MOVE WS-SHR-BRANCH(WS-SHR-IDX) TO
                    WS-BR-CODE(WS-BR-FOUND)
               MOVE 0 TO WS-BR-DEPOSITS(WS-BR-FOUND)
                         WS-BR-INSURED(WS-BR-FOUND)
                         WS-BR-UNINSURED(WS-BR-FOUND)
           END-IF.
           ADD WS-SHR-AMOUNT(WS-SHR-IDX) TO
               WS-BR-DEPOSITS(WS-BR-FOUND).
           ADD WS-SHR-UNINSURED TO WS-BR-UNINSURED(WS-BR-FOUND).
           COMPUTE WS-BR-INSURED(WS-BR-FOUND) =
                   WS-BR-DEPOSITS(WS-BR-FOUND) -
                   WS-BR-UNINSURED(WS-BR-FOUND).
       510-ADD-TO-BRANCH-EXIT.
           EXIT.

      *    ONE RECORD PER DEPOSITOR PER CATEGORY, FULLY INSURED OR
      *    NOT - THE REGULATOR WANTS THE WHOLE DEPOSIT BASE.
       600-WRITE-EXTRACT.
           OPEN OUTPUT DEPINSEXTFILE.
           IF DX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening DEPINSEXT: ' DX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   PERFORM 610-WRITE-ONE-DEPOSITOR THRU
                           610-WRITE-ONE-DEPOSITOR-EXIT
               END-PERFORM
               CLOSE DEPINSEXTFILE
           END-IF.
       600-WRITE-EXTRACT-EXIT.
           EXIT.

       610-WRITE-ONE-DEPOSITOR.
           PERFORM 620-RESOLVE-NAME THRU 620-RESOLVE-NAME-EXIT.
           MOVE WS-GRP-CAT-IDX(WS-GRP-IDX) TO WS-CAT-IDX.
           MOVE SPACES TO DEPINSEXT-RECORD.
           MOVE WS-PROCESSING-DATE TO DX-AS-OF-DATE.
           MOVE WS-GRP-CUSTOMER(WS-GRP-IDX) TO DX-CUSTOMER-NUMBER.
           MOVE WS-GRP-CATEGORY(WS-GRP-IDX) TO DX-CATEGORY.
           MOVE WS-GRP-ACCOUNTS(WS-GRP-IDX) TO DX-ACCOUNT-COUNT.
           MOVE WS-GRP-BALANCE(WS-GRP-IDX) TO DX-DEPOSIT-BALANCE.
           MOVE WS-CAT-LIMIT(WS-CAT-IDX) TO DX-COVERAGE-LIMIT.
           MOVE WS-GRP-INSURED(WS-GRP-IDX) TO DX-INSURED-AMOUNT.
           MOVE WS-GRP-UNINSURED(WS-GRP-IDX) TO DX-UNINSURED-AMOUNT.
           MOVE WS-NOTICE-NAME TO DX-CUSTOMER-NAME.
           WRITE DEPINSEXT-RECORD.
       610-WRITE-ONE-DEPOSITOR-EXIT.
           EXIT.

      *    THE CUSTOMER MASTER'S NAME FOR A LINKED DEPOSITOR, THE
      *    ACCOUNT MASTER'S HOLDER NAME FOR AN UNLINKED ONE.
       620-RESOLVE-NAME.
           MOVE SPACES TO WS-NOTICE-NAME.
           IF WS-GRP-LINKED(WS-GRP-IDX) = 'Y'
               IF WS-CUST-OPEN
                   MOVE WS-GRP-CUSTOMER(WS-GRP-IDX) TO
                        CM-CUSTOMER-NUMBER
                   READ CUSTFILE
                       INVALID KEY
                           MOVE 'CUSTOMER NOT ON MASTER' TO
                                WS-NOTICE-NAME
                       NOT INVALID KEY
                           MOVE CM-CUSTOMER-NAME TO WS-NOTICE-NAME
                   END-READ
               END-IF
           ELSE
               MOVE WS-GRP-CUSTOMER(WS-GRP-IDX) TO AF-ACCOUNT-NUMBER
               READ ACCOUNTFILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER' TO
                            WS-NOTICE-NAME
                   NOT INVALID KEY
                       MOVE AF-HOLDER-NAME TO WS-NOTICE-NAME
               END-READ
           END-IF.
       620-RESOLVE-NAME-EXIT.
           EXIT.

       700-WRITE-BRANCH-SUMMARY.
           OPEN OUTPUT DEPINSBRFILE.
           IF DB-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening DEPINSBR: ' DB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO DEPINSBR-RECORD
               STRING 'UNINSURED DEPOSIT EXPOSURE BY BRANCH AS OF '
                   WS-PROCESSING-DATE ' (' WS-FX-BASE-CCY ')'
                   DELIMITED BY SIZE INTO DEPINSBR-RECORD
               WRITE DEPINSBR-RECORD
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   MOVE SPACES TO DEPINSBR-RECORD
                   STRING 'BRANCH ' WS-BR-CODE(WS-BR-IDX)
                       ' | DEPOSITS ' WS-BR-DEPOSITS(WS-BR-IDX)
                       ' | INSURED ' WS-BR-INSURED(WS-BR-IDX)
                       ' | UNINSURED ' WS-BR-UNINSURED(WS-BR-IDX)
                       DELIMITED BY SIZE INTO DEPINSBR-RECORD
                   WRITE DEPINSBR-RECORD
               END-PERFORM
               MOVE SPACES TO DEPINSBR-RECORD
               STRING 'TOTAL      | DEPOSITS ' WS-TOT-DEPOSITS
                   ' | INSURED ' WS-TOT-INSURED
                   ' | UNINSURED ' WS-TOT-UNINSURED
                   DELIMITED BY SIZE INTO DEPINSBR-RECORD
               WRITE DEPINSBR-RECORD
               MOVE SPACES TO DEPINSBR-RECORD
               STRING 'DEPOSITORS WITH UNINSURED FUNDS '
                   WS-EXPOSED-COUNT
                   ' | DEPOSITS LEFT OUT FOR NO RATE ' WS-NORATE-COUNT
                   DELIMITED BY SIZE INTO DEPINSBR-RECORD
               WRITE DEPINSBR-RECORD
               CLOSE DEPINSBRFILE
           END-IF.
       700-WRITE-BRANCH-SUMMARY-EXIT.
           EXIT.
