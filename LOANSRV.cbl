       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AMORTIZING LOAN CONTRACTS, ONE PIPE-DELIMITED LINE PER
      *    LOAN. THE FIRST SEVEN FIELDS ARE KEYED AT BOOKING:
      *    LOANACCOUNT|REPAYACCOUNT|PRINCIPAL|ANNUALRATE|TERMMONTHS|
      *    PAYDAY|OPENDATE. THE REST IS SERVICING STATE THIS PROGRAM
      *    MAINTAINS AND A NEWLY BOOKED LINE LEAVES OFF:
      *    |OUTSTANDING|INSTALMENT|BILLED|NEXTDUE|ARREARSINT|
      *    ARREARSPRIN|LASTPAYMENTTS.
           SELECT LOANFILE ASSIGN TO WS-LOAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.

      *    THE SERVICED GENERATION IS WRITTEN SEPARATELY AND SWAPPED
      *    IN AFTER A CLEAN RUN, THE SAME PATTERN TDMATURE USES FOR
      *    ITS CONTRACT FILE.
           SELECT NEWLOANFILE ASSIGN TO WS-NEWLOAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NL-FILE-STATUS.

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

      *    THE AUDIT TRAIL IS WHERE A COLLECTED INSTALMENT SHOWS UP:
      *    ONLY AN LNP01 DEBIT THAT ACTUALLY POSTED PAYS THE LOAN, SO
      *    A REJECTED OR NSF-PENDING INSTALMENT STAYS IN ARREARS.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

           SELECT DUEFEEDFILE ASSIGN TO WS-DUEFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-FILE-STATUS.

      *    THE GENERATED INSTALMENT BATCH IS APPENDED TO BATCHLIST.DAT
      *    SO THE POSTING PASS PICKS IT UP, THE SAME WAY TDMATURE
      *    FEEDS ITS MATURITY BATCH IN.
           SELECT BATCHLISTFILE ASSIGN TO WS-BATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-FILE-STATUS.

      *    THE 'LNINT' AND 'LNPRN' MAPPING LINES NAME THE LOAN
      *    CLEARING ACCOUNT (DR SIDE) AND THE INTEREST INCOME AND
      *    LOAN PRINCIPAL ACCOUNTS (CR SIDE) THE COLLECTED
      *    INSTALMENTS ARE SPLIT TO. BRANCH-SCOPED LINES WIN OVER
      *    UNSCOPED ONES, THE SAME RULE POSTING APPLIES.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

      *    DELINQUENCY REPORT: EVERY LOAN WITH AN UNPAID INSTALMENT,
      *    GROUPED BY THE LOAN ACCOUNT'S BRANCH, WITH DAYS PAST DUE
      *    AND AGING BUCKET.
           SELECT DELQRPTFILE ASSIGN TO WS-DELQRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE.
       01  LOAN-RECORD PIC X(200).

       FD  NEWLOANFILE.
       01  NEWLOAN-RECORD PIC X(200).

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  AUDITFILE.
       COPY AUDITREC.

       FD  DUEFEEDFILE.
       COPY TRANSREC.

       FD  BATCHLISTFILE.
       01  BATCHLIST-RECORD PIC X(100).

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  GLJOURNALFILE.
       01  GLJOURNAL-RECORD PIC X(132).

       FD  DELQRPTFILE.
       01  DELQRPT-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-NAME  PIC X(100) VALUE 'LOANS.DAT'.
       01  WS-NEWLOAN-FILE-NAME PIC X(100) VALUE 'LOANS.NEW'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-DUEFEED-FILE-NAME PIC X(100) VALUE 'LOANDUE.DAT'.
       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  WS-DELQRPT-FILE-NAME PIC X(100) VALUE 'LOANDELQ.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  LN-FILE-STATUS     PIC XX.
       01  NL-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  DF-FILE-STATUS     PIC XX.
       01  BL-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  DQ-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).

       01  WS-SEQUENCE-NUMBER PIC 9(6) VALUE 0.
       01  WS-LOAN-READ-COUNT PIC 9(5) VALUE 0.
       01  WS-BILLED-COUNT    PIC 9(5) VALUE 0.
       01  WS-PAYMENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-PAIDOFF-COUNT   PIC 9(5) VALUE 0.
       01  WS-DELINQUENT-COUNT PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(5) VALUE 0.
       01  WS-ORDER-COUNT     PIC 9(5) VALUE 0.

      *    THE LOAN BOOK, HELD IN STORAGE FOR THE RUN: THE AUDIT
      *    SCAN APPLIES COLLECTED INSTALMENTS TO IT, BILLING ADVANCES
      *    IT, AND THE NEW GENERATION IS WRITTEN BACK FROM IT.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 500 TIMES.
               10  WS-LN-ACCOUNT      PIC X(10).
               10  WS-LN-REPAY-ACCT   PIC X(10).
               10  WS-LN-PRINCIPAL    PIC 9(7)V99.
               10  WS-LN-RATE-TEXT    PIC X(10).
               10  WS-LN-RATE         PIC 9V9(6).
               10  WS-LN-TERM         PIC 9(3).
               10  WS-LN-PAYDAY       PIC 9(2).
               10  WS-LN-OPEN-DATE    PIC 9(8).
               10  WS-LN-OUTSTANDING  PIC 9(7)V99.
               10  WS-LN-INSTALMENT   PIC 9(7)V99.
               10  WS-LN-BILLED       PIC 9(3).
               10  WS-LN-NEXT-DUE     PIC 9(8).
               10  WS-LN-ARR-INT      PIC 9(7)V99.
               10  WS-LN-ARR-PRIN     PIC 9(7)V99.
               10  WS-LN-LAST-TS      PIC X(16).
               10  WS-LN-BRANCH       PIC X(3).
               10  WS-LN-DPD          PIC 9(5).
       01  WS-LN-COUNT        PIC 9(3) VALUE 0.
       01  WS-LN-IDX          PIC 9(3).
       01  WS-LN-FOUND        PIC 9(3).

      *    PARSE FIELDS FOR ONE CONTRACT LINE.
       01  WS-LNF-1           PIC X(10).
       01  WS-LNF-2           PIC X(10).
       01  WS-LNF-3           PIC X(12).
       01  WS-LNF-4           PIC X(10).
       01  WS-LNF-5           PIC X(3).
       01  WS-LNF-6           PIC X(2).
       01  WS-LNF-7           PIC X(8).
       01  WS-LNF-8           PIC X(12).
       01  WS-LNF-9           PIC X(12).
       01  WS-LNF-10          PIC X(3).
       01  WS-LNF-11          PIC X(8).
       01  WS-LNF-12          PIC X(12).
       01  WS-LNF-13          PIC X(12).
       01  WS-LNF-14          PIC X(16).

      *    EDITED FIELDS FOR WRITING AMOUNTS BACK TO THE CONTRACT
      *    LINE WITH A DECIMAL POINT, SO NUMVAL READS THEM BACK
      *    EXACTLY.
       01  WS-ED-OUTSTANDING  PIC 9(7).99.
       01  WS-ED-INSTALMENT   PIC 9(7).99.
       01  WS-ED-ARR-INT      PIC 9(7).99.
       01  WS-ED-ARR-PRIN     PIC 9(7).99.
       01  WS-ED-PRINCIPAL    PIC 9(7).99.
      *    BRANCH ARREARS TOTAL ON THE DELINQUENCY REPORT.
       01  WS-ED-DELQ-TOTAL   PIC Z(8)9.99.

      *    INSTALMENT ARITHMETIC: LEVEL PAYMENT = P * R / (1 - (1+R)
      *    ** -N) AT THE MONTHLY RATE R, STRAIGHT P / N WHEN THE LOAN
      *    CARRIES NO INTEREST.
       01  WS-MONTHLY-RATE    PIC 9V9(9).
       01  WS-RATE-FACTOR     PIC 9(5)V9(9).
       01  WS-DUE-INTEREST    PIC 9(7)V99.
       01  WS-DUE-PRINCIPAL   PIC 9(7)V99.
       01  WS-UNBILLED-PRIN   PIC 9(7)V99.
       01  WS-DUE-TOTAL       PIC 9(7)V99.
       01  WS-NEW-BILLS       PIC 9(3).
       01  WS-BILL-GUARD      PIC 9(3).

      *    PAYMENT APPLICATION WORK FIELDS: INTEREST IN ARREARS IS
      *    SETTLED FIRST, THEN BILLED PRINCIPAL; ANYTHING LEFT OVER
      *    PREPAYS PRINCIPAL NOT YET BILLED.
       01  WS-PAY-AMOUNT      PIC 9(7)V99.
       01  WS-PAY-INTEREST    PIC 9(7)V99.
       01  WS-PAY-PRINCIPAL   PIC 9(7)V99.
       01  WS-PAY-LOAN        PIC X(10).

      *    DUE-DATE ROLL WORK FIELDS - SAME MONTH ARITHMETIC AND
      *    MONTH-END CLAMP TDMATURE USES FOR ITS MATURITY DATES.
       01  WS-MAT-DATE        PIC 9(8).
       01  WS-MAT-SPLIT REDEFINES WS-MAT-DATE.
           05  WS-MAT-YEAR    PIC 9(4).
           05  WS-MAT-MONTH   PIC 9(2).
           05  WS-MAT-DAY     PIC 9(2).
       01  WS-MAT-TOTAL-MONTHS PIC S9(6).
       01  WS-MAT-YEARS       PIC 9(4).
       01  WS-MAT-REM         PIC 9(2).
       01  WS-MONTH-LENGTH    PIC 9(2).
       01  WS-MONTH-SHIFT     PIC S9(4).

      *    AGING WORK FIELDS.
       01  WS-UNPAID-COUNT    PIC 9(3).
       01  WS-OLDEST-DUE      PIC 9(8).
       01  WS-ARREARS-TOTAL   PIC 9(7)V99.
       01  WS-DPD-BUCKET      PIC X(7).

      *    PER-BRANCH DELINQUENCY AND GL SPLIT TOTALS. SPACES BUCKET
      *    AS '000' (HEAD OFFICE), THE SHOP-WIDE RULE.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 20 TIMES.
               10  WS-LB-BRANCH       PIC X(3).
               10  WS-LB-DELQ-COUNT   PIC 9(5).
               10  WS-LB-DELQ-AMOUNT  PIC 9(9)V99.
               10  WS-LB-INT-PAID     PIC 9(9)V99.
               10  WS-LB-PRIN-PAID    PIC 9(9)V99.
       01  WS-LB-COUNT        PIC 9(2) VALUE 0.
       01  WS-LB-IDX          PIC 9(2).
       01  WS-LB-FOUND        PIC 9(2).
       01  WS-LB-WORK-BRANCH  PIC X(3).

      *    GL MAPPING, SAME SHAPE AND LOAD AS POSTING'S.
       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY OCCURS 40 TIMES.
               10  WS-GLMAP-CODE      PIC X(5).
               10  WS-GLMAP-DR        PIC X(8).
               10  WS-GLMAP-CR        PIC X(8).
               10  WS-GLMAP-BRANCH    PIC X(3).
       01  WS-GLMAP-COUNT     PIC 9(2) VALUE 0.
       01  WS-GLMAP-IDX       PIC 9(2).
       01  WS-GLM-F1          PIC X(5).
       01  WS-GLM-F2          PIC X(8).
       01  WS-GLM-F3          PIC X(8).
       01  WS-GLM-F4          PIC X(3).
       01  WS-SUSPENSE-GL     PIC X(8) VALUE '99999999'.
       01  WS-JRNL-CODE       PIC X(5).
       01  WS-JRNL-BRANCH     PIC X(3).
       01  WS-JRNL-DR-ACCT    PIC X(8).
       01  WS-JRNL-CR-ACCT    PIC X(8).
       01  WS-JRNL-AMOUNT     PIC 9(9)V99.

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC: THIS
      *    FEED IS ALL DEBITS, AND THE HASH COVERS EACH DEBITED
      *    REPAYMENT ACCOUNT.
       01  WS-TRL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-TRL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TRL-HASH-TOTAL   PIC 9(10) VALUE 0.
       01  WS-HASH-ACCOUNT     PIC X(10).

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY-NUM.
           OPEN INPUT LOANFILE.
           IF LN-FILE-STATUS NOT = '00'
      *        NO CONTRACT FILE MEANS NO LOAN BOOK - A QUIET RUN, NOT
      *        AN ERROR, SO SHOPS WITHOUT THE PRODUCT ARE UNCHANGED.
               DISPLAY 'NO LOAN CONTRACT FILE (' LN-FILE-STATUS ')'
           ELSE
               OPEN INPUT ACCOUNTFILE
               IF AF-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening ACCOUNTFILE: '
                           AF-FILE-STATUS
                   CLOSE LOANFILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT NEWLOANFILE
                   IF NL-FILE-STATUS NOT = '00'
                       DISPLAY 'Error opening NEWLOANFILE: '
                               NL-FILE-STATUS
                       CLOSE LOANFILE
                       CLOSE ACCOUNTFILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 020-LOAD-LOANS THRU 020-LOAD-LOANS-EXIT
                   CLOSE LOANFILE
                   CLOSE ACCOUNTFILE
                   PERFORM 030-LOAD-GLMAP THRU 030-LOAD-GLMAP-EXIT
                   PERFORM 200-APPLY-PAYMENTS THRU
                           200-APPLY-PAYMENTS-EXIT
                   OPEN OUTPUT DUEFEEDFILE
                   PERFORM WRITE-BATCH-HEADER THRU
                           WRITE-BATCH-HEADER-EXIT
                   PERFORM 300-BILL-ONE-LOAN THRU
                           300-BILL-ONE-LOAN-EXIT
                           VARYING WS-LN-IDX FROM 1 BY 1
                           UNTIL WS-LN-IDX > WS-LN-COUNT
                   PERFORM WRITE-BATCH-TRAILER THRU
                           WRITE-BATCH-TRAILER-EXIT
                   CLOSE DUEFEEDFILE
      *            AN EMPTY INSTALMENT BATCH IS NOT FED TO POSTING -
      *            THERE IS NOTHING FOR IT TO DO.
                   IF WS-ORDER-COUNT > 0
                       PERFORM 400-APPEND-TO-BATCHLIST THRU
                               400-APPEND-TO-BATCHLIST-EXIT
                   END-IF
                   PERFORM 500-WRITE-DELINQUENCY THRU
                           500-WRITE-DELINQUENCY-EXIT
                   PERFORM 600-POST-TO-JOURNAL THRU
                           600-POST-TO-JOURNAL-EXIT
                   PERFORM 700-WRITE-NEW-GENERATION THRU
                           700-WRITE-NEW-GENERATION-EXIT
                   CLOSE NEWLOANFILE
                   DISPLAY 'LOANS READ      : ' WS-LOAN-READ-COUNT
                   DISPLAY 'PAYMENTS APPLIED: ' WS-PAYMENT-COUNT
                   DISPLAY 'INSTALMENTS DUE : ' WS-BILLED-COUNT
                   DISPLAY 'DELINQUENT      : ' WS-DELINQUENT-COUNT
                   DISPLAY 'PAID OFF        : ' WS-PAIDOFF-COUNT
                   DISPLAY 'SKIPPED/BAD     : ' WS-SKIPPED-COUNT
               END-IF
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOANS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOAN-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOANSNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWLOAN-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOANDUE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DUEFEED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BATCHLISTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GLMAP_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLMAP-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GLJOURNAL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLJRNL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOANDELQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DELQRPT-FILE-NAME
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

      *    AN UNPARSEABLE CONTRACT LINE IS CARRIED FORWARD UNTOUCHED
      *    AND REPORTED - A KEYING ERROR MUST NEVER SILENTLY DROP A
      *    CUSTOMER'S LOAN FROM THE BOOK.
       020-LOAD-LOANS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LOAN-RECORD NOT = SPACES
                           ADD 1 TO WS-LOAN-READ-COUNT
                           PERFORM 025-LOAD-ONE-LOAN THRU
                                   025-LOAD-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       020-LOAD-LOANS-EXIT.
           EXIT.

       025-LOAD-ONE-LOAN.
           MOVE SPACES TO WS-LNF-1 WS-LNF-2 WS-LNF-3 WS-LNF-4
                          WS-LNF-5 WS-LNF-6 WS-LNF-7 WS-LNF-8
                          WS-LNF-9 WS-LNF-10 WS-LNF-11 WS-LNF-12
                          WS-LNF-13 WS-LNF-14.
           UNSTRING LOAN-RECORD DELIMITED BY '|'
               INTO WS-LNF-1 WS-LNF-2 WS-LNF-3 WS-LNF-4 WS-LNF-5
                    WS-LNF-6 WS-LNF-7 WS-LNF-8 WS-LNF-9 WS-LNF-10
                    WS-LNF-11 WS-LNF-12 WS-LNF-13 WS-LNF-14
           END-UNSTRING.
           IF WS-LNF-5 NOT NUMERIC OR WS-LNF-6 NOT NUMERIC OR
              WS-LNF-7 NOT NUMERIC OR WS-LNF-3 = SPACES OR
              WS-LN-COUNT NOT < 500
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'UNPARSEABLE LOAN LINE: ' LOAN-RECORD(1:50)
               MOVE LOAN-RECORD TO NEWLOAN-RECORD
               WRITE NEWLOAN-RECORD
               GO TO 025-LOAD-ONE-LOAN-EXIT
           END-IF.
           ADD 1 TO WS-LN-COUNT.
           MOVE WS-LN-COUNT TO WS-LN-IDX.
           MOVE WS-LNF-1 TO WS-LN-ACCOUNT(WS-LN-IDX).
           MOVE WS-LNF-2 TO WS-LN-REPAY-ACCT(WS-LN-IDX).
           COMPUTE WS-LN-PRINCIPAL(WS-LN-IDX) =
                   FUNCTION NUMVAL(WS-LNF-3).
           MOVE WS-LNF-4 TO WS-LN-RATE-TEXT(WS-LN-IDX).
           COMPUTE WS-LN-RATE(WS-LN-IDX) = FUNCTION NUMVAL(WS-LNF-4).
           MOVE WS-LNF-5 TO WS-LN-TERM(WS-LN-IDX).
           MOVE WS-LNF-6 TO WS-LN-PAYDAY(WS-LN-IDX).
           MOVE WS-LNF-7 TO WS-LN-OPEN-DATE(WS-LN-IDX).
           MOVE 0 TO WS-LN-DPD(WS-LN-IDX).
      *    A NEWLY BOOKED LINE CARRIES NO SERVICING STATE YET: THE
      *    WHOLE PRINCIPAL IS OUTSTANDING, THE LEVEL INSTALMENT IS
      *    FIXED NOW FOR THE LIFE OF THE LOAN, AND THE FIRST
      *    INSTALMENT FALLS ON THE PAYMENT DAY OF THE MONTH AFTER
      *    OPENING.
           IF WS-LNF-8 = SPACES
               MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO
                    WS-LN-OUTSTANDING(WS-LN-IDX)
               PERFORM 027-COMPUTE-INSTALMENT THRU
                       027-COMPUTE-INSTALMENT-EXIT
               MOVE 0 TO WS-LN-BILLED(WS-LN-IDX)
                         WS-LN-ARR-INT(WS-LN-IDX)
                         WS-LN-ARR-PRIN(WS-LN-IDX)
               MOVE SPACES TO WS-LN-LAST-TS(WS-LN-IDX)
               MOVE WS-LN-OPEN-DATE(WS-LN-IDX) TO WS-MAT-DATE
               MOVE 1 TO WS-MONTH-SHIFT
               PERFORM 310-SHIFT-DUE-DATE THRU
                       310-SHIFT-DUE-DATE-EXIT
               MOVE WS-MAT-DATE TO WS-LN-NEXT-DUE(WS-LN-IDX)
           ELSE
               COMPUTE WS-LN-OUTSTANDING(WS-LN-IDX) =
                       FUNCTION NUMVAL(WS-LNF-8)
               COMPUTE WS-LN-INSTALMENT(WS-LN-IDX) =
                       FUNCTION NUMVAL(WS-LNF-9)
               MOVE WS-LNF-10 TO WS-LN-BILLED(WS-LN-IDX)
               MOVE WS-LNF-11 TO WS-LN-NEXT-DUE(WS-LN-IDX)
               COMPUTE WS-LN-ARR-INT(WS-LN-IDX) =
                       FUNCTION NUMVAL(WS-LNF-12)
               COMPUTE WS-LN-ARR-PRIN(WS-LN-IDX) =
                       FUNCTION NUMVAL(WS-LNF-13)
               MOVE WS-LNF-14 TO WS-LN-LAST-TS(WS-LN-IDX)
           END-IF.
      *    THE LOAN ACCOUNT'S OWN MASTER RECORD GIVES THE BRANCH THE
      *    DELINQUENCY REPORT AND THE GL SPLIT ARE BOOKED UNDER.
           MOVE SPACES TO WS-LN-BRANCH(WS-LN-IDX).
           MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   DISPLAY 'LOAN ACCOUNT NOT ON MASTER: '
                           WS-LN-ACCOUNT(WS-LN-IDX)
               NOT INVALID KEY
                   IF NOT AF-TYPE-LOAN
                       DISPLAY 'LOAN ACCOUNT NOT TYPED LN: '
                               WS-LN-ACCOUNT(WS-LN-IDX)
                   END-IF
                   MOVE AF-BRANCH-CODE TO WS-LN-BRANCH(WS-LN-IDX)
           END-READ.
           IF WS-LN-BRANCH(WS-LN-IDX) = SPACES
               MOVE '000' TO WS-LN-BRANCH(WS-LN-IDX)
           END-IF.
       025-LOAD-ONE-LOAN-EXIT.
           EXIT.

       027-COMPUTE-INSTALMENT.
           IF WS-LN-TERM(WS-LN-IDX) = 0
               MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO
                    WS-LN-INSTALMENT(WS-LN-IDX)
           ELSE
           IF WS-LN-RATE(WS-LN-IDX) = 0
               COMPUTE WS-LN-INSTALMENT(WS-LN-IDX) ROUNDED =
                       WS-LN-PRINCIPAL(WS-LN-IDX) /
                       WS-LN-TERM(WS-LN-IDX)
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                       WS-LN-RATE(WS-LN-IDX) / 12
               COMPUTE WS-RATE-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** WS-LN-TERM(WS-LN-IDX)
               COMPUTE WS-LN-INSTALMENT(WS-LN-IDX) ROUNDED =
                       WS-LN-PRINCIPAL(WS-LN-IDX) * WS-MONTHLY-RATE *
                       WS-RATE-FACTOR / (WS-RATE-FACTOR - 1)
           END-IF
           END-IF.
       027-COMPUTE-INSTALMENT-EXIT.
           EXIT.

      *    ONLY THE 'LNINT' AND 'LNPRN' LINES MATTER HERE. WITHOUT
      *    THEM THE SPLIT JOURNALS TO SUSPENSE AND THE GL TEAM WILL
      *    NOTICE ON DAY ONE - SAME RULE POSTING APPLIES TO UNMAPPED
      *    CODES.
       030-LOAD-GLMAP.
           OPEN INPUT GLMAPFILE.
           IF GM-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ GLMAPFILE INTO GLMAP-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF GLMAP-RECORD NOT = SPACES AND
                              WS-GLMAP-COUNT < 40
                               MOVE SPACES TO WS-GLM-F1 WS-GLM-F2
                                              WS-GLM-F3 WS-GLM-F4
                               UNSTRING GLMAP-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-GLM-F1 WS-GLM-F2 WS-GLM-F3
                                        WS-GLM-F4
                               END-UNSTRING
                               IF WS-GLM-F1 = 'LNINT' OR
                                  WS-GLM-F1 = 'LNPRN'
                                   ADD 1 TO WS-GLMAP-COUNT
                                   MOVE WS-GLM-F1 TO
                                        WS-GLMAP-CODE(WS-GLMAP-COUNT)
                                   MOVE WS-GLM-F2 TO
                                        WS-GLMAP-DR(WS-GLMAP-COUNT)
                                   MOVE WS-GLM-F3 TO
                                        WS-GLMAP-CR(WS-GLMAP-COUNT)
                                   MOVE WS-GLM-F4 TO
                                        WS-GLMAP-BRANCH
                                        (WS-GLMAP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE GLMAPFILE
           END-IF.
           IF WS-GLMAP-COUNT = 0
               DISPLAY 'NO LNINT/LNPRN MAPPING - LOAN SPLIT JOURNALS '
                       'TO SUSPENSE'
           END-IF.
       030-LOAD-GLMAP-EXIT.
           EXIT.

      *    EVERY POSTED LNP01 DEBIT NEWER THAN THE LOAN'S LAST APPLIED
      *    PAYMENT IS A COLLECTED INSTALMENT. THE LOAN IS NAMED IN
      *    THE NARRATIVE THIS PROGRAM WROTE ON THE DEBIT, SO A LOAN
      *    REPAID FROM A SHARED ACCOUNT STILL FINDS ITS OWN MONEY.
      *    NO AUDIT TRAIL MEANS NOTHING COLLECTED YET - THE BOOK
      *    STILL BILLS AND AGES.
       200-APPLY-PAYMENTS.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               DISPLAY 'NO AUDIT TRAIL (' AU-FILE-STATUS
                       ') - NO PAYMENTS APPLIED'
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF AL-TXN-CODE = 'LNP01' AND
                              AL-CREDIT-DEBIT-IND = 'D' AND
                              AL-NARRATIVE(1:16) = 'LOAN INSTALMENT '
                               PERFORM 210-APPLY-ONE-PAYMENT THRU
                                       210-APPLY-ONE-PAYMENT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE AUDITFILE
           END-IF.
       200-APPLY-PAYMENTS-EXIT.
           EXIT.

       210-APPLY-ONE-PAYMENT.
           MOVE AL-NARRATIVE(17:10) TO WS-PAY-LOAN.
           MOVE 0 TO WS-LN-FOUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ACCOUNT(WS-LN-IDX) = WS-PAY-LOAN
                   MOVE WS-LN-IDX TO WS-LN-FOUND
                   MOVE WS-LN-COUNT TO WS-LN-IDX
               END-IF
           END-PERFORM.
           IF WS-LN-FOUND = 0
               GO TO 210-APPLY-ONE-PAYMENT-EXIT
           END-IF.
           MOVE WS-LN-FOUND TO WS-LN-IDX.
           IF WS-LN-LAST-TS(WS-LN-IDX) NOT = SPACES AND
              AL-TIMESTAMP NOT > WS-LN-LAST-TS(WS-LN-IDX)
               GO TO 210-APPLY-ONE-PAYMENT-EXIT
           END-IF.
           ADD 1 TO WS-PAYMENT-COUNT.
           MOVE AL-TIMESTAMP TO WS-LN-LAST-TS(WS-LN-IDX).
           MOVE AL-TXN-AMOUNT TO WS-PAY-AMOUNT.
           MOVE 0 TO WS-PAY-INTEREST WS-PAY-PRINCIPAL.
           IF WS-PAY-AMOUNT > WS-LN-ARR-INT(WS-LN-IDX)
               MOVE WS-LN-ARR-INT(WS-LN-IDX) TO WS-PAY-INTEREST
           ELSE
               MOVE WS-PAY-AMOUNT TO WS-PAY-INTEREST
           END-IF.
           SUBTRACT WS-PAY-INTEREST FROM WS-LN-ARR-INT(WS-LN-IDX).
           COMPUTE WS-PAY-PRINCIPAL = WS-PAY-AMOUNT - WS-PAY-INTEREST.
           IF WS-PAY-PRINCIPAL > WS-LN-OUTSTANDING(WS-LN-IDX)
               DISPLAY 'OVERPAYMENT ON LOAN ' WS-LN-ACCOUNT(WS-LN-IDX)
                       ' - EXCESS LEFT IN LOAN CLEARING'
               MOVE WS-LN-OUTSTANDING(WS-LN-IDX) TO WS-PAY-PRINCIPAL
           END-IF.
           IF WS-PAY-PRINCIPAL > WS-LN-ARR-PRIN(WS-LN-IDX)
               MOVE 0 TO WS-LN-ARR-PRIN(WS-LN-IDX)
           ELSE
               SUBTRACT WS-PAY-PRINCIPAL FROM
                        WS-LN-ARR-PRIN(WS-LN-IDX)
           END-IF.
           SUBTRACT WS-PAY-PRINCIPAL FROM WS-LN-OUTSTANDING(WS-LN-IDX).
           MOVE WS-LN-BRANCH(WS-LN-IDX) TO WS-LB-WORK-BRANCH.
           PERFORM 800-FIND-BRANCH THRU 800-FIND-BRANCH-EXIT.
           IF WS-LB-IDX > 0
               ADD WS-PAY-INTEREST TO WS-LB-INT-PAID(WS-LB-IDX)
               ADD WS-PAY-PRINCIPAL TO WS-LB-PRIN-PAID(WS-LB-IDX)
           END-IF.
       210-APPLY-ONE-PAYMENT-EXIT.
           EXIT.

      *    EVERY INSTALMENT WHOSE DUE DATE HAS ARRIVED IS BILLED INTO
      *    ARREARS: INTEREST AT THE MONTHLY RATE ON THE PRINCIPAL NOT
      *    YET BILLED, THE REST OF THE LEVEL INSTALMENT AS PRINCIPAL,
      *    AND THE FINAL INSTALMENT SWEEPS UP WHATEVER PRINCIPAL IS
      *    LEFT SO ROUNDING NEVER STRANDS A FEW CENTS. WHEN ANYTHING
      *    NEW FELL DUE, ONE LNP01 DEBIT PRESENTS THE WHOLE ARREARS -
      *    AN EARLIER MISSED INSTALMENT RIDES ALONG WITH THE CURRENT
      *    ONE INSTEAD OF BEING RE-PRESENTED EVERY NIGHT.
       300-BILL-ONE-LOAN.
           MOVE 0 TO WS-NEW-BILLS WS-BILL-GUARD.
           PERFORM UNTIL WS-LN-NEXT-DUE(WS-LN-IDX) > WS-TODAY-NUM
                   OR WS-LN-BILLED(WS-LN-IDX) NOT <
                      WS-LN-TERM(WS-LN-IDX)
                   OR WS-BILL-GUARD > 120
               ADD 1 TO WS-BILL-GUARD
               PERFORM 320-BILL-ONE-INSTALMENT THRU
                       320-BILL-ONE-INSTALMENT-EXIT
           END-PERFORM.
           COMPUTE WS-DUE-TOTAL = WS-LN-ARR-INT(WS-LN-IDX) +
                   WS-LN-ARR-PRIN(WS-LN-IDX).
           IF WS-NEW-BILLS > 0 AND WS-DUE-TOTAL > 0
               PERFORM 330-EMIT-INSTALMENT-DEBIT THRU
                       330-EMIT-INSTALMENT-DEBIT-EXIT
           END-IF.
           PERFORM 340-AGE-ONE-LOAN THRU 340-AGE-ONE-LOAN-EXIT.
       300-BILL-ONE-LOAN-EXIT.
           EXIT.

      *    DUE-DATE SHIFT BY WS-MONTH-SHIFT MONTHS (NEGATIVE TO LOOK
      *    BACK), LANDING ON THE LOAN'S PAYMENT DAY CLAMPED TO THE
      *    TARGET MONTH'S LENGTH - A 31ST-OF-MONTH LOAN FALLS DUE ON
      *    THE 28TH IN FEBRUARY AND BACK ON THE 31ST IN MARCH.
       310-SHIFT-DUE-DATE.
           COMPUTE WS-MAT-TOTAL-MONTHS =
                   (WS-MAT-YEAR * 12) + WS-MAT-MONTH - 1 +
                   WS-MONTH-SHIFT.
           DIVIDE WS-MAT-TOTAL-MONTHS BY 12 GIVING WS-MAT-YEARS
                  REMAINDER WS-MAT-REM.
           MOVE WS-MAT-YEARS TO WS-MAT-YEAR.
           COMPUTE WS-MAT-MONTH = WS-MAT-REM + 1.
           MOVE WS-LN-PAYDAY(WS-LN-IDX) TO WS-MAT-DAY.
           IF WS-MAT-DAY = 0
               MOVE 1 TO WS-MAT-DAY
           END-IF.
           PERFORM 315-CLAMP-MONTH-END THRU 315-CLAMP-MONTH-END-EXIT.
       310-SHIFT-DUE-DATE-EXIT.
           EXIT.

       315-CLAMP-MONTH-END.
           EVALUATE WS-MAT-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-LENGTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN OTHER
                   IF FUNCTION MOD(WS-MAT-YEAR, 4) = 0 AND
                      (FUNCTION MOD(WS-MAT-YEAR, 100) NOT = 0 OR
                       FUNCTION MOD(WS-MAT-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-MONTH-LENGTH
                   END-IF
           END-EVALUATE.
           IF WS-MAT-DAY > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-MAT-DAY
           END-IF.
       315-CLAMP-MONTH-END-EXIT.
           EXIT.

       320-BILL-ONE-INSTALMENT.
           COMPUTE WS-UNBILLED-PRIN = WS-LN-OUTSTANDING(WS-LN-IDX) -
                   WS-LN-ARR-PRIN(WS-LN-IDX).
           COMPUTE WS-DUE-INTEREST ROUNDED =
                   WS-UNBILLED-PRIN * WS-LN-RATE(WS-LN-IDX) / 12.
           IF WS-LN-INSTALMENT(WS-LN-IDX) > WS-DUE-INTEREST
               COMPUTE WS-DUE-PRINCIPAL =
                       WS-LN-INSTALMENT(WS-LN-IDX) - WS-DUE-INTEREST
           ELSE
               MOVE 0 TO WS-DUE-PRINCIPAL
           END-IF.
           IF WS-DUE-PRINCIPAL > WS-UNBILLED-PRIN OR
              WS-LN-BILLED(WS-LN-IDX) + 1 = WS-LN-TERM(WS-LN-IDX)
               MOVE WS-UNBILLED-PRIN TO WS-DUE-PRINCIPAL
           END-IF.
           ADD WS-DUE-INTEREST TO WS-LN-ARR-INT(WS-LN-IDX).
           ADD WS-DUE-PRINCIPAL TO WS-LN-ARR-PRIN(WS-LN-IDX).
           ADD 1 TO WS-LN-BILLED(WS-LN-IDX).
           ADD 1 TO WS-NEW-BILLS.
           ADD 1 TO WS-BILLED-COUNT.
           MOVE WS-LN-NEXT-DUE(WS-LN-IDX) TO WS-MAT-DATE.
           MOVE 1 TO WS-MONTH-SHIFT.
           PERFORM 310-SHIFT-DUE-DATE THRU 310-SHIFT-DUE-DATE-EXIT.
           MOVE WS-MAT-DATE TO WS-LN-NEXT-DUE(WS-LN-IDX).
       320-BILL-ONE-INSTALMENT-EXIT.
           EXIT.

       330-EMIT-INSTALMENT-DEBIT.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE WS-LN-REPAY-ACCT(WS-LN-IDX) TO TF-ACCOUNT-NUMBER.
           STRING 'LOAN INSTALMENT ' WS-LN-ACCOUNT(WS-LN-IDX)
               DELIMITED BY SIZE INTO TF-TRANSACTION-NAME.
           MOVE 'LNP01' TO TF-TRANSACTION-CODE.
           MOVE WS-DUE-TOTAL TO TF-TRANSACTION-AMOUNT.
           MOVE 'D' TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           ADD WS-DUE-TOTAL TO WS-TRL-DEBIT-TOTAL.
           MOVE WS-LN-REPAY-ACCT(WS-LN-IDX) TO WS-HASH-ACCOUNT.
           PERFORM 360-HASH-ACCOUNT THRU 360-HASH-ACCOUNT-EXIT.
           WRITE TRANS-RECORD.
       330-EMIT-INSTALMENT-DEBIT-EXIT.
           EXIT.

      *    DAYS PAST DUE RUN FROM THE OLDEST INSTALMENT STILL UNPAID.
      *    ARREARS ARE SETTLED OLDEST FIRST, SO THE UNPAID COUNT IS
      *    THE ARREARS OVER THE LEVEL INSTALMENT ROUNDED UP, AND THE
      *    OLDEST UNPAID DUE DATE SITS THAT MANY MONTHS BEHIND THE
      *    NEXT ONE.
       340-AGE-ONE-LOAN.
           MOVE 0 TO WS-LN-DPD(WS-LN-IDX).
           COMPUTE WS-ARREARS-TOTAL = WS-LN-ARR-INT(WS-LN-IDX) +
                   WS-LN-ARR-PRIN(WS-LN-IDX).
           IF WS-ARREARS-TOTAL = 0
               GO TO 340-AGE-ONE-LOAN-EXIT
           END-IF.
           IF WS-LN-INSTALMENT(WS-LN-IDX) = 0
               MOVE 1 TO WS-UNPAID-COUNT
           ELSE
               DIVIDE WS-ARREARS-TOTAL BY WS-LN-INSTALMENT(WS-LN-IDX)
                      GIVING WS-UNPAID-COUNT
               IF WS-UNPAID-COUNT * WS-LN-INSTALMENT(WS-LN-IDX) <
                  WS-ARREARS-TOTAL
                   ADD 1 TO WS-UNPAID-COUNT
               END-IF
           END-IF.
           IF WS-UNPAID-COUNT > WS-LN-BILLED(WS-LN-IDX)
               MOVE WS-LN-BILLED(WS-LN-IDX) TO WS-UNPAID-COUNT
           END-IF.
           MOVE WS-LN-NEXT-DUE(WS-LN-IDX) TO WS-MAT-DATE.
           COMPUTE WS-MONTH-SHIFT = 0 - WS-UNPAID-COUNT.
           PERFORM 310-SHIFT-DUE-DATE THRU 310-SHIFT-DUE-DATE-EXIT.
           MOVE WS-MAT-DATE TO WS-OLDEST-DUE.
           IF WS-OLDEST-DUE < WS-TODAY-NUM
               COMPUTE WS-LN-DPD(WS-LN-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
           END-IF.
           IF WS-LN-DPD(WS-LN-IDX) > 0
               ADD 1 TO WS-DELINQUENT-COUNT
               MOVE WS-LN-BRANCH(WS-LN-IDX) TO WS-LB-WORK-BRANCH
               PERFORM 800-FIND-BRANCH THRU 800-FIND-BRANCH-EXIT
               IF WS-LB-IDX > 0
                   ADD 1 TO WS-LB-DELQ-COUNT(WS-LB-IDX)
                   ADD WS-ARREARS-TOTAL TO WS-LB-DELQ-AMOUNT(WS-LB-IDX)
               END-IF
           END-IF.
       340-AGE-ONE-LOAN-EXIT.
           EXIT.

       360-HASH-ACCOUNT.
           IF WS-HASH-ACCOUNT NUMERIC
               COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION MOD(WS-TRL-HASH-TOTAL +
                       FUNCTION NUMVAL(WS-HASH-ACCOUNT),
                       10000000000)
           END-IF.
       360-HASH-ACCOUNT-EXIT.
           EXIT.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'HDR' TO TH-RECORD-TYPE.
           MOVE WS-PROCESSING-DATE TO TH-BATCH-DATE.
           WRITE TRANS-RECORD.
       WRITE-BATCH-HEADER-EXIT.
           EXIT.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'TRL' TO TT-RECORD-TYPE.
           MOVE WS-ORDER-COUNT TO TT-RECORD-COUNT.
           MOVE WS-TRL-DEBIT-TOTAL TO TT-DEBIT-TOTAL.
           MOVE WS-TRL-CREDIT-TOTAL TO TT-CREDIT-TOTAL.
           MOVE WS-TRL-HASH-TOTAL TO TT-HASH-TOTAL.
           WRITE TRANS-RECORD.
       WRITE-BATCH-TRAILER-EXIT.
           EXIT.

      *    THE INSTALMENT BATCH NAME GOES ON THE END OF BATCHLIST.DAT
      *    FOR THE NEXT POSTING WINDOW - SAME EXTEND-THEN-OUTPUT
      *    FALLBACK AS THE OTHER APPEND-MODE FILES.
       400-APPEND-TO-BATCHLIST.
           OPEN EXTEND BATCHLISTFILE.
           IF BL-FILE-STATUS = '35'
               OPEN OUTPUT BATCHLISTFILE
           END-IF.
           IF BL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening BATCHLIST: ' BL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DUEFEED-FILE-NAME TO BATCHLIST-RECORD
               WRITE BATCHLIST-RECORD
               CLOSE BATCHLISTFILE
           END-IF.
       400-APPEND-TO-BATCHLIST-EXIT.
           EXIT.

      *    ONE SECTION PER BRANCH: EACH DELINQUENT LOAN WITH ITS
      *    REPAYMENT ACCOUNT, ARREARS, DAYS PAST DUE AND THE USUAL
      *    1-29 / 30-59 / 60-89 / 90+ BUCKET, THEN THE BRANCH TOTAL.
       500-WRITE-DELINQUENCY.
           OPEN OUTPUT DELQRPTFILE.
           IF DQ-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening LOANDELQ: ' DQ-FILE-STATUS
           ELSE
               MOVE SPACES TO DELQRPT-RECORD
               STRING 'LOAN DELINQUENCY REPORT FOR '
                   WS-PROCESSING-DATE
                   DELIMITED BY SIZE INTO DELQRPT-RECORD
               WRITE DELQRPT-RECORD
               PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                       UNTIL WS-LB-IDX > WS-LB-COUNT
                   IF WS-LB-DELQ-COUNT(WS-LB-IDX) > 0
                       PERFORM 510-WRITE-ONE-BRANCH THRU
                               510-WRITE-ONE-BRANCH-EXIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO DELQRPT-RECORD
               STRING 'TOTAL DELINQUENT LOANS : ' WS-DELINQUENT-COUNT
                   DELIMITED BY SIZE INTO DELQRPT-RECORD
               WRITE DELQRPT-RECORD
               CLOSE DELQRPTFILE
           END-IF.
       500-WRITE-DELINQUENCY-EXIT.
           EXIT.

       510-WRITE-ONE-BRANCH.
           MOVE SPACES TO DELQRPT-RECORD.
           STRING 'BRANCH ' WS-LB-BRANCH(WS-LB-IDX)
               DELIMITED BY SIZE INTO DELQRPT-RECORD.
           WRITE DELQRPT-RECORD.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-DPD(WS-LN-IDX) > 0 AND
                  WS-LN-BRANCH(WS-LN-IDX) = WS-LB-BRANCH(WS-LB-IDX)
                   EVALUATE TRUE
                       WHEN WS-LN-DPD(WS-LN-IDX) < 30
                           MOVE '1-29   ' TO WS-DPD-BUCKET
                       WHEN WS-LN-DPD(WS-LN-IDX) < 60
                           MOVE '30-59  ' TO WS-DPD-BUCKET
                       WHEN WS-LN-DPD(WS-LN-IDX) < 90
                           MOVE '60-89  ' TO WS-DPD-BUCKET
                       WHEN OTHER
                           MOVE '90+    ' TO WS-DPD-BUCKET
                   END-EVALUATE
                   COMPUTE WS-ARREARS-TOTAL =
                           WS-LN-ARR-INT(WS-LN-IDX) +
                           WS-LN-ARR-PRIN(WS-LN-IDX)
                   MOVE WS-ARREARS-TOTAL TO WS-ED-ARR-INT
                   MOVE WS-LN-OUTSTANDING(WS-LN-IDX) TO
                        WS-ED-OUTSTANDING
                   MOVE SPACES TO DELQRPT-RECORD
                   STRING '  LOAN ' WS-LN-ACCOUNT(WS-LN-IDX)
                       ' | REPAY ' WS-LN-REPAY-ACCT(WS-LN-IDX)
                       ' | ARREARS ' WS-ED-ARR-INT
                       ' | OUTSTANDING ' WS-ED-OUTSTANDING
                       ' | DPD ' WS-LN-DPD(WS-LN-IDX)
                       ' | ' WS-DPD-BUCKET
                       DELIMITED BY SIZE INTO DELQRPT-RECORD
                   WRITE DELQRPT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-LB-DELQ-AMOUNT(WS-LB-IDX) TO WS-ED-DELQ-TOTAL.
           MOVE SPACES TO DELQRPT-RECORD.
           STRING 'BRANCH ' WS-LB-BRANCH(WS-LB-IDX)
               ' DELINQUENT : ' WS-LB-DELQ-COUNT(WS-LB-IDX)
               ' | ARREARS ' WS-ED-DELQ-TOTAL
               DELIMITED BY SIZE INTO DELQRPT-RECORD.
           WRITE DELQRPT-RECORD.
       510-WRITE-ONE-BRANCH-EXIT.
           EXIT.

      *    ONE BALANCED PAIR PER BRANCH PER SIDE OF THE SPLIT: THE
      *    COLLECTED INTEREST DEBITS LOAN CLEARING AND CREDITS
      *    INTEREST INCOME ('LNINT'), THE COLLECTED PRINCIPAL DEBITS
      *    LOAN CLEARING AND CREDITS THE LOAN BOOK ('LNPRN'). POSTING
      *    ALREADY MOVED THE WHOLE INSTALMENT FROM THE CUSTOMER INTO
      *    LOAN CLEARING UNDER LNP01, SO CLEARING NETS TO ZERO.
       600-POST-TO-JOURNAL.
           IF WS-PAYMENT-COUNT = 0
               GO TO 600-POST-TO-JOURNAL-EXIT
           END-IF.
           OPEN EXTEND GLJOURNALFILE.
           IF GJ-FILE-STATUS = '35'
               OPEN OUTPUT GLJOURNALFILE
           END-IF.
           IF GJ-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening GLJOURNAL: ' GJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                       UNTIL WS-LB-IDX > WS-LB-COUNT
                   MOVE WS-LB-BRANCH(WS-LB-IDX) TO WS-JRNL-BRANCH
                   IF WS-LB-INT-PAID(WS-LB-IDX) > 0
                       MOVE 'LNINT' TO WS-JRNL-CODE
                       MOVE WS-LB-INT-PAID(WS-LB-IDX) TO
                            WS-JRNL-AMOUNT
                       PERFORM 610-WRITE-JOURNAL-PAIR THRU
                               610-WRITE-JOURNAL-PAIR-EXIT
                   END-IF
                   IF WS-LB-PRIN-PAID(WS-LB-IDX) > 0
                       MOVE 'LNPRN' TO WS-JRNL-CODE
                       MOVE WS-LB-PRIN-PAID(WS-LB-IDX) TO
                            WS-JRNL-AMOUNT
                       PERFORM 610-WRITE-JOURNAL-PAIR THRU
                               610-WRITE-JOURNAL-PAIR-EXIT
                   END-IF
               END-PERFORM
               CLOSE GLJOURNALFILE
           END-IF.
       600-POST-TO-JOURNAL-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES.
       610-WRITE-JOURNAL-PAIR.
           MOVE WS-SUSPENSE-GL TO WS-JRNL-DR-ACCT WS-JRNL-CR-ACCT.
           PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                   UNTIL WS-GLMAP-IDX > WS-GLMAP-COUNT
               IF WS-GLMAP-CODE(WS-GLMAP-IDX) = WS-JRNL-CODE AND
                  WS-GLMAP-BRANCH(WS-GLMAP-IDX) = WS-JRNL-BRANCH
                   MOVE WS-GLMAP-DR(WS-GLMAP-IDX) TO WS-JRNL-DR-ACCT
                   MOVE WS-GLMAP-CR(WS-GLMAP-IDX) TO WS-JRNL-CR-ACCT
                   MOVE WS-GLMAP-COUNT TO WS-GLMAP-IDX
               END-IF
           END-PERFORM.
           IF WS-JRNL-DR-ACCT = WS-SUSPENSE-GL
               PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                       UNTIL WS-GLMAP-IDX > WS-GLMAP-COUNT
                   IF WS-GLMAP-CODE(WS-GLMAP-IDX) = WS-JRNL-CODE AND
                      WS-GLMAP-BRANCH(WS-GLMAP-IDX) = SPACES
                       MOVE WS-GLMAP-DR(WS-GLMAP-IDX) TO
                            WS-JRNL-DR-ACCT
                       MOVE WS-GLMAP-CR(WS-GLMAP-IDX) TO
                            WS-JRNL-CR-ACCT
                       MOVE WS-GLMAP-COUNT TO WS-GLMAP-IDX
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO GLJOURNAL-RECORD.
           STRING WS-PROCESSING-DATE ' | ' WS-JRNL-DR-ACCT ' | DR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
           MOVE SPACES TO GLJOURNAL-RECORD.
           STRING WS-PROCESSING-DATE ' | ' WS-JRNL-CR-ACCT ' | CR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
       610-WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

      *    A LOAN WHOSE TERM IS FULLY BILLED AND WHOSE PRINCIPAL AND
      *    ARREARS ARE ALL PAID LEAVES THE BOOK; EVERY OTHER LOAN IS
      *    CARRIED FORWARD WITH ITS UPDATED SERVICING STATE.
       700-WRITE-NEW-GENERATION.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-OUTSTANDING(WS-LN-IDX) = 0 AND
                  WS-LN-ARR-INT(WS-LN-IDX) = 0 AND
                  WS-LN-ARR-PRIN(WS-LN-IDX) = 0 AND
                  WS-LN-BILLED(WS-LN-IDX) NOT < WS-LN-TERM(WS-LN-IDX)
                   ADD 1 TO WS-PAIDOFF-COUNT
                   DISPLAY 'LOAN PAID OFF: ' WS-LN-ACCOUNT(WS-LN-IDX)
               ELSE
                   MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-ED-PRINCIPAL
                   MOVE WS-LN-OUTSTANDING(WS-LN-IDX) TO
                        WS-ED-OUTSTANDING
                   MOVE WS-LN-INSTALMENT(WS-LN-IDX) TO
                        WS-ED-INSTALMENT
                   MOVE WS-LN-ARR-INT(WS-LN-IDX) TO WS-ED-ARR-INT
                   MOVE WS-LN-ARR-PRIN(WS-LN-IDX) TO WS-ED-ARR-PRIN
                   MOVE SPACES TO NEWLOAN-RECORD
                   STRING WS-LN-ACCOUNT(WS-LN-IDX) '|'
                       WS-LN-REPAY-ACCT(WS-LN-IDX) '|'
                       WS-ED-PRINCIPAL '|'
                       WS-LN-RATE-TEXT(WS-LN-IDX) DELIMITED BY SPACE
                       '|' WS-LN-TERM(WS-LN-IDX) '|'
                       WS-LN-PAYDAY(WS-LN-IDX) '|'
                       WS-LN-OPEN-DATE(WS-LN-IDX) '|'
                       WS-ED-OUTSTANDING '|' WS-ED-INSTALMENT '|'
                       WS-LN-BILLED(WS-LN-IDX) '|'
                       WS-LN-NEXT-DUE(WS-LN-IDX) '|'
                       WS-ED-ARR-INT '|' WS-ED-ARR-PRIN '|'
                       WS-LN-LAST-TS(WS-LN-IDX)
                       DELIMITED BY SIZE INTO NEWLOAN-RECORD
                   WRITE NEWLOAN-RECORD
               END-IF
           END-PERFORM.
       700-WRITE-NEW-GENERATION-EXIT.
           EXIT.

       800-FIND-BRANCH.
           IF WS-LB-WORK-BRANCH = SPACES
               MOVE '000' TO WS-LB-WORK-BRANCH
           END-IF.
           MOVE 0 TO WS-LB-FOUND.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-BRANCH(WS-LB-IDX) = WS-LB-WORK-BRANCH
                   MOVE WS-LB-IDX TO WS-LB-FOUND
                   MOVE WS-LB-COUNT TO WS-LB-IDX
               END-IF
           END-PERFORM.
           IF WS-LB-FOUND > 0
               MOVE WS-LB-FOUND TO WS-LB-IDX
           ELSE
               IF WS-LB-COUNT < 20
                   ADD 1 TO WS-LB-COUNT
                   MOVE WS-LB-COUNT TO WS-LB-IDX
                   MOVE WS-LB-WORK-BRANCH TO WS-LB-BRANCH(WS-LB-IDX)
                   MOVE 0 TO WS-LB-DELQ-COUNT(WS-LB-IDX)
                             WS-LB-DELQ-AMOUNT(WS-LB-IDX)
                             WS-LB-INT-PAID(WS-LB-IDX)
                             WS-LB-PRIN-PAID(WS-LB-IDX)
               ELSE
                   DISPLAY 'BRANCH TABLE FULL - IGNORING '
                           WS-LB-WORK-BRANCH
                   MOVE 0 TO WS-LB-IDX
               END-IF
           END-IF.
       800-FIND-BRANCH-EXIT.
           EXIT.
