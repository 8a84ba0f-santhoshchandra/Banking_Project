       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
      *    OVERDRAWN-ACCOUNT AGING, LOSS PROVISIONING AND CHARGE-OFF.
      *    RUN IN THE DAY-END CHAIN AFTER THE LAST POSTING STEP. EACH
      *    RUN:
      *      1. AGES EVERY ACCOUNT WITH A NEGATIVE LEDGER BALANCE BY
      *         DAYS CONTINUOUSLY OVERDRAWN AND PUTS IT IN ITS
      *         REGULATORY BUCKET (UNDER 30, 30+, 60+, 90+, 120+).
      *         AN ACCOUNT BACK AT ZERO OR BETTER IS CURED AND STARTS
      *         AGAIN FROM DAY ZERO IF IT GOES OVERDRAWN LATER.
      *      2. CHARGES OFF AN ACCOUNT OVERDRAWN ODAGE|CHGOFF_DAYS OR
      *         MORE: A COF01 CREDIT FOR THE WHOLE DEFICIT GOES TO
      *         POSTING (ODAGEFEED.DAT, ADDED TO BATCHLIST.DAT), WHICH
      *         MOVES THE BALANCE TO THE CHARGED-OFF GL AND FLAGS THE
      *         ACCOUNT 'W'. A FLAGGED ACCOUNT TAKES NO MORE DEBITS -
      *         DEBIT INTEREST AND FEES STOP - AND POSTING TAKES ANY
      *         LATER CREDIT TO IT AS AN RCV01 RECOVERY.
      *      3. ADDS THE DAY'S RCV01 RECOVERIES FROM THE AUDIT TRAIL
      *         TO EACH CHARGED-OFF ACCOUNT'S REGISTER RECORD.
      *      4. ONCE A MONTH HAS ENDED, BOOKS THE LOSS PROVISION FOR
      *         IT: EACH OVERDRAWN BALANCE AT ITS BUCKET'S ODAGE|PROV_n
      *         PERCENTAGE, LESS WHAT IS ALREADY BOOKED, PLUS WHAT HAS
      *         BEEN CHARGED OFF AGAINST THE ALLOWANCE SINCE - ONE
      *         'ODPRV' JOURNAL PAIR PER BRANCH TO GLJOURNAL.DAT.
      *    THE AGING REPORT (ODAGERPT.DAT) LISTS EVERY OVERDRAWN AND
      *    CHARGED-OFF ACCOUNT WITH THE BUCKET TOTALS. THE ACCOUNT
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

           SELECT ODAGEFILE ASSIGN TO WS-ODAGE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OA-ACCOUNT-NUMBER
                FILE STATUS IS OA-FILE-STATUS.

           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

      *    THE DAY'S COF01 WRITE-OFFS, AS A STANDARD TRANSREC BATCH
      *    FOR POSTING.
           SELECT ODAGEFEEDFILE ASSIGN TO WS-ODAGEFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OF-FILE-STATUS.

           SELECT BATCHLISTFILE ASSIGN TO WS-BATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-FILE-STATUS.

           SELECT AGEREPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. ODAGE|CHGOFF_DAYS IS THE CHARGE-OFF AGE;
      *    ODAGE|PROV_0, PROV_30, PROV_60, PROV_90 AND PROV_120 THE
      *    PROVISION PERCENTAGE FOR EACH BUCKET.
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

      *    THE PROVISION JOURNALS UNDER THE 'ODPRV' LINE OF THE GL
      *    MAPPING (PROVISION EXPENSE / LOSS ALLOWANCE); BRANCH-SCOPED
      *    LINES WIN OVER UNSCOPED ONES, THE SAME RULE POSTING APPLIES.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

      *    MACHINE-READABLE RUN STATUS FOR THE DAY-END CONTROLLER,
      *    SAME ONE-LINE SHAPE BANKTRANS WRITES.
           SELECT RUNSTATUSFILE ASSIGN TO WS-RUNSTATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  ODAGEFILE.
       COPY ODAGEREC.

       FD  AUDITFILE.
       COPY AUDITREC.

       FD  ODAGEFEEDFILE.
       COPY TRANSREC.

       FD  BATCHLISTFILE.
       01  BATCHLIST-RECORD PIC X(100).

       FD  AGEREPORTFILE.
       01  AGEREPORT-RECORD PIC X(132).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  GLJOURNALFILE.
       01  GLJOURNAL-RECORD PIC X(132).

       FD  RUNSTATUSFILE.
       01  RUNSTATUS-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-ODAGE-FILE-NAME PIC X(100) VALUE 'odaging_index.txt'.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-ODAGEFEED-FILE-NAME PIC X(100) VALUE 'ODAGEFEED.DAT'.
       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'ODAGERPT.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  WS-RUNSTATUS-FILE-NAME PIC X(100) VALUE 'ODAGING.STATUS'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  OA-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  OF-FILE-STATUS     PIC XX.
       01  BL-FILE-STATUS     PIC XX.
       01  AR-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  RN-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-RUN-START-TS    PIC X(16).
       01  WS-RUN-END-TS      PIC X(16).
       01  WS-RUN-COMPLETION  PIC X(4) VALUE '9999'.
       01  WS-GLJRNL-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-GLJRNL-OPEN     VALUE 'Y'.
       01  WS-FEED-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-FEED-OPEN       VALUE 'Y'.
           88  WS-FEED-NOT-OPEN   VALUE 'N'.
       01  WS-ON-FILE-SW      PIC X(1).
           88  WS-ON-FILE         VALUE 'Y'.
           88  WS-NOT-ON-FILE     VALUE 'N'.

      *    CHARGE-OFF AGE IN DAYS AND THE PROVISION PERCENTAGE PER
      *    BUCKET (UNDER 30, 30+, 60+, 90+, 120+). ALL FROM
      *    PARAMS.DAT WHEN KEYED.
       01  WS-CHGOFF-DAYS     PIC 9(4) VALUE 180.
       01  WS-MIN-CHGOFF-DAYS PIC 9(4) VALUE 30.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 5 TIMES.
               10  WS-BKT-NAME        PIC X(4).
               10  WS-BKT-FROM-DAYS   PIC 9(4).
               10  WS-BKT-RATE        PIC 9(3)V99.
               10  WS-BKT-COUNT       PIC 9(5).
               10  WS-BKT-BALANCE     PIC 9(11)V99.
               10  WS-BKT-PROVISION   PIC 9(11)V99.
       01  WS-BKT-IDX         PIC 9(1).
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    THE CONTROL RECORD'S VALUES, HELD HERE WHILE THE AGING
      *    FILE'S RECORD AREA IS IN USE FOR ACCOUNTS.
       01  WS-CONTROL-KEY     PIC X(10) VALUE '0000000000'.
       01  WS-CONTROL-NEW-SW  PIC X(1) VALUE 'N'.
           88  WS-CONTROL-NEW     VALUE 'Y'.
       01  WS-LAST-PERIOD     PIC 9(6) VALUE 0.
       01  WS-RECOVERY-THRU   PIC X(16) VALUE SPACES.
       01  WS-RECOVERY-HIGH   PIC X(16).

      *    THE MONTH MOST RECENTLY ENDED: THIS MONTH ON ITS LAST
      *    CALENDAR DAY, OTHERWISE LAST MONTH. PROVISION IS DUE WHEN
      *    THAT MONTH HAS NOT YET BEEN BOOKED, SO A MONTH-END THAT
      *    FALLS ON A DAY WITHOUT A CYCLE IS BOOKED BY THE NEXT RUN.
       01  WS-ENDED-PERIOD    PIC 9(6).
       01  WS-NEXT-DAY        PIC 9(8).
       01  WS-PROVISION-SW    PIC X(1) VALUE 'N'.
           88  WS-PROVISION-DUE   VALUE 'Y'.

       01  WS-SINCE-INT       PIC 9(8).
       01  WS-DEFICIT         PIC 9(7)V99.
       01  WS-REQUIRED        PIC 9(9)V99.
       01  WS-DELTA           PIC S9(9)V99.
       01  WS-NET-LOSS        PIC S9(9)V99.
       01  WS-EVENT-TEXT      PIC X(16).

      *    PER-BRANCH PROVISION MOVEMENT FOR THE MONTH-END JOURNAL.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE         PIC X(3).
               10  WS-BR-REQUIRED     PIC 9(11)V99.
               10  WS-BR-BOOKED       PIC 9(11)V99.
               10  WS-BR-CHARGED-OFF  PIC 9(11)V99.
               10  WS-BR-DELTA        PIC S9(11)V99.
       01  WS-BR-COUNT        PIC 9(2) VALUE 0.
       01  WS-BR-IDX          PIC 9(2).
       01  WS-BR-FOUND        PIC 9(2).
       01  WS-BR-WORK-BRANCH  PIC X(3).

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

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC.
       01  WS-SEQUENCE-NUMBER  PIC 9(6) VALUE 0.
       01  WS-ITEM-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-TRL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TRL-HASH-TOTAL   PIC 9(10) VALUE 0.

       01  WS-SCANNED-COUNT   PIC 9(7) VALUE 0.
       01  WS-AGED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CURED-COUNT     PIC 9(5) VALUE 0.
       01  WS-CO-SENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-CO-SENT-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-CO-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-RCV-COUNT       PIC 9(5) VALUE 0.
       01  WS-RCV-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-REG-COUNT       PIC 9(5) VALUE 0.
       01  WS-REG-CHARGED-OFF PIC 9(11)V99 VALUE 0.
       01  WS-REG-RECOVERED   PIC 9(11)V99 VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

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
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)).
           PERFORM 020-SET-BUCKETS THRU 020-SET-BUCKETS-EXIT.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           IF WS-CHGOFF-DAYS < WS-MIN-CHGOFF-DAYS
               DISPLAY 'ODAGE CHGOFF_DAYS UNDER ' WS-MIN-CHGOFF-DAYS
                       ' REFUSED - USING DEFAULT OF 180'
               MOVE 180 TO WS-CHGOFF-DAYS
           END-IF.
           PERFORM 030-LOAD-GLMAP THRU 030-LOAD-GLMAP-EXIT.
           OPEN I-O ODAGEFILE.
           IF OA-FILE-STATUS = '35'
               DISPLAY 'ODAGEFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT ODAGEFILE
               CLOSE ODAGEFILE
               OPEN I-O ODAGEFILE
           END-IF.
           IF OA-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ODAGEFILE: ' OA-FILE-STATUS
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE ODAGEFILE
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           OPEN OUTPUT AGEREPORTFILE.
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ODAGERPT: ' AR-FILE-STATUS
               CLOSE ODAGEFILE
               CLOSE ACCOUNTFILE
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           PERFORM 040-READ-CONTROL THRU 040-READ-CONTROL-EXIT.
           PERFORM 050-CHECK-PROVISION-DUE THRU
                   050-CHECK-PROVISION-DUE-EXIT.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'OVERDRAWN ACCOUNT AGING AS AT ' WS-TODAY
               '   CHARGE-OFF AT ' WS-CHGOFF-DAYS ' DAYS'
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           PERFORM 200-AGE-ONE-ACCOUNT THRU 200-AGE-ONE-ACCOUNT-EXIT
                   UNTIL EOF-FLAG = 'Y'.
           MOVE 'N' TO EOF-FLAG.
           CLOSE ACCOUNTFILE.
           PERFORM 400-COLLECT-RECOVERIES THRU
                   400-COLLECT-RECOVERIES-EXIT.
           PERFORM 500-REVIEW-AGING-FILE THRU
                   500-REVIEW-AGING-FILE-EXIT.
           PERFORM 560-BUCKET-SUMMARY THRU 560-BUCKET-SUMMARY-EXIT.
           IF WS-PROVISION-DUE
               PERFORM 600-BOOK-PROVISION THRU
                       600-BOOK-PROVISION-EXIT
           END-IF.
           PERFORM 060-WRITE-CONTROL THRU 060-WRITE-CONTROL-EXIT.
           PERFORM 700-FINISH-FEED THRU 700-FINISH-FEED-EXIT.
           IF WS-GLJRNL-OPEN
               CLOSE GLJOURNALFILE
           END-IF.
           CLOSE AGEREPORTFILE.
           CLOSE ODAGEFILE.
           DISPLAY 'ACCOUNTS SCANNED   : ' WS-SCANNED-COUNT.
           DISPLAY 'OVERDRAWN AGED     : ' WS-AGED-COUNT.
           DISPLAY 'CURED              : ' WS-CURED-COUNT.
           DISPLAY 'CHARGE-OFFS SENT   : ' WS-CO-SENT-COUNT.
           DISPLAY 'CHARGE-OFFS POSTED : ' WS-CO-POSTED-COUNT.
           DISPLAY 'RECOVERIES         : ' WS-RCV-COUNT.
           DISPLAY 'ERRORS             : ' WS-ERROR-COUNT.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ODAGEFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ODAGE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ODAGEFEED_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ODAGEFEED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BATCHLISTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ODAGERPT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
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

      *    THE REGULATORY BUCKETS AND THEIR DEFAULT PROVISION RATES.
       020-SET-BUCKETS.
           INITIALIZE WS-BUCKET-TABLE.
           MOVE '0-29' TO WS-BKT-NAME(1).
           MOVE 0 TO WS-BKT-FROM-DAYS(1).
           MOVE 0 TO WS-BKT-RATE(1).
           MOVE '30+ ' TO WS-BKT-NAME(2).
           MOVE 30 TO WS-BKT-FROM-DAYS(2).
           MOVE 10 TO WS-BKT-RATE(2).
           MOVE '60+ ' TO WS-BKT-NAME(3).
           MOVE 60 TO WS-BKT-FROM-DAYS(3).
           MOVE 25 TO WS-BKT-RATE(3).
           MOVE '90+ ' TO WS-BKT-NAME(4).
           MOVE 90 TO WS-BKT-FROM-DAYS(4).
           MOVE 50 TO WS-BKT-RATE(4).
           MOVE '120+' TO WS-BKT-NAME(5).
           MOVE 120 TO WS-BKT-FROM-DAYS(5).
           MOVE 100 TO WS-BKT-RATE(5).
       020-SET-BUCKETS-EXIT.
           EXIT.

      *    THE AGING SETTINGS FROM THE PARAMETER MASTER. EVERY LINE
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
               IF WS-PRM-F4 NOT NUMERIC OR WS-PRM-F4 > WS-TODAY
                   CONTINUE
               ELSE
               IF WS-PRM-F1 = 'ODAGE'
                   EVALUATE WS-PRM-F2
                       WHEN 'CHGOFF_DAYS'
                           COMPUTE WS-CHGOFF-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PROV_0'
                           COMPUTE WS-BKT-RATE(1) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PROV_30'
                           COMPUTE WS-BKT-RATE(2) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PROV_60'
                           COMPUTE WS-BKT-RATE(3) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PROV_90'
                           COMPUTE WS-BKT-RATE(4) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PROV_120'
                           COMPUTE WS-BKT-RATE(5) =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    ONLY THE 'ODPRV' LINES MATTER HERE. WITHOUT ONE THE
      *    PROVISION JOURNALS TO SUSPENSE - SAME RULE POSTING APPLIES
      *    TO UNMAPPED CODES.
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
                               IF WS-GLM-F1 = 'ODPRV'
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
       030-LOAD-GLMAP-EXIT.
           EXIT.

      *    NO CONTROL RECORD YET MEANS A FIRST RUN: NOTHING BOOKED,
      *    NOTHING READ FROM THE AUDIT TRAIL.
       040-READ-CONTROL.
           MOVE WS-CONTROL-KEY TO OA-ACCOUNT-NUMBER.
           READ ODAGEFILE
               INVALID KEY
                   SET WS-CONTROL-NEW TO TRUE
                   MOVE 0 TO WS-LAST-PERIOD
                   MOVE SPACES TO WS-RECOVERY-THRU
               NOT INVALID KEY
                   MOVE OK-LAST-PERIOD TO WS-LAST-PERIOD
                   MOVE OK-RECOVERY-THRU TO WS-RECOVERY-THRU
           END-READ.
           MOVE WS-RECOVERY-THRU TO WS-RECOVERY-HIGH.
       040-READ-CONTROL-EXIT.
           EXIT.

       050-CHECK-PROVISION-DUE.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + 1).
           MOVE WS-TODAY(1:6) TO WS-ENDED-PERIOD.
           IF WS-NEXT-DAY(1:6) = WS-TODAY(1:6)
               IF WS-TODAY(5:2) = '01'
                   SUBTRACT 89 FROM WS-ENDED-PERIOD
               ELSE
                   SUBTRACT 1 FROM WS-ENDED-PERIOD
               END-IF
           END-IF.
           IF WS-LAST-PERIOD < WS-ENDED-PERIOD
               SET WS-PROVISION-DUE TO TRUE
           END-IF.
       050-CHECK-PROVISION-DUE-EXIT.
           EXIT.

       060-WRITE-CONTROL.
           MOVE SPACES TO ODAGE-CONTROL.
           MOVE WS-CONTROL-KEY TO OK-CONTROL-KEY.
           MOVE WS-LAST-PERIOD TO OK-LAST-PERIOD.
           MOVE WS-RECOVERY-HIGH TO OK-RECOVERY-THRU.
           IF WS-CONTROL-NEW
               WRITE ODAGE-RECORD
           ELSE
               REWRITE ODAGE-RECORD
           END-IF.
           IF OA-FILE-STATUS NOT = '00'
               DISPLAY 'ODAGEFILE CONTROL RECORD NOT SAVED: '
                       OA-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       060-WRITE-CONTROL-EXIT.
           EXIT.

      *    PROGRAM|START|END|BATCHES|POSTED|REJECTED|COMPLETION -
      *    NO BATCH; OVERDRAWN ACCOUNTS AGED COUNT AS POSTED AND
      *    AGING-FILE UPDATE FAILURES AS REJECTED.
       WRITE-RUN-STATUS.
           MOVE SPACES TO WS-RUN-END-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-END-TS.
           OPEN OUTPUT RUNSTATUSFILE.
           IF RN-FILE-STATUS = '00'
               MOVE SPACES TO RUNSTATUS-RECORD
               STRING 'ODAGING|' WS-RUN-START-TS '|' WS-RUN-END-TS
               '|000|' WS-AGED-COUNT '|' WS-ERROR-COUNT '|'
               WS-RUN-COMPLETION
                   DELIMITED BY SIZE INTO RUNSTATUS-RECORD
               WRITE RUNSTATUS-RECORD
               CLOSE RUNSTATUSFILE
           ELSE
               DISPLAY 'RUN STATUS FILE UNWRITABLE: ' RN-FILE-STATUS
           END-IF.
       WRITE-RUN-STATUS-EXIT.
           EXIT.

      *    A CHARGED-OFF ACCOUNT IS NO LONGER AGED, WHATEVER ITS
      *    BALANCE. EVERY OTHER NEGATIVE BALANCE IS - CLOSED ACCOUNTS
      *    INCLUDED, SINCE CLOSING AN ACCOUNT DOES NOT SETTLE WHAT IS
      *    OWED ON IT.
       200-AGE-ONE-ACCOUNT.
           READ ACCOUNTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 200-AGE-ONE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE AF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER.
           READ ODAGEFILE
               INVALID KEY SET WS-NOT-ON-FILE TO TRUE
               NOT INVALID KEY SET WS-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN AF-STATUS-CHARGED-OFF
                   PERFORM 330-NOTE-CHARGED-OFF THRU
                           330-NOTE-CHARGED-OFF-EXIT
               WHEN AF-ACCOUNT-BALANCE < 0
                   PERFORM 300-AGE-OVERDRAWN THRU
                           300-AGE-OVERDRAWN-EXIT
               WHEN WS-ON-FILE AND OA-STATUS-OVERDRAWN
                   PERFORM 320-CURE-ACCOUNT THRU
                           320-CURE-ACCOUNT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-AGE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    A NEW OVERDRAFT, OR ONE BACK AFTER A CURE, STARTS AT DAY
      *    ZERO TODAY. PROVISION ALREADY BOOKED FOR THE ACCOUNT STAYS
      *    WITH IT FOR THE MONTH-END TO ADJUST.
       300-AGE-OVERDRAWN.
           IF WS-NOT-ON-FILE
               MOVE SPACES TO ODAGE-RECORD
               MOVE AF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
               MOVE 0 TO OA-DAYS-OVERDRAWN OA-PROVISION
                         OA-CO-SENT-AMOUNT OA-CHARGEOFF-AMOUNT
                         OA-CO-UNBOOKED OA-RECOVERED-AMOUNT
           END-IF.
           IF WS-NOT-ON-FILE OR NOT OA-STATUS-OVERDRAWN
               SET OA-STATUS-OVERDRAWN TO TRUE
               MOVE WS-TODAY TO OA-OVERDRAWN-SINCE
               MOVE SPACES TO OA-CO-SENT-DATE
               MOVE 0 TO OA-CO-SENT-AMOUNT
           END-IF.
           MOVE AF-BRANCH-CODE TO OA-BRANCH-CODE.
           IF OA-BRANCH-CODE = SPACES
               MOVE '000' TO OA-BRANCH-CODE
           END-IF.
           MOVE WS-TODAY TO OA-LAST-SEEN-DATE.
           MOVE AF-ACCOUNT-BALANCE TO OA-BALANCE.
           IF OA-OVERDRAWN-SINCE NUMERIC
               COMPUTE WS-SINCE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OA-OVERDRAWN-SINCE))
               COMPUTE OA-DAYS-OVERDRAWN = WS-TODAY-INT - WS-SINCE-INT
           ELSE
               MOVE WS-TODAY TO OA-OVERDRAWN-SINCE
               MOVE 0 TO OA-DAYS-OVERDRAWN
           END-IF.
           PERFORM 310-FIND-BUCKET THRU 310-FIND-BUCKET-EXIT.
           COMPUTE WS-DEFICIT = 0 - AF-ACCOUNT-BALANCE.
           ADD 1 TO WS-AGED-COUNT.
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX).
           ADD WS-DEFICIT TO WS-BKT-BALANCE(WS-BKT-IDX).
           MOVE SPACES TO WS-EVENT-TEXT.
           IF OA-DAYS-OVERDRAWN NOT < WS-CHGOFF-DAYS
               PERFORM 340-ISSUE-CHARGE-OFF THRU
                       340-ISSUE-CHARGE-OFF-EXIT
           END-IF.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
               ' SINCE ' OA-OVERDRAWN-SINCE ' DAYS '
               OA-DAYS-OVERDRAWN ' ' OA-BUCKET ' OWED ' WS-DEFICIT
               ' ' AF-ACCOUNT-STATUS ' ' WS-EVENT-TEXT ' '
               AF-HOLDER-NAME
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           PERFORM 350-SAVE-RECORD THRU 350-SAVE-RECORD-EXIT.
       300-AGE-OVERDRAWN-EXIT.
           EXIT.

      *    THE HIGHEST BUCKET WHOSE STARTING AGE THE ACCOUNT HAS
      *    REACHED.
       310-FIND-BUCKET.
           MOVE 1 TO WS-BKT-IDX.
           IF OA-DAYS-OVERDRAWN NOT < WS-BKT-FROM-DAYS(2)
               MOVE 2 TO WS-BKT-IDX
           END-IF.
           IF OA-DAYS-OVERDRAWN NOT < WS-BKT-FROM-DAYS(3)
               MOVE 3 TO WS-BKT-IDX
           END-IF.
           IF OA-DAYS-OVERDRAWN NOT < WS-BKT-FROM-DAYS(4)
               MOVE 4 TO WS-BKT-IDX
           END-IF.
           IF OA-DAYS-OVERDRAWN NOT < WS-BKT-FROM-DAYS(5)
               MOVE 5 TO WS-BKT-IDX
           END-IF.
           MOVE WS-BKT-NAME(WS-BKT-IDX) TO OA-BUCKET.
       310-FIND-BUCKET-EXIT.
           EXIT.

      *    BACK AT ZERO OR BETTER. A CURED RECORD IS KEPT ONLY WHILE
      *    IT STILL CARRIES PROVISION FOR THE MONTH-END TO RELEASE;
      *    A WRITE-OFF STILL IN FLIGHT IS FORGOTTEN - POSTING WILL
      *    REJECT IT, THE DEFICIT IT PRICED BEING GONE.
       320-CURE-ACCOUNT.
           ADD 1 TO WS-CURED-COUNT.
           MOVE AF-ACCOUNT-BALANCE TO OA-BALANCE.
           MOVE WS-TODAY TO OA-LAST-SEEN-DATE.
           MOVE SPACES TO OA-CO-SENT-DATE.
           MOVE 0 TO OA-CO-SENT-AMOUNT.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
               ' SINCE ' OA-OVERDRAWN-SINCE ' CURED AFTER '
               OA-DAYS-OVERDRAWN ' DAYS'
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           IF OA-CHARGEOFF-AMOUNT > 0
               SET OA-STATUS-CHARGED-OFF TO TRUE
           ELSE
               SET OA-STATUS-CURED TO TRUE
           END-IF.
           IF OA-STATUS-CURED AND OA-PROVISION = 0 AND
              OA-CO-UNBOOKED = 0
               DELETE ODAGEFILE
               IF OA-FILE-STATUS NOT = '00'
                   DISPLAY 'ODAGEFILE DELETE FAILED: '
                           OA-ACCOUNT-NUMBER ' ' OA-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               PERFORM 350-SAVE-RECORD THRU 350-SAVE-RECORD-EXIT
           END-IF.
       320-CURE-ACCOUNT-EXIT.
           EXIT.

      *    THE ACCOUNT CARRIES THE CHARGED-OFF FLAG. THE WRITE-OFF
      *    SENT FOR IT IS TAKEN AS POSTED ONCE THE DEFICIT IS GONE -
      *    POSTING ONLY APPLIES A COF01 EQUAL TO THE WHOLE DEFICIT.
      *    AN ACCOUNT FLAGGED BY HAND WITH A DEFICIT STILL ON IT GETS
      *    A COF01 FOR THAT DEFICIT, SO THE LOSS REACHES THE GL.
       330-NOTE-CHARGED-OFF.
           IF WS-NOT-ON-FILE
               MOVE SPACES TO ODAGE-RECORD
               MOVE AF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
               MOVE 0 TO OA-DAYS-OVERDRAWN OA-PROVISION
                         OA-CO-SENT-AMOUNT OA-CHARGEOFF-AMOUNT
                         OA-CO-UNBOOKED OA-RECOVERED-AMOUNT
               MOVE WS-TODAY TO OA-OVERDRAWN-SINCE
               MOVE AF-BRANCH-CODE TO OA-BRANCH-CODE
               IF OA-BRANCH-CODE = SPACES
                   MOVE '000' TO OA-BRANCH-CODE
               END-IF
           END-IF.
           IF NOT OA-STATUS-CHARGED-OFF
               SET OA-STATUS-CHARGED-OFF TO TRUE
               MOVE WS-TODAY TO OA-CHARGEOFF-DATE
           END-IF.
           MOVE WS-TODAY TO OA-LAST-SEEN-DATE.
           MOVE AF-ACCOUNT-BALANCE TO OA-BALANCE.
           MOVE SPACES TO WS-EVENT-TEXT.
           IF OA-CO-SENT-AMOUNT > 0 AND AF-ACCOUNT-BALANCE NOT < 0
               ADD 1 TO WS-CO-POSTED-COUNT
               ADD OA-CO-SENT-AMOUNT TO OA-CHARGEOFF-AMOUNT
                                        OA-CO-UNBOOKED
               MOVE SPACES TO AGEREPORT-RECORD
               STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
                   ' CHARGED OFF ' OA-CO-SENT-AMOUNT ' AFTER '
                   OA-DAYS-OVERDRAWN ' DAYS'
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
               MOVE SPACES TO OA-CO-SENT-DATE
               MOVE 0 TO OA-CO-SENT-AMOUNT
           END-IF.
           IF AF-ACCOUNT-BALANCE < 0
               COMPUTE WS-DEFICIT = 0 - AF-ACCOUNT-BALANCE
               PERFORM 340-ISSUE-CHARGE-OFF THRU
                       340-ISSUE-CHARGE-OFF-EXIT
               MOVE SPACES TO AGEREPORT-RECORD
               STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
                   ' FLAGGED CHARGED OFF OWING ' WS-DEFICIT ' '
                   WS-EVENT-TEXT
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
           END-IF.
           PERFORM 350-SAVE-RECORD THRU 350-SAVE-RECORD-EXIT.
       330-NOTE-CHARGED-OFF-EXIT.
           EXIT.

      *    ONE COF01 CREDIT FOR THE WHOLE DEFICIT (WS-DEFICIT). A
      *    WRITE-OFF ALREADY SENT TODAY IS NOT SENT AGAIN ON A RERUN;
      *    ONE SENT ON AN EARLIER DAY THAT HAS NOT TAKEN EFFECT WAS
      *    REJECTED BY POSTING (THE BALANCE MOVED UNDER IT) AND IS
      *    PRICED AFRESH.
       340-ISSUE-CHARGE-OFF.
           IF OA-CO-SENT-DATE = WS-TODAY
               MOVE 'CHARGE-OFF SENT' TO WS-EVENT-TEXT
               GO TO 340-ISSUE-CHARGE-OFF-EXIT
           END-IF.
           PERFORM 345-OPEN-FEED-ONCE THRU 345-OPEN-FEED-ONCE-EXIT.
           IF WS-FEED-NOT-OPEN
               GO TO 340-ISSUE-CHARGE-OFF-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE OA-ACCOUNT-NUMBER TO TF-ACCOUNT-NUMBER.
           MOVE 'OVERDRAFT CHARGE-OFF' TO TF-TRANSACTION-NAME.
           MOVE 'COF01' TO TF-TRANSACTION-CODE.
           MOVE WS-DEFICIT TO TF-TRANSACTION-AMOUNT.
           MOVE 'C' TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           ADD WS-DEFICIT TO WS-TRL-CREDIT-TOTAL.
           IF OA-ACCOUNT-NUMBER NUMERIC
               COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION MOD(WS-TRL-HASH-TOTAL +
                       FUNCTION NUMVAL(OA-ACCOUNT-NUMBER),
                       10000000000)
           END-IF.
           WRITE TRANS-RECORD.
           MOVE WS-TODAY TO OA-CO-SENT-DATE.
           MOVE WS-DEFICIT TO OA-CO-SENT-AMOUNT.
           ADD 1 TO WS-CO-SENT-COUNT.
           ADD WS-DEFICIT TO WS-CO-SENT-TOTAL.
           MOVE 'CHARGE-OFF SENT' TO WS-EVENT-TEXT.
       340-ISSUE-CHARGE-OFF-EXIT.
           EXIT.

       345-OPEN-FEED-ONCE.
           IF WS-FEED-NOT-OPEN
               OPEN OUTPUT ODAGEFEEDFILE
               IF OF-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening ODAGEFEED: ' OF-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 345-OPEN-FEED-ONCE-EXIT
               END-IF
               MOVE SPACES TO TRANS-RECORD
               MOVE 'HDR' TO TH-RECORD-TYPE
               MOVE WS-TODAY TO TH-BATCH-DATE
               WRITE TRANS-RECORD
               SET WS-FEED-OPEN TO TRUE
           END-IF.
       345-OPEN-FEED-ONCE-EXIT.
           EXIT.

       350-SAVE-RECORD.
           IF WS-NOT-ON-FILE
               WRITE ODAGE-RECORD
           ELSE
               REWRITE ODAGE-RECORD
           END-IF.
           IF OA-FILE-STATUS NOT = '00'
               DISPLAY 'ODAGEFILE UPDATE FAILED: ' OA-ACCOUNT-NUMBER
                       ' ' OA-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       350-SAVE-RECORD-EXIT.
           EXIT.

      *    RCV01 LINES STAMPED AFTER THE LAST ONE COUNTED. POSTING
      *    JOURNALS THE RECOVERY ITSELF; HERE IT IS ONLY SET AGAINST
      *    THE ACCOUNT'S CHARGE-OFF ON THE REGISTER.
       400-COLLECT-RECOVERIES.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               DISPLAY 'AUDITFILE NOT READ FOR RECOVERIES: '
                       AU-FILE-STATUS
               GO TO 400-COLLECT-RECOVERIES-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ AUDITFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AL-TXN-CODE = 'RCV01' AND
                          AL-TIMESTAMP > WS-RECOVERY-THRU AND
                          AL-TXN-AMOUNT NUMERIC
                           PERFORM 410-APPLY-ONE-RECOVERY THRU
                                   410-APPLY-ONE-RECOVERY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE AUDITFILE.
       400-COLLECT-RECOVERIES-EXIT.
           EXIT.

       410-APPLY-ONE-RECOVERY.
           IF AL-TIMESTAMP > WS-RECOVERY-HIGH
               MOVE AL-TIMESTAMP TO WS-RECOVERY-HIGH
           END-IF.
           MOVE AL-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER.
           READ ODAGEFILE
               INVALID KEY
                   DISPLAY 'RECOVERY ON ACCOUNT NOT ON REGISTER: '
                           AL-ACCOUNT-NUMBER ' ' AL-TXN-AMOUNT
                   GO TO 410-APPLY-ONE-RECOVERY-EXIT
           END-READ.
           ADD AL-TXN-AMOUNT TO OA-RECOVERED-AMOUNT.
           REWRITE ODAGE-RECORD.
           IF OA-FILE-STATUS NOT = '00'
               DISPLAY 'ODAGEFILE UPDATE FAILED: ' OA-ACCOUNT-NUMBER
                       ' ' OA-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 410-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           ADD 1 TO WS-RCV-COUNT.
           ADD AL-TXN-AMOUNT TO WS-RCV-TOTAL.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
               ' RECOVERED ' AL-TXN-AMOUNT ' ON ' AL-TXN-DATE
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       410-APPLY-ONE-RECOVERY-EXIT.
           EXIT.

      *    ONE PASS OVER THE AGING FILE: AN OVERDRAWN ACCOUNT THE
      *    MASTER NO LONGER HOLDS IS CURED; THE CHARGED-OFF REGISTER
      *    IS LISTED; AND AT MONTH-END EVERY RECORD'S PROVISION IS
      *    RESET TO WHAT ITS BUCKET NOW REQUIRES.
       500-REVIEW-AGING-FILE.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE 'CHARGED-OFF REGISTER' TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE LOW-VALUES TO OA-ACCOUNT-NUMBER.
           START ODAGEFILE KEY IS NOT LESS THAN OA-ACCOUNT-NUMBER
               INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ODAGEFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OA-ACCOUNT-NUMBER NOT = WS-CONTROL-KEY
                           PERFORM 510-REVIEW-ONE-RECORD THRU
                                   510-REVIEW-ONE-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'CHARGED-OFF ACCOUNTS ' WS-REG-COUNT
               '  WRITTEN OFF ' WS-REG-CHARGED-OFF
               '  RECOVERED ' WS-REG-RECOVERED
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       500-REVIEW-AGING-FILE-EXIT.
           EXIT.

       510-REVIEW-ONE-RECORD.
           IF OA-STATUS-OVERDRAWN AND OA-LAST-SEEN-DATE < WS-TODAY
               DISPLAY 'OVERDRAWN ACCOUNT GONE FROM MASTER: '
                       OA-ACCOUNT-NUMBER
               SET OA-STATUS-CURED TO TRUE
               ADD 1 TO WS-CURED-COUNT
           END-IF.
           IF OA-STATUS-CHARGED-OFF
               ADD 1 TO WS-REG-COUNT
               ADD OA-CHARGEOFF-AMOUNT TO WS-REG-CHARGED-OFF
               ADD OA-RECOVERED-AMOUNT TO WS-REG-RECOVERED
               COMPUTE WS-NET-LOSS =
                       OA-CHARGEOFF-AMOUNT - OA-RECOVERED-AMOUNT
               MOVE SPACES TO AGEREPORT-RECORD
               STRING OA-ACCOUNT-NUMBER ' BR ' OA-BRANCH-CODE
                   ' ON ' OA-CHARGEOFF-DATE ' WRITTEN OFF '
                   OA-CHARGEOFF-AMOUNT ' RECOVERED '
                   OA-RECOVERED-AMOUNT ' NET LOSS ' WS-NET-LOSS
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
           END-IF.
           IF WS-PROVISION-DUE
               PERFORM 520-RESET-PROVISION THRU
                       520-RESET-PROVISION-EXIT
           END-IF.
           IF OA-STATUS-CURED AND OA-PROVISION = 0 AND
              OA-CO-UNBOOKED = 0
               DELETE ODAGEFILE
           ELSE
               REWRITE ODAGE-RECORD
           END-IF.
           IF OA-FILE-STATUS NOT = '00'
               DISPLAY 'ODAGEFILE UPDATE FAILED: ' OA-ACCOUNT-NUMBER
                       ' ' OA-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       510-REVIEW-ONE-RECORD-EXIT.
           EXIT.

      *    THE ALLOWANCE AN ACCOUNT NEEDS IS ITS DEFICIT AT ITS
      *    BUCKET'S RATE - NOTHING ONCE CURED OR CHARGED OFF. WHAT
      *    THE BRANCH MUST BOOK IS THAT LESS WHAT IS STILL HELD FOR
      *    THE ACCOUNT: THE LAST PROVISION, LESS ANY WRITE-OFF SINCE
      *    TAKEN AGAINST IT.
       520-RESET-PROVISION.
           MOVE 0 TO WS-REQUIRED.
           IF OA-STATUS-OVERDRAWN AND OA-BALANCE < 0
               PERFORM 310-FIND-BUCKET THRU 310-FIND-BUCKET-EXIT
               COMPUTE WS-DEFICIT = 0 - OA-BALANCE
               COMPUTE WS-REQUIRED ROUNDED =
                       WS-DEFICIT * WS-BKT-RATE(WS-BKT-IDX) / 100
               ADD WS-REQUIRED TO WS-BKT-PROVISION(WS-BKT-IDX)
           END-IF.
           COMPUTE WS-DELTA = WS-REQUIRED - OA-PROVISION +
                   OA-CO-UNBOOKED.
           MOVE OA-BRANCH-CODE TO WS-BR-WORK-BRANCH.
           PERFORM 530-FIND-BRANCH THRU 530-FIND-BRANCH-EXIT.
           IF WS-BR-IDX > 0
               ADD WS-REQUIRED TO WS-BR-REQUIRED(WS-BR-IDX)
               ADD OA-PROVISION TO WS-BR-BOOKED(WS-BR-IDX)
               ADD OA-CO-UNBOOKED TO WS-BR-CHARGED-OFF(WS-BR-IDX)
               ADD WS-DELTA TO WS-BR-DELTA(WS-BR-IDX)
               MOVE WS-REQUIRED TO OA-PROVISION
               MOVE 0 TO OA-CO-UNBOOKED
           END-IF.
       520-RESET-PROVISION-EXIT.
           EXIT.

      *    A BRANCH THAT WILL NOT FIT LEAVES ITS RECORDS AS THEY WERE,
      *    SO NEXT MONTH-END PICKS THEM UP INSTEAD OF LOSING THEM.
       530-FIND-BRANCH.
           IF WS-BR-WORK-BRANCH = SPACES
               MOVE '000' TO WS-BR-WORK-BRANCH
           END-IF.
           MOVE 0 TO WS-BR-FOUND.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-BR-WORK-BRANCH
                   MOVE WS-BR-IDX TO WS-BR-FOUND
                   MOVE WS-BR-COUNT TO WS-BR-IDX
               END-IF
           END-PERFORM.
           IF WS-BR-FOUND > 0
               MOVE WS-BR-FOUND TO WS-BR-IDX
           ELSE
               IF WS-BR-COUNT < 50
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-IDX
                   MOVE WS-BR-WORK-BRANCH TO WS-BR-CODE(WS-BR-IDX)
                   MOVE 0 TO WS-BR-REQUIRED(WS-BR-IDX)
                             WS-BR-BOOKED(WS-BR-IDX)
                             WS-BR-CHARGED-OFF(WS-BR-IDX)
                             WS-BR-DELTA(WS-BR-IDX)
               ELSE
                   DISPLAY 'BRANCH TABLE FULL - PROVISION DEFERRED '
                           'FOR BRANCH ' WS-BR-WORK-BRANCH
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 0 TO WS-BR-IDX
               END-IF
           END-IF.
       530-FIND-BRANCH-EXIT.
           EXIT.

      *    TODAY'S BUCKETS: NUMBER AND AMOUNT OWED IN EACH, AND THE
      *    RATE THE MONTH-END PROVISION APPLIES TO THEM.
       560-BUCKET-SUMMARY.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE SPACES TO AGEREPORT-RECORD
               STRING 'BUCKET ' WS-BKT-NAME(WS-BKT-IDX)
                   ' ACCOUNTS ' WS-BKT-COUNT(WS-BKT-IDX)
                   ' OWED ' WS-BKT-BALANCE(WS-BKT-IDX)
                   ' RATE ' WS-BKT-RATE(WS-BKT-IDX) '%'
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'CHARGE-OFFS SENT TODAY ' WS-CO-SENT-COUNT
               ' AMOUNT ' WS-CO-SENT-TOTAL
               '  RECOVERIES ' WS-RCV-COUNT ' AMOUNT ' WS-RCV-TOTAL
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       560-BUCKET-SUMMARY-EXIT.
           EXIT.

      *    ONE 'ODPRV' PAIR PER BRANCH FOR THE MOVEMENT IN ITS
      *    ALLOWANCE: AN INCREASE CHARGES PROVISION EXPENSE AS
      *    MAPPED, A RELEASE SWAPS THE SIDES. THE MONTH IS MARKED
      *    BOOKED SO A RERUN DOES NOT BOOK IT TWICE.
       600-BOOK-PROVISION.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           STRING 'LOSS PROVISION FOR MONTH ' WS-ENDED-PERIOD
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE SPACES TO AGEREPORT-RECORD
               STRING 'BUCKET ' WS-BKT-NAME(WS-BKT-IDX)
                   ' REQUIRED ' WS-BKT-PROVISION(WS-BKT-IDX)
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO AGEREPORT-RECORD
               STRING 'BRANCH ' WS-BR-CODE(WS-BR-IDX)
                   ' REQUIRED ' WS-BR-REQUIRED(WS-BR-IDX)
                   ' HELD ' WS-BR-BOOKED(WS-BR-IDX)
                   ' WRITTEN OFF ' WS-BR-CHARGED-OFF(WS-BR-IDX)
                   ' ENTRY ' WS-BR-DELTA(WS-BR-IDX)
                   DELIMITED BY SIZE INTO AGEREPORT-RECORD
               WRITE AGEREPORT-RECORD
               IF WS-BR-DELTA(WS-BR-IDX) NOT = 0
                   PERFORM 610-WRITE-JOURNAL-PAIR THRU
                           610-WRITE-JOURNAL-PAIR-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-ENDED-PERIOD TO WS-LAST-PERIOD.
       600-BOOK-PROVISION-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES. THE JOURNAL IS OPENED ON FIRST
      *    USE, SO A MONTH WITH NO MOVEMENT LEAVES IT UNTOUCHED.
       610-WRITE-JOURNAL-PAIR.
           IF NOT WS-GLJRNL-OPEN
               OPEN EXTEND GLJOURNALFILE
               IF GJ-FILE-STATUS = '35'
                   OPEN OUTPUT GLJOURNALFILE
               END-IF
               IF GJ-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening GLJOURNAL: ' GJ-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 610-WRITE-JOURNAL-PAIR-EXIT
               END-IF
               SET WS-GLJRNL-OPEN TO TRUE
           END-IF.
           MOVE 'ODPRV' TO WS-JRNL-CODE.
           MOVE WS-BR-CODE(WS-BR-IDX) TO WS-JRNL-BRANCH.
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
           IF WS-JRNL-DR-ACCT = WS-SUSPENSE-GL
               DISPLAY 'NO GL MAPPING FOR CODE ODPRV'
                       ' - JOURNALED TO SUSPENSE'
           END-IF.
           IF WS-BR-DELTA(WS-BR-IDX) > 0
               MOVE WS-BR-DELTA(WS-BR-IDX) TO WS-JRNL-AMOUNT
           ELSE
               COMPUTE WS-JRNL-AMOUNT = 0 - WS-BR-DELTA(WS-BR-IDX)
               MOVE WS-JRNL-DR-ACCT TO WS-GLM-F2
               MOVE WS-JRNL-CR-ACCT TO WS-JRNL-DR-ACCT
               MOVE WS-GLM-F2 TO WS-JRNL-CR-ACCT
           END-IF.
           MOVE SPACES TO GLJOURNAL-RECORD.
           STRING WS-TODAY ' | ' WS-JRNL-DR-ACCT ' | DR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
           MOVE SPACES TO GLJOURNAL-RECORD.
           STRING WS-TODAY ' | ' WS-JRNL-CR-ACCT ' | CR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
       610-WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

      *    THE FEED CLOSES WITH PROPER CONTROL TOTALS AND GOES ON
      *    BATCHLIST.DAT FOR THE NEXT POSTING RUN.
       700-FINISH-FEED.
           IF WS-FEED-OPEN
               MOVE SPACES TO TRANS-RECORD
               MOVE 'TRL' TO TT-RECORD-TYPE
               MOVE WS-ITEM-COUNT TO TT-RECORD-COUNT
               MOVE WS-TRL-DEBIT-TOTAL TO TT-DEBIT-TOTAL
               MOVE WS-TRL-CREDIT-TOTAL TO TT-CREDIT-TOTAL
               MOVE WS-TRL-HASH-TOTAL TO TT-HASH-TOTAL
               WRITE TRANS-RECORD
               CLOSE ODAGEFEEDFILE
               OPEN EXTEND BATCHLISTFILE
               IF BL-FILE-STATUS = '35'
                   OPEN OUTPUT BATCHLISTFILE
               END-IF
               IF BL-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening BATCHLIST: ' BL-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE WS-ODAGEFEED-FILE-NAME TO BATCHLIST-RECORD
                   WRITE BATCHLIST-RECORD
                   CLOSE BATCHLISTFILE
               END-IF
           END-IF.
       700-FINISH-FEED-EXIT.
           EXIT.

       900-ABANDON-RUN.
           MOVE '0016' TO WS-RUN-COMPLETION.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       900-ABANDON-RUN-EXIT.
           EXIT.
