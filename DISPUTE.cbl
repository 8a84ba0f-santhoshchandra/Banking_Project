       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.
      *    DISPUTE AND CHARGEBACK CASE MANAGEMENT. REPLACES THE
      *    MANUAL DEP01 "PROVISIONAL CREDIT" AND THE CASE NOTEBOOK.
      *    EACH RUN:
      *      1. APPLIES THE DAY'S CASE INSTRUCTIONS (DISPMNT.DAT):
      *           OPEN|ACCOUNT|ORIGDATE|REFERENCE|AMOUNT|REASON|OPER
      *           WON|CASE|OPER
      *           LOST|CASE|OPER
      *         OPEN FINDS THE DISPUTED DEBIT ON THE AUDIT TRAIL
      *         (ACCOUNT, POSTING DATE YYYYMMDD, AL-REFERENCE - BLANK
      *         FOR A PLAIN DETAIL ITEM - AND AN AMOUNT NO LARGER
      *         THAN THE ORIGINAL; BLANK AMOUNT = THE WHOLE ITEM),
      *         RECORDS THE CASE WITH ITS REGULATORY DEADLINE AND
      *         POSTS A DSP01 PROVISIONAL CREDIT AGAINST THE DISPUTES-
      *         SUSPENSE GL. WON MAKES THE CREDIT FINAL - THE SUSPENSE
      *         IS CLEARED TO CHARGEBACKS RECEIVABLE BY A 'DSPWN'
      *         JOURNAL PAIR. LOST TAKES THE CREDIT BACK WITH A
      *         FORCE-POSTED DSP02 DEBIT - THE CUSTOMER HAD THE USE OF
      *         THE MONEY, SO IT COMES BACK EVEN INTO OVERDRAFT.
      *         EVERY STEP QUEUES A CUSTOMER NOTICE.
      *         WON AND LOST ARE DECIDED BY A NAMED OFFICER WHO DID
      *         NOT OPEN THE CASE; WHEN THE OPERATOR MASTER IS ON
      *         FILE THE OFFICER MUST BE ACTIVE WITH THE OFFICER ROLE,
      *         AND THE OPENER MUST BE ACTIVE WITH AUTHORITY FOR THE
      *         CREDIT.
      *      2. WRITES THE AGING REPORT OF OPEN CASES, FLAGGING THOSE
      *         PAST OR WITHIN DISP|WARN_DAYS OF THEIR DEADLINE.
      *    THE CREDITS AND DEBITS GO TO POSTING AS AN ORDINARY BATCH
      *    (DISPFEED.DAT, ADDED TO BATCHLIST.DAT) SO AUDIT, RECON AND
      *    THE GL ALL SEE THEM. THE ACCOUNT MASTER IS ONLY READ, SO
      *    NO RUN LOCK IS TAKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPFILE ASSIGN TO WS-DISP-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DP-CASE-NUMBER
                FILE STATUS IS DP-FILE-STATUS.

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

           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

      *    OPERATOR MASTER, ONLY READ, TO CHECK THE OPENER AND THE
      *    DECIDING OFFICER.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.

      *    THE DAY'S PROVISIONAL CREDITS AND LOST-CASE REVERSALS, AS
      *    A STANDARD TRANSREC BATCH FOR POSTING.
           SELECT DISPFEEDFILE ASSIGN TO WS-DISPFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-FILE-STATUS.

           SELECT BATCHLISTFILE ASSIGN TO WS-BATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-FILE-STATUS.

           SELECT AGEREPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. DISP|RESOLVE_DAYS IS THE REGULATORY RESOLUTION
      *    PERIOD; DISP|WARN_DAYS HOW CLOSE TO IT A CASE IS FLAGGED.
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

      *    A WON CASE CLEARS DISPUTES SUSPENSE UNDER THE 'DSPWN' LINE
      *    OF THE GL MAPPING; BRANCH-SCOPED LINES WIN OVER UNSCOPED
      *    ONES, THE SAME RULE POSTING APPLIES.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

      *    SHARED CUSTOMER-NOTIFICATION QUEUE: ONE STANDARD EVENT
      *    LINE PER CUSTOMER-FACING OCCURRENCE, APPENDED HERE AND
      *    TURNED INTO AN ACTUAL MAILING BY NOTIFGEN - WITH A SENT
      *    LOG, SO PROVING A NOTICE WENT OUT STOPS MEANING DIGGING
      *    THROUGH OLD PRINT SPOOLS.
           SELECT NOTIFYQFILE ASSIGN TO WS-NOTIFYQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPFILE.
       COPY DISPREC.

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  AUDITFILE.
       COPY AUDITREC.

       FD  OPERFILE.
       COPY OPERREC.

       FD  MAINTFILE.
       01  DISPMNT-RECORD PIC X(132).

       FD  DISPFEEDFILE.
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

       FD  NOTIFYQFILE.
       01  NOTIFYQ-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

      *    NOTIFICATION-QUEUE WORK FIELDS FOR QUEUE-NOTIFY-EVENT.
       01  WS-NOTIFYQ-FILE-NAME PIC X(100) VALUE 'NOTIFYQ.DAT'.
       01  NQ-FILE-STATUS     PIC XX.
       01  WS-NFY-EVENT       PIC X(8).
       01  WS-NFY-ACCOUNT     PIC X(10).
       01  WS-NFY-DETAIL      PIC X(40).

       01  WS-DISP-FILE-NAME  PIC X(100) VALUE 'disputes_index.txt'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  WS-MAINT-FILE-NAME PIC X(100) VALUE 'DISPMNT.DAT'.
       01  WS-DISPFEED-FILE-NAME PIC X(100) VALUE 'DISPFEED.DAT'.
       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'DISPAGE.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  DP-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  OP-FILE-STATUS     PIC XX.
       01  MF-FILE-STATUS     PIC XX.
       01  DF-FILE-STATUS     PIC XX.
       01  BL-FILE-STATUS     PIC XX.
       01  AR-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-AUDIT-EOF-SW    PIC X(1).
           88  WS-AUDIT-EOF       VALUE 'Y'.
           88  WS-AUDIT-NOT-EOF   VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-GLJRNL-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-GLJRNL-OPEN     VALUE 'Y'.
       01  WS-FEED-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-FEED-OPEN       VALUE 'Y'.
           88  WS-FEED-NOT-OPEN   VALUE 'N'.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.

      *    REGULATORY RESOLUTION PERIOD FROM THE DAY THE CASE OPENS,
      *    AND HOW MANY DAYS BEFORE IT THE AGING REPORT STARTS TO
      *    FLAG A CASE. BOTH FROM PARAMS.DAT WHEN KEYED.
       01  WS-DEADLINE-DAYS   PIC 9(3) VALUE 90.
       01  WS-WARN-DAYS       PIC 9(3) VALUE 10.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

       01  WS-MNT-F1          PIC X(10).
       01  WS-MNT-F2          PIC X(10).
       01  WS-MNT-F3          PIC X(10).
       01  WS-MNT-F4          PIC X(10).
       01  WS-MNT-F5          PIC X(12).
       01  WS-MNT-F6          PIC X(30).
       01  WS-MNT-F7          PIC X(5).
       01  WS-MNT-OPERATOR    PIC X(5).
       01  WS-OFFICER-SW      PIC X(1).
           88  WS-OFFICER-OK      VALUE 'Y'.
           88  WS-OFFICER-REFUSED VALUE 'N'.

      *    THE DISPUTED DEBIT AS SOUGHT ON THE AUDIT TRAIL, AND WHAT
      *    WAS FOUND THERE.
       01  WS-SEEK-ACCOUNT    PIC X(10).
       01  WS-SEEK-DATE       PIC X(10).
       01  WS-SEEK-REFERENCE  PIC X(10).
       01  WS-SEEK-AMOUNT     PIC 9(7)V99.
       01  WS-ORIG-FOUND-SW   PIC X(1).
           88  WS-ORIG-FOUND      VALUE 'Y'.
           88  WS-ORIG-NOT-FOUND  VALUE 'N'.
       01  WS-ORIG-CODE       PIC X(5).
       01  WS-ORIG-AMOUNT     PIC 9(7)V99.
       01  WS-DUP-FOUND-SW    PIC X(1).
           88  WS-DUP-FOUND       VALUE 'Y'.
           88  WS-DUP-NOT-FOUND   VALUE 'N'.

      *    CASE NUMBERS ARE ISSUED IN SEQUENCE FROM THE HIGHEST ON
      *    FILE, SO THE REGISTER READS IN THE ORDER CASES OPENED.
       01  WS-HIGH-CASE       PIC 9(10) VALUE 0.
       01  WS-NEW-CASE        PIC 9(10).
       01  WS-DEADLINE-INT    PIC 9(8).
       01  WS-DAYS-LEFT       PIC S9(5).
       01  WS-AGE-FLAG        PIC X(13).

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
       01  WS-FEED-IND         PIC X(1).
       01  WS-FEED-CODE        PIC X(5).
       01  WS-FEED-NAME        PIC X(30).

       01  WS-OPENED-COUNT    PIC 9(5) VALUE 0.
       01  WS-WON-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOST-COUNT      PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01  WS-OPEN-CASE-COUNT PIC 9(5) VALUE 0.
       01  WS-OPEN-CASE-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-WARN-COUNT      PIC 9(5) VALUE 0.
       01  WS-PAST-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)).
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           PERFORM 030-LOAD-GLMAP THRU 030-LOAD-GLMAP-EXIT.
           OPEN I-O DISPFILE.
           IF DP-FILE-STATUS = '35'
               DISPLAY 'DISPFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT DISPFILE
               CLOSE DISPFILE
               OPEN I-O DISPFILE
           END-IF.
           IF DP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening DISPFILE: ' DP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE DISPFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO OPERATOR MASTER MEANS THE OPENER AND THE OFFICER ARE
      *    TAKEN AS KEYED. A MASTER THAT IS THERE BUT WILL NOT OPEN
      *    STOPS THE RUN - NO CASE MAY BE DECIDED BY AN UNCHECKED
      *    OFFICER.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           ELSE
               IF OP-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening OPERFILE: ' OP-FILE-STATUS
                   CLOSE DISPFILE
                   CLOSE ACCOUNTFILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 040-FIND-HIGH-CASE THRU 040-FIND-HIGH-CASE-EXIT.
           OPEN INPUT MAINTFILE.
           IF MF-FILE-STATUS = '00'
               PERFORM 200-PROCESS-MAINT THRU 200-PROCESS-MAINT-EXIT
                       UNTIL EOF-FLAG = 'Y'
               MOVE 'N' TO EOF-FLAG
               CLOSE MAINTFILE
           END-IF.
           PERFORM 600-FINISH-FEED THRU 600-FINISH-FEED-EXIT.
           IF WS-GLJRNL-OPEN
               CLOSE GLJOURNALFILE
           END-IF.
           PERFORM 500-AGING-REPORT THRU 500-AGING-REPORT-EXIT.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
           CLOSE DISPFILE.
           CLOSE ACCOUNTFILE.
           DISPLAY 'CASES OPENED     : ' WS-OPENED-COUNT.
           DISPLAY 'CASES WON        : ' WS-WON-COUNT.
           DISPLAY 'CASES LOST       : ' WS-LOST-COUNT.
           DISPLAY 'ERRORS           : ' WS-ERROR-COUNT.
           DISPLAY 'OPEN CASES       : ' WS-OPEN-CASE-COUNT.
           DISPLAY 'NEAR DEADLINE    : ' WS-WARN-COUNT.
           DISPLAY 'PAST DEADLINE    : ' WS-PAST-COUNT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DISPFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISP-FILE-NAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DISPMNT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DISPFEED_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISPFEED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BATCHLISTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'DISPAGE_DD'.
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

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NOTIFYQ-FILE-NAME
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

      *    THE DISPUTE SETTINGS FROM THE PARAMETER MASTER. EVERY LINE
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
               IF WS-PRM-F1 = 'DISP'
                   EVALUATE WS-PRM-F2
                       WHEN 'RESOLVE_DAYS'
                           COMPUTE WS-DEADLINE-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'WARN_DAYS'
                           COMPUTE WS-WARN-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    ONLY THE 'DSPWN' LINES MATTER HERE. WITHOUT ONE A WON
      *    CASE JOURNALS TO SUSPENSE - SAME RULE POSTING APPLIES TO
      *    UNMAPPED CODES.
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
                               IF WS-GLM-F1 = 'DSPWN'
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

       040-FIND-HIGH-CASE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DISPFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DP-CASE-NUMBER NUMERIC
                           MOVE DP-CASE-NUMBER TO WS-HIGH-CASE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       040-FIND-HIGH-CASE-EXIT.
           EXIT.

       200-PROCESS-MAINT.
           READ MAINTFILE INTO DISPMNT-RECORD
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF DISPMNT-RECORD NOT = SPACES
                       PERFORM 300-APPLY-ONE-LINE THRU
                               300-APPLY-ONE-LINE-EXIT
                   END-IF
           END-READ.
       200-PROCESS-MAINT-EXIT.
           EXIT.

       300-APPLY-ONE-LINE.
           MOVE SPACES TO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                          WS-MNT-F5 WS-MNT-F6 WS-MNT-F7.
           UNSTRING DISPMNT-RECORD DELIMITED BY '|'
               INTO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                    WS-MNT-F5 WS-MNT-F6 WS-MNT-F7
           END-UNSTRING.
           IF WS-MNT-F2 = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NO ACCOUNT OR CASE NUMBER: ' DISPMNT-RECORD
               GO TO 300-APPLY-ONE-LINE-EXIT
           END-IF.
           EVALUATE WS-MNT-F1
               WHEN 'OPEN'
                   MOVE WS-MNT-F7 TO WS-MNT-OPERATOR
                   PERFORM 310-OPEN-CASE THRU 310-OPEN-CASE-EXIT
               WHEN 'WON'
               WHEN 'LOST'
                   MOVE WS-MNT-F3(1:5) TO WS-MNT-OPERATOR
                   PERFORM 330-RESOLVE-CASE THRU
                           330-RESOLVE-CASE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN DISPMNT LINE: ' DISPMNT-RECORD
           END-EVALUATE.
       300-APPLY-ONE-LINE-EXIT.
           EXIT.

      *    A CASE NEEDS AN OPEN ACCOUNT, A DEBIT ON THE AUDIT TRAIL
      *    THAT MATCHES, AND NO OTHER OPEN OR WON CASE ALREADY
      *    AGAINST THAT SAME DEBIT - ONE PROVISIONAL CREDIT PER ITEM.
       310-OPEN-CASE.
           MOVE WS-MNT-F2 TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'DISPUTE ON UNKNOWN ACCOUNT: ' DISPMNT-RECORD
                   GO TO 310-OPEN-CASE-EXIT
           END-READ.
           IF AF-STATUS-CLOSED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DISPUTE ON CLOSED ACCOUNT: ' DISPMNT-RECORD
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           IF WS-MNT-F3(1:8) NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'POSTING DATE NOT YYYYMMDD: ' DISPMNT-RECORD
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           MOVE WS-MNT-F2 TO WS-SEEK-ACCOUNT.
           MOVE SPACES TO WS-SEEK-DATE.
           STRING WS-MNT-F3(1:4) '-' WS-MNT-F3(5:2) '-'
               WS-MNT-F3(7:2)
               DELIMITED BY SIZE INTO WS-SEEK-DATE.
           MOVE WS-MNT-F4 TO WS-SEEK-REFERENCE.
           MOVE 0 TO WS-SEEK-AMOUNT.
           IF WS-MNT-F5 NOT = SPACES
               COMPUTE WS-SEEK-AMOUNT = FUNCTION NUMVAL(WS-MNT-F5)
           END-IF.
           PERFORM 320-FIND-ORIGINAL-DEBIT THRU
                   320-FIND-ORIGINAL-DEBIT-EXIT.
           IF WS-ORIG-NOT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NO MATCHING DEBIT ON AUDIT TRAIL: '
                       DISPMNT-RECORD
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           IF WS-SEEK-AMOUNT = 0
               MOVE WS-ORIG-AMOUNT TO WS-SEEK-AMOUNT
           END-IF.
           PERFORM 325-CHECK-DUPLICATE-CASE THRU
                   325-CHECK-DUPLICATE-CASE-EXIT.
           IF WS-DUP-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DEBIT ALREADY UNDER DISPUTE: ' DISPMNT-RECORD
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           PERFORM 327-CHECK-OPENER THRU 327-CHECK-OPENER-EXIT.
           IF WS-OFFICER-REFUSED
               ADD 1 TO WS-ERROR-COUNT
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           ADD 1 TO WS-HIGH-CASE.
           MOVE WS-HIGH-CASE TO WS-NEW-CASE.
           MOVE SPACES TO DISPUTE-RECORD.
           MOVE WS-NEW-CASE TO DP-CASE-NUMBER.
           MOVE WS-SEEK-ACCOUNT TO DP-ACCOUNT-NUMBER.
           MOVE WS-SEEK-REFERENCE TO DP-ORIG-REFERENCE.
           MOVE WS-ORIG-CODE TO DP-ORIG-CODE.
           MOVE WS-SEEK-DATE TO DP-ORIG-DATE.
           MOVE WS-ORIG-AMOUNT TO DP-ORIG-AMOUNT.
           MOVE WS-SEEK-AMOUNT TO DP-AMOUNT.
           MOVE WS-MNT-F6 TO DP-REASON.
           MOVE WS-TODAY TO DP-OPENED-DATE.
           COMPUTE WS-DEADLINE-INT = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-DEADLINE-DAYS).
           MOVE WS-DEADLINE-INT TO DP-DEADLINE-DATE.
           SET DP-STATUS-OPEN TO TRUE.
           MOVE WS-MNT-OPERATOR TO DP-OPERATOR-ID.
           WRITE DISPUTE-RECORD.
           IF DP-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DISPFILE WRITE FAILED: ' DP-FILE-STATUS
                       ' ' DISPMNT-RECORD
               GO TO 310-OPEN-CASE-EXIT
           END-IF.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE 'DSP01' TO WS-FEED-CODE.
           MOVE 'C' TO WS-FEED-IND.
           MOVE SPACES TO WS-FEED-NAME.
           STRING 'DISPUTE CREDIT CASE ' DP-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-FEED-NAME.
           PERFORM 340-WRITE-FEED-ITEM THRU 340-WRITE-FEED-ITEM-EXIT.
           MOVE 'DSPOPEN ' TO WS-NFY-EVENT.
           MOVE DP-ACCOUNT-NUMBER TO WS-NFY-ACCOUNT.
           MOVE SPACES TO WS-NFY-DETAIL.
           STRING 'DISPUTE ' DP-CASE-NUMBER ' CREDIT ' DP-AMOUNT
               DELIMITED BY SIZE INTO WS-NFY-DETAIL.
           PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT.
           DISPLAY 'CASE OPENED ' DP-CASE-NUMBER ' ACCT '
                   DP-ACCOUNT-NUMBER ' DUE ' DP-DEADLINE-DATE.
       310-OPEN-CASE-EXIT.
           EXIT.

      *    FIRST DEBIT ON THE TRAIL FOR THE ACCOUNT, DATE AND
      *    REFERENCE THAT COVERS THE DISPUTED AMOUNT. A DISPUTE
      *    REVERSAL (DSP02) IS THE BANK'S OWN ENTRY AND NEVER
      *    QUALIFIES.
       320-FIND-ORIGINAL-DEBIT.
           SET WS-ORIG-NOT-FOUND TO TRUE.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening AUDITFILE: ' AU-FILE-STATUS
               GO TO 320-FIND-ORIGINAL-DEBIT-EXIT
           END-IF.
           SET WS-AUDIT-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-AUDIT-EOF OR WS-ORIG-FOUND
               READ AUDITFILE
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AL-ACCOUNT-NUMBER = WS-SEEK-ACCOUNT AND
                          AL-CREDIT-DEBIT-IND = 'D' AND
                          AL-TXN-DATE = WS-SEEK-DATE AND
                          AL-REFERENCE = WS-SEEK-REFERENCE AND
                          AL-TXN-CODE NOT = 'DSP02' AND
                          AL-TXN-AMOUNT NUMERIC AND
                          AL-TXN-AMOUNT NOT < WS-SEEK-AMOUNT
                           SET WS-ORIG-FOUND TO TRUE
                           MOVE AL-TXN-CODE TO WS-ORIG-CODE
                           MOVE AL-TXN-AMOUNT TO WS-ORIG-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITFILE.
       320-FIND-ORIGINAL-DEBIT-EXIT.
           EXIT.

      *    A LOST CASE DOES NOT BLOCK A NEW ONE - THE CUSTOMER MAY
      *    COME BACK WITH FRESH EVIDENCE.
       325-CHECK-DUPLICATE-CASE.
           SET WS-DUP-NOT-FOUND TO TRUE.
           MOVE LOW-VALUES TO DP-CASE-NUMBER.
           START DISPFILE KEY IS NOT LESS THAN DP-CASE-NUMBER
               INVALID KEY GO TO 325-CHECK-DUPLICATE-CASE-EXIT
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y' OR WS-DUP-FOUND
               READ DISPFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DP-ACCOUNT-NUMBER = WS-SEEK-ACCOUNT AND
                          DP-ORIG-DATE = WS-SEEK-DATE AND
                          DP-ORIG-REFERENCE = WS-SEEK-REFERENCE AND
                          DP-ORIG-AMOUNT = WS-ORIG-AMOUNT AND
                          NOT DP-STATUS-LOST
                           SET WS-DUP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       325-CHECK-DUPLICATE-CASE-EXIT.
           EXIT.

      *    THE PROVISIONAL CREDIT GOES TO POSTING UNDER THE OPENER'S
      *    ID, AND POSTING REFUSES AN UNKNOWN, REVOKED OR OVER-LIMIT
      *    OPERATOR. THE SAME TEST IS MADE HERE SO A CASE IS NEVER
      *    LEFT OPEN WITH NO CREDIT BEHIND IT FOR A LOST DECISION TO
      *    TAKE BACK. NO OPERATOR MASTER, OR NO ID KEYED, PASSES, AS
      *    IT DOES IN POSTING.
       327-CHECK-OPENER.
           SET WS-OFFICER-OK TO TRUE.
           IF NOT WS-OPER-OPEN OR WS-MNT-OPERATOR = SPACES
               GO TO 327-CHECK-OPENER-EXIT
           END-IF.
           MOVE WS-MNT-OPERATOR TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-OFFICER-REFUSED TO TRUE
                   DISPLAY 'UNKNOWN OPERATOR REFUSED: ' DISPMNT-RECORD
                   GO TO 327-CHECK-OPENER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'REVOKED OPERATOR REFUSED: ' DISPMNT-RECORD
               GO TO 327-CHECK-OPENER-EXIT
           END-IF.
           IF OP-AUTHORITY-LIMIT < WS-SEEK-AMOUNT
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'CREDIT ABOVE OPERATOR AUTHORITY: '
                       DISPMNT-RECORD
           END-IF.
       327-CHECK-OPENER-EXIT.
           EXIT.

      *    ONLY AN OPEN CASE CAN BE RESOLVED, AND ONLY ONCE. THE
      *    DECIDING OFFICER IS CHECKED BEFORE ANYTHING IS REWRITTEN,
      *    SO A REFUSED INSTRUCTION LEAVES THE CASE OPEN.
       330-RESOLVE-CASE.
      *    THE CASE NUMBER MAY BE KEYED WITHOUT ITS LEADING ZEROS.
           MOVE WS-MNT-F2 TO DP-CASE-NUMBER.
           IF FUNCTION TRIM(WS-MNT-F2) NUMERIC
               COMPUTE WS-NEW-CASE = FUNCTION NUMVAL(WS-MNT-F2)
               MOVE WS-NEW-CASE TO DP-CASE-NUMBER
           END-IF.
           READ DISPFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN DISPUTE CASE: ' DISPMNT-RECORD
                   GO TO 330-RESOLVE-CASE-EXIT
           END-READ.
           IF NOT DP-STATUS-OPEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DISPUTE CASE ALREADY RESOLVED: ' DISPMNT-RECORD
               GO TO 330-RESOLVE-CASE-EXIT
           END-IF.
           PERFORM 335-CHECK-OFFICER THRU 335-CHECK-OFFICER-EXIT.
           IF WS-OFFICER-REFUSED
               ADD 1 TO WS-ERROR-COUNT
               GO TO 330-RESOLVE-CASE-EXIT
           END-IF.
           IF WS-MNT-F1 = 'WON'
               SET DP-STATUS-WON TO TRUE
           ELSE
               SET DP-STATUS-LOST TO TRUE
           END-IF.
           MOVE WS-TODAY TO DP-RESOLVED-DATE.
           MOVE WS-MNT-OPERATOR TO DP-OPERATOR-ID.
           REWRITE DISPUTE-RECORD.
           IF DP-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DISPFILE REWRITE FAILED: ' DP-FILE-STATUS
                       ' ' DISPMNT-RECORD
               GO TO 330-RESOLVE-CASE-EXIT
           END-IF.
           MOVE DP-ACCOUNT-NUMBER TO WS-NFY-ACCOUNT.
           MOVE SPACES TO WS-NFY-DETAIL.
           IF DP-STATUS-WON
               ADD 1 TO WS-WON-COUNT
               MOVE DP-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
               MOVE SPACES TO WS-JRNL-BRANCH
               READ ACCOUNTFILE
                   NOT INVALID KEY
                       MOVE AF-BRANCH-CODE TO WS-JRNL-BRANCH
               END-READ
               MOVE 'DSPWN' TO WS-JRNL-CODE
               MOVE DP-AMOUNT TO WS-JRNL-AMOUNT
               PERFORM 610-WRITE-JOURNAL-PAIR THRU
                       610-WRITE-JOURNAL-PAIR-EXIT
               MOVE 'DSPWON  ' TO WS-NFY-EVENT
               STRING 'DISPUTE ' DP-CASE-NUMBER ' CREDIT FINAL'
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
           ELSE
               ADD 1 TO WS-LOST-COUNT
               MOVE 'DSP02' TO WS-FEED-CODE
               MOVE 'D' TO WS-FEED-IND
               MOVE SPACES TO WS-FEED-NAME
               STRING 'DISPUTE REVERSAL CASE ' DP-CASE-NUMBER
                   DELIMITED BY SIZE INTO WS-FEED-NAME
               PERFORM 340-WRITE-FEED-ITEM THRU
                       340-WRITE-FEED-ITEM-EXIT
               MOVE 'DSPLOST ' TO WS-NFY-EVENT
               STRING 'DISPUTE ' DP-CASE-NUMBER ' REVERSED '
                   DP-AMOUNT
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-IF.
           PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT.
       330-RESOLVE-CASE-EXIT.
           EXIT.

      *    A CASE IS DECIDED BY A NAMED OFFICER WHO IS NOT THE ONE WHO
      *    OPENED IT - DP-OPERATOR-ID STILL HOLDS THE OPENER WHILE THE
      *    CASE IS OPEN. WHEN THE OPERATOR MASTER IS PRESENT THE
      *    OFFICER MUST ALSO BE ACTIVE WITH THE OFFICER ROLE, THE SAME
      *    TEST LEGALMNT AND THE REVIEW DESKS APPLY.
       335-CHECK-OFFICER.
           SET WS-OFFICER-OK TO TRUE.
           IF WS-MNT-OPERATOR = SPACES
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NO DECIDING OFFICER: ' DISPMNT-RECORD
               GO TO 335-CHECK-OFFICER-EXIT
           END-IF.
           IF WS-MNT-OPERATOR = DP-OPERATOR-ID
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'OPENER MAY NOT DECIDE OWN CASE: '
                       DISPMNT-RECORD
               GO TO 335-CHECK-OFFICER-EXIT
           END-IF.
           IF NOT WS-OPER-OPEN
               GO TO 335-CHECK-OFFICER-EXIT
           END-IF.
           MOVE WS-MNT-OPERATOR TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-OFFICER-REFUSED TO TRUE
                   DISPLAY 'UNKNOWN OFFICER REFUSED: ' DISPMNT-RECORD
                   GO TO 335-CHECK-OFFICER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ROLE-OFFICER
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NON-OFFICER REFUSED (ROLE ' OP-ROLE
                       ' STATUS ' OP-STATUS '): ' DISPMNT-RECORD
           END-IF.
       335-CHECK-OFFICER-EXIT.
           EXIT.

      *    ONE DETAIL ITEM FOR THE CURRENT CASE. THE REVERSAL OF A
      *    LOST CASE IS FORCE-FLAGGED SO POSTING APPLIES IT WITHOUT
      *    THE AVAILABLE-BALANCE TEST, AND GOES AS A MACHINE ITEM WITH
      *    NO TELLER ID: THE SUM IS THE CREDIT BEING TAKEN BACK, NOT
      *    ANY OFFICER'S KEYING AUTHORITY. THE PROVISIONAL CREDIT
      *    CARRIES THE ID OF WHOEVER OPENED THE CASE.
       340-WRITE-FEED-ITEM.
           PERFORM 350-OPEN-FEED-ONCE THRU 350-OPEN-FEED-ONCE-EXIT.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE DP-ACCOUNT-NUMBER TO TF-ACCOUNT-NUMBER.
           MOVE WS-FEED-NAME TO TF-TRANSACTION-NAME.
           MOVE WS-FEED-CODE TO TF-TRANSACTION-CODE.
           MOVE DP-AMOUNT TO TF-TRANSACTION-AMOUNT.
           MOVE WS-FEED-IND TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           IF WS-FEED-IND = 'D'
               SET TF-FORCE-POST TO TRUE
               ADD DP-AMOUNT TO WS-TRL-DEBIT-TOTAL
           ELSE
               MOVE DP-OPERATOR-ID TO TF-TELLER-ID
               ADD DP-AMOUNT TO WS-TRL-CREDIT-TOTAL
           END-IF.
           IF DP-ACCOUNT-NUMBER NUMERIC
               COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION MOD(WS-TRL-HASH-TOTAL +
                       FUNCTION NUMVAL(DP-ACCOUNT-NUMBER),
                       10000000000)
           END-IF.
           WRITE TRANS-RECORD.
       340-WRITE-FEED-ITEM-EXIT.
           EXIT.

       350-OPEN-FEED-ONCE.
           IF WS-FEED-NOT-OPEN
               OPEN OUTPUT DISPFEEDFILE
               MOVE SPACES TO TRANS-RECORD
               MOVE 'HDR' TO TH-RECORD-TYPE
               MOVE WS-TODAY TO TH-BATCH-DATE
               WRITE TRANS-RECORD
               SET WS-FEED-OPEN TO TRUE
           END-IF.
       350-OPEN-FEED-ONCE-EXIT.
           EXIT.

      *    EVERY OPEN CASE, IN CASE ORDER, WITH DAYS TO ITS DEADLINE.
      *    PAST DEADLINE MEANS THE REGULATORY PERIOD HAS RUN OUT WITH
      *    THE CASE STILL UNDECIDED.
       500-AGING-REPORT.
           OPEN OUTPUT AGEREPORTFILE.
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening DISPAGE: ' AR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 500-AGING-REPORT-EXIT
           END-IF.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'OPEN DISPUTE CASES AS AT ' WS-TODAY
               '   FLAGGED WITHIN ' WS-WARN-DAYS ' DAYS OF DEADLINE'
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE LOW-VALUES TO DP-CASE-NUMBER.
           START DISPFILE KEY IS NOT LESS THAN DP-CASE-NUMBER
               INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DISPFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DP-STATUS-OPEN
                           PERFORM 510-AGE-ONE-CASE THRU
                                   510-AGE-ONE-CASE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           STRING 'OPEN CASES ' WS-OPEN-CASE-COUNT
               '  PROVISIONAL CREDIT ' WS-OPEN-CASE-TOTAL
               '  NEAR DEADLINE ' WS-WARN-COUNT
               '  PAST DEADLINE ' WS-PAST-COUNT
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           CLOSE AGEREPORTFILE.
       500-AGING-REPORT-EXIT.
           EXIT.

       510-AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-CASE-COUNT.
           ADD DP-AMOUNT TO WS-OPEN-CASE-TOTAL.
           MOVE SPACES TO WS-AGE-FLAG.
           IF DP-DEADLINE-DATE NUMERIC
               COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DP-DEADLINE-DATE)) -
                       WS-TODAY-INT
               IF WS-DAYS-LEFT < 0
                   MOVE 'PAST DEADLINE' TO WS-AGE-FLAG
                   ADD 1 TO WS-PAST-COUNT
               ELSE
                   IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                       MOVE 'NEAR DEADLINE' TO WS-AGE-FLAG
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-DAYS-LEFT
           END-IF.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING DP-CASE-NUMBER ' ' DP-ACCOUNT-NUMBER
               ' OPENED ' DP-OPENED-DATE ' DUE ' DP-DEADLINE-DATE
               ' LEFT ' WS-DAYS-LEFT ' AMT ' DP-AMOUNT ' '
               WS-AGE-FLAG ' ' DP-REASON
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       510-AGE-ONE-CASE-EXIT.
           EXIT.

      *    THE FEED CLOSES WITH PROPER CONTROL TOTALS AND GOES ON
      *    BATCHLIST.DAT FOR THE NEXT POSTING RUN.
       600-FINISH-FEED.
           IF WS-FEED-OPEN
               MOVE SPACES TO TRANS-RECORD
               MOVE 'TRL' TO TT-RECORD-TYPE
               MOVE WS-ITEM-COUNT TO TT-RECORD-COUNT
               MOVE WS-TRL-DEBIT-TOTAL TO TT-DEBIT-TOTAL
               MOVE WS-TRL-CREDIT-TOTAL TO TT-CREDIT-TOTAL
               MOVE WS-TRL-HASH-TOTAL TO TT-HASH-TOTAL
               WRITE TRANS-RECORD
               CLOSE DISPFEEDFILE
               OPEN EXTEND BATCHLISTFILE
               IF BL-FILE-STATUS = '35'
                   OPEN OUTPUT BATCHLISTFILE
               END-IF
               IF BL-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening BATCHLIST: ' BL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-DISPFEED-FILE-NAME TO BATCHLIST-RECORD
                   WRITE BATCHLIST-RECORD
                   CLOSE BATCHLISTFILE
               END-IF
           END-IF.
       600-FINISH-FEED-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES. THE JOURNAL IS OPENED ON FIRST
      *    USE, SO A DAY WITH NO WON CASES LEAVES IT UNTOUCHED.
       610-WRITE-JOURNAL-PAIR.
           IF NOT WS-GLJRNL-OPEN
               OPEN EXTEND GLJOURNALFILE
               IF GJ-FILE-STATUS = '35'
                   OPEN OUTPUT GLJOURNALFILE
               END-IF
               IF GJ-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening GLJOURNAL: ' GJ-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 610-WRITE-JOURNAL-PAIR-EXIT
               END-IF
               SET WS-GLJRNL-OPEN TO TRUE
           END-IF.
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

      *    DROPS ONE STANDARD EVENT ON THE SHARED NOTIFICATION
      *    QUEUE - EVENT|ACCOUNT|DATE|DETAIL - APPEND-ONLY, CREATED
      *    ON FIRST USE. AN UNWRITABLE QUEUE ONLY WARNS; THE
      *    GENERATING PROGRAM'S OWN OUTPUT REMAINS THE RECORD.
       QUEUE-NOTIFY-EVENT.
           OPEN EXTEND NOTIFYQFILE.
           IF NQ-FILE-STATUS = '35'
               OPEN OUTPUT NOTIFYQFILE
           END-IF.
           IF NQ-FILE-STATUS NOT = '00'
               DISPLAY 'NOTIFY QUEUE UNWRITABLE: ' NQ-FILE-STATUS
           ELSE
               MOVE SPACES TO NOTIFYQ-RECORD
               STRING WS-NFY-EVENT '|' WS-NFY-ACCOUNT '|'
                   WS-TODAY '|' WS-NFY-DETAIL
                   DELIMITED BY SIZE INTO NOTIFYQ-RECORD
               WRITE NOTIFYQ-RECORD
               CLOSE NOTIFYQFILE
           END-IF.
       QUEUE-NOTIFY-EVENT-EXIT.
           EXIT.
