       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCHQ.
      *    DAILY OFFICIAL-CHEQUE CONTROL. THREE JOBS, IN ORDER:
      *      1. LOADS NEW SERIAL RANGES INTO THE BRANCH CHEQUE STOCK
      *         FROM THE OPERATOR'S INSTRUCTION FILE, SO POSTING
      *         ONLY EVER ISSUES SERIALS FROM A CONTROLLED RANGE;
      *      2. WRITES THE POSITIVE-PAY LIST - EVERY CHEQUE STILL
      *         OUTSTANDING ON THE REGISTER, WITH A COUNT/TOTAL
      *         TRAILER - FOR THE PAYING AGENT AND THE BRANCHES;
      *      3. AGES THE OUTSTANDING CHEQUES. PAST THE STALE POINT A
      *         CHEQUE IS LISTED FOR FOLLOW-UP; PAST THE UNCLAIMED
      *         POINT IT IS MARKED UNCLAIMED ON THE REGISTER AND ITS
      *         AMOUNT JOURNALED FROM OFFICIAL CHEQUES OUTSTANDING TO
      *         THE UNCLAIMED-PROPERTY LIABILITY ('OCQES' MAPPING).
      *         ESCHEAT PICKS UNCLAIMED CHEQUES UP FOR REMITTANCE.
      *    THE ACCOUNT MASTER IS NOT TOUCHED, SO NO RUN LOCK IS
      *    TAKEN. RUN IT AFTER POSTING AND CLEARING FOR THE DAY SO
      *    THE LIST CARRIES THE DAY'S ISSUES AND PAID ITEMS.
      *
      *    OFFCHQMNT.DAT INSTRUCTION LINES:
      *      STOCK|BRANCH|FIRSTSERIAL|LASTSERIAL
      *    A NEW RANGE IS ACCEPTED ONLY WHEN THE BRANCH HAS NONE OR
      *    HAS USED UP THE ONE IT HAS, AND ONLY WHEN IT STARTS ABOVE
      *    THE OLD RANGE - SO A SERIAL CAN NEVER BE HANDED OUT TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFCHQFILE ASSIGN TO WS-OFCHQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-SERIAL-NUMBER
                FILE STATUS IS OC-FILE-STATUS.

           SELECT CHQSTOCKFILE ASSIGN TO WS-CHQSTOCK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-BRANCH-CODE
                FILE STATUS IS CS-FILE-STATUS.

           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-FILE-STATUS.

           SELECT POSPAYFILE ASSIGN TO WS-POSPAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-FILE-STATUS.

           SELECT AGEREPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. OFCHQ|STALE_DAYS AND OFCHQ|UNCLAIM_DAYS SET THE
      *    TWO AGING POINTS.
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

      *    THE UNCLAIMED TRANSFER JOURNALS UNDER THE 'OCQES' LINE OF
      *    THE GL MAPPING; BRANCH-SCOPED LINES WIN OVER UNSCOPED
      *    ONES, THE SAME RULE POSTING APPLIES.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFCHQFILE.
       COPY OFCHQREC.

       FD  CHQSTOCKFILE.
       COPY CHQSTOCK.

       FD  MAINTFILE.
       01  MAINT-RECORD PIC X(80).

       FD  POSPAYFILE.
       01  POSPAY-RECORD PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-OFCHQ-FILE-NAME PIC X(100) VALUE
               'officialchq_index.txt'.
       01  WS-CHQSTOCK-FILE-NAME PIC X(100) VALUE
               'chqstock_index.txt'.
       01  WS-MAINT-FILE-NAME PIC X(100) VALUE 'OFFCHQMNT.DAT'.
       01  WS-POSPAY-FILE-NAME PIC X(100) VALUE 'POSPAY.DAT'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'OFCHQAGE.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  OC-FILE-STATUS     PIC XX.
       01  CS-FILE-STATUS     PIC XX.
       01  MT-FILE-STATUS     PIC XX.
       01  PP-FILE-STATUS     PIC XX.
       01  AR-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-GLJRNL-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-GLJRNL-OPEN     VALUE 'Y'.

      *    DAYS FROM ISSUE BEFORE A CHEQUE COUNTS AS STALE (LISTED
      *    FOR FOLLOW-UP) AND BEFORE IT IS TREATED AS UNCLAIMED
      *    PROPERTY. BOTH FROM PARAMS.DAT WHEN KEYED.
       01  WS-STALE-DAYS      PIC 9(5) VALUE 180.
       01  WS-UNCLAIM-DAYS    PIC 9(5) VALUE 1095.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    ONE STOCK INSTRUCTION, UNSTRUNG.
       01  WS-MT-F1           PIC X(5).
       01  WS-MT-F2           PIC X(3).
       01  WS-MT-F3           PIC X(10).
       01  WS-MT-F4           PIC X(10).
       01  WS-MT-FIRST        PIC 9(10).
       01  WS-MT-LAST         PIC 9(10).
       01  WS-MT-REASON       PIC X(40).
       01  WS-STOCK-NEW-SW    PIC X(1).
           88  WS-STOCK-NEW       VALUE 'Y'.
           88  WS-STOCK-EXISTS    VALUE 'N'.

       01  WS-ISSUE-INT       PIC 9(8).
       01  WS-AGE-DAYS        PIC S9(7).
       01  WS-BUCKET-TEXT     PIC X(10).

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

       01  WS-STOCK-LOADED-COUNT PIC 9(5) VALUE 0.
       01  WS-STOCK-REFUSED-COUNT PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING-COUNT PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-CURRENT-COUNT   PIC 9(7) VALUE 0.
       01  WS-CURRENT-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-STALE-COUNT     PIC 9(7) VALUE 0.
       01  WS-STALE-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-UNCLAIMED-COUNT PIC 9(7) VALUE 0.
       01  WS-UNCLAIMED-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-NEWLY-UNCLAIMED PIC 9(7) VALUE 0.

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
           PERFORM 200-LOAD-STOCK-RANGES THRU
                   200-LOAD-STOCK-RANGES-EXIT.
           OPEN I-O OFCHQFILE.
           IF OC-FILE-STATUS = '35'
               DISPLAY 'NO OFFICIAL CHEQUE REGISTER - NOTHING ISSUED'
               OPEN OUTPUT OFCHQFILE
               CLOSE OFCHQFILE
               OPEN I-O OFCHQFILE
           END-IF.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening OFCHQFILE: ' OC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSPAYFILE.
           IF PP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening POSPAY: ' PP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OFCHQFILE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGEREPORTFILE.
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening OFCHQAGE: ' AR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OFCHQFILE POSPAYFILE
               STOP RUN
           END-IF.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'OFFICIAL CHEQUE AGING FOR ' WS-TODAY
               '   STALE AFTER ' WS-STALE-DAYS ' DAYS   UNCLAIMED '
               'AFTER ' WS-UNCLAIM-DAYS ' DAYS'
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ OFCHQFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 300-AGE-ONE-CHEQUE THRU
                               300-AGE-ONE-CHEQUE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           PERFORM 400-WRITE-TRAILERS THRU 400-WRITE-TRAILERS-EXIT.
           CLOSE OFCHQFILE POSPAYFILE AGEREPORTFILE.
           IF WS-GLJRNL-OPEN
               CLOSE GLJOURNALFILE
           END-IF.
           DISPLAY 'STOCK RANGES LOADED : ' WS-STOCK-LOADED-COUNT.
           DISPLAY 'STOCK RANGES REFUSED: ' WS-STOCK-REFUSED-COUNT.
           DISPLAY 'OUTSTANDING CHEQUES : ' WS-OUTSTANDING-COUNT.
           DISPLAY 'STALE CHEQUES       : ' WS-STALE-COUNT.
           DISPLAY 'NEWLY UNCLAIMED     : ' WS-NEWLY-UNCLAIMED.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OFCHQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CHQSTOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHQSTOCK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFFCHQMNT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'POSPAY_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSPAY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQAGE_DD'.
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
               IF WS-PRM-F1 = 'OFCHQ'
                   EVALUATE WS-PRM-F2
                       WHEN 'STALE_DAYS'
                           COMPUTE WS-STALE-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'UNCLAIM_DAYS'
                           COMPUTE WS-UNCLAIM-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    ONLY THE 'OCQES' LINES MATTER HERE. WITHOUT ONE THE
      *    UNCLAIMED TRANSFER JOURNALS TO SUSPENSE - SAME RULE
      *    POSTING APPLIES TO UNMAPPED CODES.
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
                               IF WS-GLM-F1 = 'OCQES'
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

      *    NO INSTRUCTION FILE IS THE NORMAL CASE - MOST DAYS NO
      *    STOCK ARRIVES. THE STOCK FILE IS CREATED ON THE FIRST
      *    RANGE EVER LOADED.
       200-LOAD-STOCK-RANGES.
           OPEN INPUT MAINTFILE.
           IF MT-FILE-STATUS NOT = '00'
               GO TO 200-LOAD-STOCK-RANGES-EXIT
           END-IF.
           OPEN I-O CHQSTOCKFILE.
           IF CS-FILE-STATUS = '35'
               OPEN OUTPUT CHQSTOCKFILE
               CLOSE CHQSTOCKFILE
               OPEN I-O CHQSTOCKFILE
           END-IF.
           IF CS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CHQSTOCKFILE: ' CS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE MAINTFILE
               GO TO 200-LOAD-STOCK-RANGES-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MAINTFILE INTO MAINT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF MAINT-RECORD NOT = SPACES
                           PERFORM 210-APPLY-STOCK-LINE THRU
                                   210-APPLY-STOCK-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE MAINTFILE CHQSTOCKFILE.
       200-LOAD-STOCK-RANGES-EXIT.
           EXIT.

       210-APPLY-STOCK-LINE.
           MOVE SPACES TO WS-MT-F1 WS-MT-F2 WS-MT-F3 WS-MT-F4
                          WS-MT-REASON.
           UNSTRING MAINT-RECORD DELIMITED BY '|'
               INTO WS-MT-F1 WS-MT-F2 WS-MT-F3 WS-MT-F4
           END-UNSTRING.
           IF WS-MT-F1 NOT = 'STOCK'
               MOVE 'UNKNOWN INSTRUCTION' TO WS-MT-REASON
               GO TO 210-REFUSE-STOCK-LINE
           END-IF.
           IF WS-MT-F2 = SPACES OR
              FUNCTION TRIM(WS-MT-F3) NOT NUMERIC OR
              FUNCTION TRIM(WS-MT-F4) NOT NUMERIC
               MOVE 'BRANCH OR SERIAL RANGE INVALID' TO WS-MT-REASON
               GO TO 210-REFUSE-STOCK-LINE
           END-IF.
           COMPUTE WS-MT-FIRST = FUNCTION NUMVAL(WS-MT-F3).
           COMPUTE WS-MT-LAST = FUNCTION NUMVAL(WS-MT-F4).
           IF WS-MT-FIRST = 0 OR WS-MT-LAST < WS-MT-FIRST
               MOVE 'BRANCH OR SERIAL RANGE INVALID' TO WS-MT-REASON
               GO TO 210-REFUSE-STOCK-LINE
           END-IF.
           MOVE WS-MT-F2 TO CS-BRANCH-CODE.
           SET WS-STOCK-EXISTS TO TRUE.
           READ CHQSTOCKFILE
               INVALID KEY SET WS-STOCK-NEW TO TRUE
           END-READ.
           IF WS-STOCK-EXISTS
               IF CS-NEXT-SERIAL NOT > CS-LAST-SERIAL
                   MOVE 'CURRENT RANGE NOT YET USED UP' TO
                        WS-MT-REASON
                   GO TO 210-REFUSE-STOCK-LINE
               END-IF
               IF WS-MT-FIRST NOT > CS-LAST-SERIAL
                   MOVE 'RANGE OVERLAPS SERIALS ALREADY USED' TO
                        WS-MT-REASON
                   GO TO 210-REFUSE-STOCK-LINE
               END-IF
           END-IF.
           MOVE WS-MT-F2 TO CS-BRANCH-CODE.
           MOVE WS-MT-FIRST TO CS-FIRST-SERIAL CS-NEXT-SERIAL.
           MOVE WS-MT-LAST TO CS-LAST-SERIAL.
           MOVE WS-TODAY TO CS-LOADED-DATE.
           IF WS-STOCK-NEW
               WRITE CHQSTOCK-RECORD
           ELSE
               REWRITE CHQSTOCK-RECORD
           END-IF.
           IF CS-FILE-STATUS NOT = '00'
               MOVE 'STOCK FILE UPDATE FAILED' TO WS-MT-REASON
               GO TO 210-REFUSE-STOCK-LINE
           END-IF.
           ADD 1 TO WS-STOCK-LOADED-COUNT.
           DISPLAY 'STOCK LOADED BR ' WS-MT-F2 ' SERIALS '
                   WS-MT-FIRST ' - ' WS-MT-LAST.
           GO TO 210-APPLY-STOCK-LINE-EXIT.
       210-REFUSE-STOCK-LINE.
           ADD 1 TO WS-STOCK-REFUSED-COUNT.
           DISPLAY 'STOCK REFUSED: ' WS-MT-REASON ' : '
                   MAINT-RECORD.
       210-APPLY-STOCK-LINE-EXIT.
           EXIT.

      *    PAID AND ESCHEATED CHEQUES ARE DONE WITH. AN UNCLAIMED ONE
      *    STAYS ON THE AGING REPORT UNTIL ESCHEAT REMITS IT; AN
      *    OUTSTANDING ONE GOES ON THE POSITIVE-PAY LIST AND IS AGED
      *    FROM ITS ISSUE DATE.
       300-AGE-ONE-CHEQUE.
           IF OC-STATUS-PAID OR OC-STATUS-ESCHEATED
               GO TO 300-AGE-ONE-CHEQUE-EXIT
           END-IF.
           IF OC-ISSUE-DATE NUMERIC
               COMPUTE WS-ISSUE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OC-ISSUE-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ISSUE-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF OC-STATUS-UNCLAIMED
               MOVE 'UNCLAIMED ' TO WS-BUCKET-TEXT
               ADD 1 TO WS-UNCLAIMED-COUNT
               ADD OC-AMOUNT TO WS-UNCLAIMED-TOTAL
               PERFORM 320-LIST-AGED-CHEQUE THRU
                       320-LIST-AGED-CHEQUE-EXIT
               GO TO 300-AGE-ONE-CHEQUE-EXIT
           END-IF.
           IF WS-AGE-DAYS NOT < WS-UNCLAIM-DAYS
               PERFORM 310-MARK-UNCLAIMED THRU
                       310-MARK-UNCLAIMED-EXIT
               GO TO 300-AGE-ONE-CHEQUE-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD OC-AMOUNT TO WS-OUTSTANDING-TOTAL.
           MOVE SPACES TO POSPAY-RECORD.
           STRING OC-SERIAL-NUMBER '|' OC-AMOUNT '|' OC-ISSUE-DATE
               '|' OC-PAYEE-NAME '|' OC-BRANCH-CODE
               DELIMITED BY SIZE INTO POSPAY-RECORD.
           WRITE POSPAY-RECORD.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE 'STALE     ' TO WS-BUCKET-TEXT
               ADD 1 TO WS-STALE-COUNT
               ADD OC-AMOUNT TO WS-STALE-TOTAL
               PERFORM 320-LIST-AGED-CHEQUE THRU
                       320-LIST-AGED-CHEQUE-EXIT
           ELSE
               ADD 1 TO WS-CURRENT-COUNT
               ADD OC-AMOUNT TO WS-CURRENT-TOTAL
           END-IF.
       300-AGE-ONE-CHEQUE-EXIT.
           EXIT.

      *    THE CHEQUE COMES OFF POSITIVE PAY (SO A LATE PRESENTMENT
      *    IS RETURNED, NOT PAID) AND ITS LIABILITY MOVES TO
      *    UNCLAIMED PROPERTY UNDER THE ISSUING BRANCH. A REWRITE
      *    FAILURE LEAVES IT OUTSTANDING FOR TOMORROW'S RUN.
       310-MARK-UNCLAIMED.
           SET OC-STATUS-UNCLAIMED TO TRUE.
           MOVE WS-TODAY TO OC-STATUS-DATE.
           REWRITE OFCHQ-RECORD.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'OFCHQFILE REWRITE FAILED: ' OC-FILE-STATUS
                       ' SERIAL ' OC-SERIAL-NUMBER
               MOVE 8 TO RETURN-CODE
               GO TO 310-MARK-UNCLAIMED-EXIT
           END-IF.
           ADD 1 TO WS-NEWLY-UNCLAIMED.
           ADD 1 TO WS-UNCLAIMED-COUNT.
           ADD OC-AMOUNT TO WS-UNCLAIMED-TOTAL.
           MOVE 'UNCLAIMED ' TO WS-BUCKET-TEXT.
           PERFORM 320-LIST-AGED-CHEQUE THRU
                   320-LIST-AGED-CHEQUE-EXIT.
           MOVE 'OCQES' TO WS-JRNL-CODE.
           MOVE OC-BRANCH-CODE TO WS-JRNL-BRANCH.
           MOVE OC-AMOUNT TO WS-JRNL-AMOUNT.
           PERFORM 610-WRITE-JOURNAL-PAIR THRU
                   610-WRITE-JOURNAL-PAIR-EXIT.
       310-MARK-UNCLAIMED-EXIT.
           EXIT.

       320-LIST-AGED-CHEQUE.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING '  ' WS-BUCKET-TEXT ' ' OC-SERIAL-NUMBER
               ' BR ' OC-BRANCH-CODE ' ISSUED ' OC-ISSUE-DATE
               ' AGE ' WS-AGE-DAYS ' AMT ' OC-AMOUNT
               ' ' OC-PAYEE-NAME ' ACCT ' OC-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       320-LIST-AGED-CHEQUE-EXIT.
           EXIT.

      *    THE POSITIVE-PAY TRAILER LETS THE RECEIVING SIDE PROVE IT
      *    LOADED THE WHOLE LIST; THE AGING SUMMARY GIVES EACH
      *    BUCKET'S COUNT AND AMOUNT.
       400-WRITE-TRAILERS.
           MOVE SPACES TO POSPAY-RECORD.
           STRING 'TRAILER|' WS-TODAY '|' WS-OUTSTANDING-COUNT '|'
               WS-OUTSTANDING-TOTAL
               DELIMITED BY SIZE INTO POSPAY-RECORD.
           WRITE POSPAY-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           STRING 'CURRENT   ' WS-CURRENT-COUNT ' ' WS-CURRENT-TOTAL
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'STALE     ' WS-STALE-COUNT ' ' WS-STALE-TOTAL
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
           MOVE SPACES TO AGEREPORT-RECORD.
           STRING 'UNCLAIMED ' WS-UNCLAIMED-COUNT ' '
               WS-UNCLAIMED-TOTAL '  (NEWLY UNCLAIMED '
               WS-NEWLY-UNCLAIMED ')'
               DELIMITED BY SIZE INTO AGEREPORT-RECORD.
           WRITE AGEREPORT-RECORD.
       400-WRITE-TRAILERS-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES. THE JOURNAL IS OPENED ON FIRST
      *    USE, SO A DAY WITH NOTHING UNCLAIMED LEAVES IT UNTOUCHED.
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
