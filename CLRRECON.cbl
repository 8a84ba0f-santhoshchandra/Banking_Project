       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CLEARING SETTLEMENT RECONCILIATION. EVERY NETWORK FILE
      *    CLRTRANS TRANSLATED IS TIED, TIER BY TIER: THE NETWORK'S
      *    '99' TRAILER TO THE ITEMS READ, THE ITEMS READ TO WHAT WAS
      *    MAPPED / REJECTED / PAID AS OFFICIAL CHEQUES, THE MAPPED
      *    BATCH TO WHAT POSTING POSTED, REJECTED OR LEFT NSF
      *    PENDING, AND THE POSTED NET TO THE MOVEMENT ON THE
      *    CLEARING SETTLEMENT GL. EACH BREAK IS LISTED WITH ITS
      *    REASON; WHAT CANNOT BE CLEARED TODAY IS CARRIED FORWARD.

      *    CONTROL TOTALS CLRTRANS APPENDS, ONE LINE PER FILE. A FILE
      *    WHOSE BATCH HAS NOT YET BEEN THROUGH POSTING IS WRITTEN TO
      *    THE NEXT GENERATION AND TRIED AGAIN ON THE NEXT RUN.
           SELECT CLRCTLFILE ASSIGN TO WS-CLRCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.

      *    THE DRAINED CONTROL GENERATION AND THE NEXT OPEN-ITEMS
      *    GENERATION, SWAPPED IN BY THE OPERATOR - NOTIFGEN'S
      *    GENERATION PATTERN, SO AN ABEND MID-RUN LEAVES THE LIVE
      *    FILES UNTOUCHED.
           SELECT NEWCTLFILE ASSIGN TO WS-NEWCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NC-FILE-STATUS.

           SELECT CLRBRKFILE ASSIGN TO WS-CLRBRK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

           SELECT NEWBRKFILE ASSIGN TO WS-NEWBRK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-FILE-STATUS.

      *    THE TRANSREC BATCH CLRTRANS BUILT - NAMED BY THE CONTROL
      *    LINE, SO THE ASSIGN IS RE-POINTED FOR EACH FILE.
           SELECT BATCHFILE ASSIGN TO WS-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BT-FILE-STATUS.

      *    POSTING'S OWN OUTPUTS FOR ITS LAST RUN: THE PER-BATCH
      *    RECONCILIATION BLOCKS, THE REJECT REPORT AND THE NSF
      *    DECISION FILE; AND THE NSF DESK'S RETURNED-ITEMS FILE.
           SELECT RECONFILE ASSIGN TO WS-RECON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

           SELECT REJECTFILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-FILE-STATUS.

           SELECT NSFPENDFILE ASSIGN TO WS-NSFPEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-FILE-STATUS.

           SELECT RETURNFILE ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.

      *    MACHINE-READABLE RUN STATUS FOR THE DAY-END CONTROLLER,
      *    THE SAME ONE-LINE SHAPE GLTRIALB WRITES. A BREAK OVER
      *    TOLERANCE REPORTS 0008 SO THE CHAIN STOPS FOR SOMEONE TO
      *    LOOK BEFORE THE LEDGER MOVES ON. MORE OPEN ITEMS THAN THE
      *    TABLE HOLDS REPORTS 0016 - BREAKS LEFT OFF CLRBRK.NEW WOULD
      *    OTHERWISE VANISH UNDER A CLEAN COMPLETION.
           SELECT RUNSTATUSFILE ASSIGN TO WS-RUNSTATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRCTLFILE.
       COPY CLRCTLREC.

       FD  NEWCTLFILE.
       01  NEWCTL-RECORD PIC X(242).

       FD  CLRBRKFILE.
       COPY CLRBRKREC.

       FD  NEWBRKFILE.
       01  NEWBRK-RECORD PIC X(200).

       FD  BATCHFILE.
       01  BATCH-RECORD PIC X(72).

       FD  RECONFILE.
       01  RECON-RECORD PIC X(200).

       FD  REJECTFILE.
       01  REJECT-RECORD PIC X(200).

       FD  NSFPENDFILE.
       01  NSFPEND-RECORD PIC X(132).

       FD  RETURNFILE.
       01  RETURN-RECORD PIC X(72).

       FD  GLJOURNALFILE.
       01  GLJOURNAL-RECORD PIC X(132).

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  REPORTFILE.
       01  REPORT-RECORD PIC X(132).

       FD  RUNSTATUSFILE.
       01  RUNSTATUS-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CLRCTL-FILE-NAME PIC X(100) VALUE 'CLRCTL.DAT'.
       01  WS-NEWCTL-FILE-NAME PIC X(100) VALUE 'CLRCTL.NEW'.
       01  WS-CLRBRK-FILE-NAME PIC X(100) VALUE 'CLRBRK.DAT'.
       01  WS-NEWBRK-FILE-NAME PIC X(100) VALUE 'CLRBRK.NEW'.
       01  WS-BATCH-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-RECON-FILE-NAME PIC X(100) VALUE 'RECONCILIATION.DAT'.
       01  WS-REJECT-FILE-NAME PIC X(100) VALUE 'REJECTFILE.DAT'.
       01  WS-NSFPEND-FILE-NAME PIC X(100) VALUE 'NSFPEND.DAT'.
       01  WS-RETURN-FILE-NAME PIC X(100) VALUE 'NSFRETURN.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-REPORT-FILE-NAME PIC X(100) VALUE 'CLRRECON.RPT'.
       01  WS-RUNSTATUS-FILE-NAME PIC X(100) VALUE 'CLRRECON.STATUS'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  CC-FILE-STATUS     PIC XX.
       01  NC-FILE-STATUS     PIC XX.
       01  CB-FILE-STATUS     PIC XX.
       01  NB-FILE-STATUS     PIC XX.
       01  BT-FILE-STATUS     PIC XX.
       01  RC-FILE-STATUS     PIC XX.
       01  RJ-FILE-STATUS     PIC XX.
       01  NF-FILE-STATUS     PIC XX.
       01  RT-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  RP-FILE-STATUS     PIC XX.
       01  RN-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-RUN-START-TS    PIC X(16).
       01  WS-RUN-END-TS      PIC X(16).
       01  WS-RUN-COMPLETION  PIC X(4) VALUE '9999'.

      *    A BATCH RECORD, TAKEN APART THROUGH THE SHARED LAYOUT.
       COPY TRANSREC.

      *    CLR|TOLERANCE IS THE LARGEST DIFFERENCE, IN EITHER
      *    DIRECTION, THAT IS LISTED AND CARRIED WITHOUT FAILING THE
      *    STEP; THE DEFAULT OF ZERO FAILS ON ANY MONEY BREAK. COUNT
      *    BREAKS ALWAYS FAIL - A MISSING ITEM IS NEVER "SMALL".
      *    CLR|CLEARING_GL NAMES THE SETTLEMENT GL; WITHOUT ONE IT
      *    IS THE ACCOUNT GLMAP.DAT CREDITS FOR A PAID OFFICIAL
      *    CHEQUE ('OCQPD'), WHICH IS CLEARING SETTLEMENT BY
      *    DEFINITION.
       01  WS-TOLERANCE       PIC 9(7)V99 VALUE 0.
       01  WS-CLEARING-GL     PIC X(8) VALUE SPACES.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).
       01  WS-GLM-F1          PIC X(5).
       01  WS-GLM-F2          PIC X(8).
       01  WS-GLM-F3          PIC X(8).
       01  WS-GLM-F4          PIC X(3).

      *    POSTING'S RESULT FOR THE FILE, FROM ITS RECONCILIATION
      *    BLOCK: POSTED, REFUSED WHOLE, OR NOT SEEN AT ALL YET.
       01  WS-POSTING-STATE   PIC X(1).
           88  WS-BATCH-POSTED     VALUE 'P'.
           88  WS-BATCH-REFUSED    VALUE 'F'.
           88  WS-BATCH-NOT-SEEN   VALUE 'N'.
       01  WS-IN-BLOCK-SW     PIC X(1).
           88  WS-IN-BLOCK         VALUE 'Y'.
           88  WS-NOT-IN-BLOCK     VALUE 'N'.
       01  WS-RCN-POSTED      PIC 9(5).
       01  WS-RCN-REJECTED    PIC 9(5).
       01  WS-RCN-NSF         PIC 9(5).
       01  WS-RCN-F1          PIC X(100).
       01  WS-RCN-F2          PIC X(100).

      *    THE FILE'S BATCH ITEMS AND WHAT BECAME OF EACH ONE:
      *    POSTED UNLESS FOUND ON THE REJECT REPORT, THE NSF
      *    DECISION FILE OR THE RETURNED-ITEMS FILE.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 3000 TIMES.
               10  WS-IT-RECORD   PIC X(72).
               10  WS-IT-DISP     PIC X(1).
                   88  WS-IT-POSTED    VALUE 'P'.
                   88  WS-IT-REJECTED  VALUE 'R'.
                   88  WS-IT-PENDING   VALUE 'N'.
                   88  WS-IT-RETURNED  VALUE 'T'.
       01  WS-IT-COUNT        PIC 9(4) VALUE 0.
       01  WS-IT-IDX          PIC 9(4).
       01  WS-IT-FOUND        PIC 9(4).
       01  WS-BATCH-HDR-DATE  PIC X(8).
       01  WS-BATCH-OVERFLOW-SW PIC X(1).
           88  WS-BATCH-OVERFLOW   VALUE 'Y'.

      *    THE LAST POSTING RUN'S REJECT LINES, REDUCED TO THE KEY
      *    FIELDS EACH REJECT SHAPE CARRIES. A LINE IS USED UP BY THE
      *    FIRST ITEM IT MATCHES, SO TWO IDENTICAL ITEMS NEED TWO
      *    REJECT LINES TO BOTH COUNT AS REJECTED.
       01  WS-REJ-TABLE.
           05  WS-RJ-ENTRY OCCURS 2000 TIMES.
               10  WS-RJ-SHAPE    PIC X(3).
               10  WS-RJ-ACCOUNT  PIC X(10).
               10  WS-RJ-CODE     PIC X(5).
               10  WS-RJ-AMOUNT   PIC X(9).
               10  WS-RJ-IND      PIC X(1).
               10  WS-RJ-REF      PIC X(10).
               10  WS-RJ-OTHER    PIC X(10).
               10  WS-RJ-USED     PIC X(1).
       01  WS-RJ-COUNT        PIC 9(4) VALUE 0.
       01  WS-RJ-IDX          PIC 9(4).
       01  WS-RJ-F1           PIC X(40).
       01  WS-RJ-F2           PIC X(40).
       01  WS-RJ-F3           PIC X(40).
       01  WS-RJ-F4           PIC X(40).
       01  WS-RJ-F5           PIC X(40).

      *    NSF-PENDING AND RETURNED ITEMS, EACH THE ORIGINAL 72-BYTE
      *    RECORD, MATCHED BYTE FOR BYTE.
       01  WS-NSF-TABLE.
           05  WS-NP-ENTRY OCCURS 1000 TIMES.
               10  WS-NP-RECORD   PIC X(72).
               10  WS-NP-USED     PIC X(1).
       01  WS-NP-COUNT        PIC 9(4) VALUE 0.
       01  WS-NP-IDX          PIC 9(4).
       01  WS-NP-POINTER      PIC 9(3).
       01  WS-NP-F1           PIC X(10).
       01  WS-RET-TABLE.
           05  WS-RT-ENTRY OCCURS 1000 TIMES.
               10  WS-RT-RECORD   PIC X(72).
               10  WS-RT-USED     PIC X(1).
       01  WS-RT-COUNT        PIC 9(4) VALUE 0.
       01  WS-RT-IDX          PIC 9(4).

      *    OPEN ITEMS: THOSE CARRIED IN FROM THE LAST RUN FOLLOWED BY
      *    THOSE FOUND TODAY. 'C' MARKS ONE CLEARED THIS RUN; ONLY
      *    OPEN ONES GO TO THE NEXT GENERATION.
       01  WS-OPEN-TABLE.
           05  WS-OI-ENTRY OCCURS 500 TIMES.
               10  WS-OI-OPENED   PIC X(8).
               10  WS-OI-SETTLE   PIC X(8).
               10  WS-OI-BATCH    PIC X(40).
               10  WS-OI-CODE     PIC X(4).
               10  WS-OI-AMOUNT   PIC S9(11)V99.
               10  WS-OI-REASON   PIC X(40).
               10  WS-OI-RECORD   PIC X(72).
               10  WS-OI-STATE    PIC X(1).
                   88  WS-OI-OPEN      VALUE 'O'.
                   88  WS-OI-CLEARED   VALUE 'C'.
               10  WS-OI-CARRIED  PIC X(1).
       01  WS-OI-COUNT        PIC 9(3) VALUE 0.
       01  WS-OI-IDX          PIC 9(3).
       01  WS-OI-FOUND        PIC 9(3).
       01  WS-OI-AGE          PIC 9(5).
       01  WS-OI-TABLE-FULL-SW PIC X(1) VALUE 'N'.

      *    ONE BREAK ON ITS WAY TO THE REPORT AND THE OPEN ITEMS.
       01  WS-BRK-SETTLE      PIC X(8).
       01  WS-BRK-BATCH       PIC X(40).
       01  WS-BRK-CODE        PIC X(4).
       01  WS-BRK-AMOUNT      PIC S9(11)V99.
       01  WS-BRK-REASON      PIC X(40).
       01  WS-BRK-RECORD      PIC X(72).
       01  WS-BRK-COUNT-SW    PIC X(1).
           88  WS-BRK-IS-COUNT     VALUE 'Y'.
           88  WS-BRK-IS-MONEY     VALUE 'N'.
       01  WS-BRK-ABS         PIC 9(11)V99.
       01  WS-BREAK-COUNT     PIC 9(7) VALUE 0.
       01  WS-OVER-TOL-COUNT  PIC 9(7) VALUE 0.

      *    PER-FILE DISPOSITION TOTALS.
       01  WS-PST-COUNT       PIC 9(6).
       01  WS-PST-AMOUNT      PIC 9(13)V99.
       01  WS-REJ-COUNT       PIC 9(6).
       01  WS-REJ-AMOUNT      PIC 9(13)V99.
       01  WS-PND-COUNT       PIC 9(6).
       01  WS-PND-AMOUNT      PIC 9(13)V99.
       01  WS-RET-COUNT       PIC 9(6).
       01  WS-RET-AMOUNT      PIC 9(13)V99.
       01  WS-FILE-GL-NET     PIC S9(13)V99.
       01  WS-ITEM-AMOUNT     PIC 9(7)V99.
       01  WS-ITEM-AMOUNT-X REDEFINES WS-ITEM-AMOUNT PIC X(9).
       01  WS-ITEM-GL-EFFECT  PIC S9(9)V99.
       01  WS-TIER-COUNT      PIC 9(6).
       01  WS-TIER-AMOUNT     PIC 9(13)V99.
       01  WS-DIFF-AMOUNT     PIC S9(13)V99.

      *    THE CLEARING GL PROOF FOR THE RUN: WHAT TODAY'S POSTED
      *    FILES AND PAID CHEQUES SHOULD HAVE MOVED THE SETTLEMENT GL
      *    BY (DEBIT POSITIVE), AGAINST WHAT THE JOURNAL LINES ADDED
      *    SINCE THE LAST RUN ACTUALLY MOVED IT BY.
       01  WS-GL-EXPECTED     PIC S9(13)V99 VALUE 0.
       01  WS-GL-ACTUAL       PIC S9(13)V99 VALUE 0.
       01  WS-GL-RESIDUAL     PIC S9(13)V99 VALUE 0.
       01  WS-JPOS-PRIOR      PIC 9(9) VALUE 0.
       01  WS-JPOS-LINES      PIC 9(9) VALUE 0.
       01  WS-JPOS-READ       PIC 9(9) VALUE 0.
       01  WS-GLJ-F1          PIC X(10).
       01  WS-GLJ-F2          PIC X(30).
       01  WS-GLJ-F3          PIC X(20).
       01  WS-GLJ-F4          PIC X(10).
       01  WS-GLJ-SIDE        PIC X(2).
       01  WS-GLJ-AMOUNT-X    PIC X(11).
       01  WS-GLJ-AMOUNT-9 REDEFINES WS-GLJ-AMOUNT-X PIC 9(9)V99.

       01  WS-FILE-COUNT      PIC 9(3) VALUE 0.
       01  WS-REQUEUED-COUNT  PIC 9(3) VALUE 0.
       01  WS-POSTED-TOTAL    PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT   PIC 9(5) VALUE 0.
       01  WS-AMOUNT-ED       PIC -(12)9.99.
       01  WS-AMOUNT-ED2      PIC -(12)9.99.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE SPACES TO WS-RUN-START-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-START-TS.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           IF WS-CLEARING-GL = SPACES
               PERFORM 020-FIND-CLEARING-GL THRU
                       020-FIND-CLEARING-GL-EXIT
           END-IF.
           OPEN OUTPUT REPORTFILE.
           IF RP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLRRECON REPORT: ' RP-FILE-STATUS
               MOVE '0016' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CLEARING SETTLEMENT RECONCILIATION AS OF '
               WS-PROCESSING-DATE ' | CLEARING GL ' WS-CLEARING-GL
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 030-LOAD-OPEN-ITEMS THRU 030-LOAD-OPEN-ITEMS-EXIT.
           PERFORM 040-LOAD-POSTING-EXCEPTIONS THRU
                   040-LOAD-POSTING-EXCEPTIONS-EXIT.
           PERFORM 050-CLEAR-RETURNED-PENDING THRU
                   050-CLEAR-RETURNED-PENDING-EXIT.
           PERFORM 200-RECONCILE-FILES THRU 200-RECONCILE-FILES-EXIT.
           PERFORM 300-PROVE-CLEARING-GL THRU
                   300-PROVE-CLEARING-GL-EXIT.
           PERFORM 400-WRITE-OPEN-ITEMS THRU 400-WRITE-OPEN-ITEMS-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FILES RECONCILED ' WS-FILE-COUNT
               ' | AWAITING POSTING ' WS-REQUEUED-COUNT
               ' | BREAKS ' WS-BREAK-COUNT
               ' | OVER TOLERANCE ' WS-OVER-TOL-COUNT
               ' | CLEARED ' WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORTFILE.
           DISPLAY 'FILES RECONCILED : ' WS-FILE-COUNT.
           DISPLAY 'AWAITING POSTING : ' WS-REQUEUED-COUNT.
           DISPLAY 'BREAKS           : ' WS-BREAK-COUNT.
           DISPLAY 'OVER TOLERANCE   : ' WS-OVER-TOL-COUNT.
           DISPLAY 'OPEN ITEMS CLEARED: ' WS-CLEARED-COUNT.
           IF WS-OI-TABLE-FULL-SW = 'Y'
               MOVE '0016' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OVER-TOL-COUNT > 0
               DISPLAY 'CLEARING SETTLEMENT BREAKS OVER TOLERANCE - '
                       'SEE ' WS-REPORT-FILE-NAME(1:40)
               MOVE '0008' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE '0000' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRCTL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLRCTL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRCTLNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWCTL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRBRK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLRBRK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRBRKNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWBRK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RECONFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RECON-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'REJECTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REJECT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NSFPEND_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NSFPEND-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NSFRETURN_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RETURN-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GLJOURNAL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLJRNL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GLMAP_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLMAP-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PARAMS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARAM-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRRECON_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RUNSTATUS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RUNSTATUS-FILE-NAME
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

      *    THE TOLERANCE AND CLEARING GL FROM THE PARAMETER MASTER -
      *    LAST EFFECTIVE LINE WINS, SAME RULE AS EVERY OTHER READER.
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
               IF WS-PRM-F4 NUMERIC AND
                  WS-PRM-F4 <= WS-PROCESSING-DATE AND
                  WS-PRM-F1 = 'CLR'
                   EVALUATE WS-PRM-F2
                       WHEN 'TOLERANCE'
                           COMPUTE WS-TOLERANCE =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'CLEARING_GL'
                           MOVE WS-PRM-F3(1:8) TO WS-CLEARING-GL
                   END-EVALUATE
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    THE UNSCOPED 'OCQPD' MAPPING'S CREDIT ACCOUNT. WITH NO
      *    SUCH LINE EITHER, THE GL TIER IS SKIPPED AND SAYS SO.
       020-FIND-CLEARING-GL.
           OPEN INPUT GLMAPFILE.
           IF GM-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ GLMAPFILE INTO GLMAP-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-GLM-F1 WS-GLM-F2
                                          WS-GLM-F3 WS-GLM-F4
                           UNSTRING GLMAP-RECORD DELIMITED BY '|'
                               INTO WS-GLM-F1 WS-GLM-F2 WS-GLM-F3
                                    WS-GLM-F4
                           END-UNSTRING
                           IF WS-GLM-F1 = 'OCQPD' AND
                              WS-GLM-F4 = SPACES
                               MOVE WS-GLM-F3 TO WS-CLEARING-GL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE GLMAPFILE
           END-IF.
       020-FIND-CLEARING-GL-EXIT.
           EXIT.

      *    LAST RUN'S OPEN ITEMS, AND THE JOURNAL POSITION IT PROVED
      *    UP TO. NO FILE IS A FIRST RUN: NOTHING OPEN, WHOLE
      *    JOURNAL UNPROVEN - SO THE FIRST RUN SHOULD FOLLOW A PERIOD
      *    CLOSE, OR ITS GL TIER WILL SHOW THE MONTH TO DATE.
       030-LOAD-OPEN-ITEMS.
           OPEN INPUT CLRBRKFILE.
           IF CB-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CLRBRKFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 035-LOAD-ONE-OPEN-ITEM THRU
                                   035-LOAD-ONE-OPEN-ITEM-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE CLRBRKFILE
           END-IF.
       030-LOAD-OPEN-ITEMS-EXIT.
           EXIT.

       035-LOAD-ONE-OPEN-ITEM.
           IF CLRBRK-RECORD = SPACES
               GO TO 035-LOAD-ONE-OPEN-ITEM-EXIT
           END-IF.
           IF CB-JOURNAL-POSITION
               IF CB-AMOUNT NUMERIC
                   MOVE CB-AMOUNT TO WS-JPOS-PRIOR
               END-IF
               GO TO 035-LOAD-ONE-OPEN-ITEM-EXIT
           END-IF.
           IF WS-OI-COUNT NOT < 500
               DISPLAY 'OPEN ITEM TABLE FULL - NOT CARRIED: '
                       CLRBRK-RECORD(1:60)
               MOVE 'Y' TO WS-OI-TABLE-FULL-SW
               GO TO 035-LOAD-ONE-OPEN-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           MOVE CB-OPENED-DATE TO WS-OI-OPENED(WS-OI-COUNT).
           MOVE CB-SETTLE-DATE TO WS-OI-SETTLE(WS-OI-COUNT).
           MOVE CB-BATCH-FILE TO WS-OI-BATCH(WS-OI-COUNT).
           MOVE CB-BREAK-CODE TO WS-OI-CODE(WS-OI-COUNT).
           IF CB-AMOUNT NUMERIC
               MOVE CB-AMOUNT TO WS-OI-AMOUNT(WS-OI-COUNT)
           ELSE
               MOVE 0 TO WS-OI-AMOUNT(WS-OI-COUNT)
           END-IF.
           MOVE CB-REASON TO WS-OI-REASON(WS-OI-COUNT).
           MOVE CB-ITEM-RECORD TO WS-OI-RECORD(WS-OI-COUNT).
           SET WS-OI-OPEN(WS-OI-COUNT) TO TRUE.
           MOVE 'Y' TO WS-OI-CARRIED(WS-OI-COUNT).
       035-LOAD-ONE-OPEN-ITEM-EXIT.
           EXIT.

      *    POSTING'S REJECT REPORT, NSF DECISION FILE AND THE DESK'S
      *    RETURNED ITEMS, EACH LOADED ONCE FOR THE WHOLE RUN.
       040-LOAD-POSTING-EXCEPTIONS.
           OPEN INPUT REJECTFILE.
           IF RJ-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ REJECTFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF REJECT-RECORD NOT = SPACES
                               PERFORM 045-LOAD-ONE-REJECT THRU
                                       045-LOAD-ONE-REJECT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE REJECTFILE
           END-IF.

      *    THE DETAIL RECORD STARTS RIGHT AFTER THE SECOND '|' AND
      *    IS TAKEN WHOLE, AS THE NSF DESK TAKES IT.
           OPEN INPUT NSFPENDFILE.
           IF NF-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ NSFPENDFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF NSFPEND-RECORD NOT = SPACES AND
                              WS-NP-COUNT < 1000
                               MOVE 1 TO WS-NP-POINTER
                               UNSTRING NSFPEND-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-NP-F1 WS-NP-F1
                                   WITH POINTER WS-NP-POINTER
                               END-UNSTRING
                               ADD 1 TO WS-NP-COUNT
                               MOVE NSFPEND-RECORD(WS-NP-POINTER:72)
                                    TO WS-NP-RECORD(WS-NP-COUNT)
                               MOVE 'N' TO WS-NP-USED(WS-NP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE NSFPENDFILE
           END-IF.

           OPEN INPUT RETURNFILE.
           IF RT-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RETURNFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF RETURN-RECORD NOT = SPACES AND
                              WS-RT-COUNT < 1000
                               ADD 1 TO WS-RT-COUNT
                               MOVE RETURN-RECORD TO
                                    WS-RT-RECORD(WS-RT-COUNT)
                               MOVE 'N' TO WS-RT-USED(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE RETURNFILE
           END-IF.
       040-LOAD-POSTING-EXCEPTIONS-EXIT.
           EXIT.

      *    THREE REJECT SHAPES CAN CARRY A CLEARING ITEM: THE DETAIL
      *    LINE (ACCT | NAME | CODE | AMOUNT | C/D | ...), THE
      *    REVERSAL LINE (ACCT | REF ref | REV | AMOUNT | C/D | ...)
      *    AND THE TRANSFER LINE (FROM | TO acct | TRF | AMOUNT |
      *    REF ref | ...). WHOLE-BATCH, HOLD AND MAINTENANCE LINES
      *    HAVE NO AMOUNT IN THE FOURTH FIELD AND ARE PASSED OVER.
       045-LOAD-ONE-REJECT.
           MOVE SPACES TO WS-RJ-F1 WS-RJ-F2 WS-RJ-F3 WS-RJ-F4
                          WS-RJ-F5.
           UNSTRING REJECT-RECORD DELIMITED BY ' | '
               INTO WS-RJ-F1 WS-RJ-F2 WS-RJ-F3 WS-RJ-F4 WS-RJ-F5
           END-UNSTRING.
           IF WS-RJ-F4(1:9) NOT NUMERIC OR
              WS-RJ-F4(10:31) NOT = SPACES
               GO TO 045-LOAD-ONE-REJECT-EXIT
           END-IF.
           IF WS-RJ-COUNT NOT < 2000
               DISPLAY 'REJECT TABLE FULL - LINE NOT MATCHED: '
                       REJECT-RECORD(1:60)
               GO TO 045-LOAD-ONE-REJECT-EXIT
           END-IF.
           ADD 1 TO WS-RJ-COUNT.
           MOVE WS-RJ-F1(1:10) TO WS-RJ-ACCOUNT(WS-RJ-COUNT).
           MOVE WS-RJ-F4(1:9) TO WS-RJ-AMOUNT(WS-RJ-COUNT).
           MOVE SPACES TO WS-RJ-CODE(WS-RJ-COUNT)
                          WS-RJ-IND(WS-RJ-COUNT)
                          WS-RJ-REF(WS-RJ-COUNT)
                          WS-RJ-OTHER(WS-RJ-COUNT).
           MOVE 'N' TO WS-RJ-USED(WS-RJ-COUNT).
           EVALUATE TRUE
               WHEN WS-RJ-F3 = 'REV'
                   MOVE 'REV' TO WS-RJ-SHAPE(WS-RJ-COUNT)
                   MOVE WS-RJ-F2(5:10) TO WS-RJ-REF(WS-RJ-COUNT)
                   MOVE WS-RJ-F5(1:1) TO WS-RJ-IND(WS-RJ-COUNT)
               WHEN WS-RJ-F3 = 'TRF'
                   MOVE 'TRF' TO WS-RJ-SHAPE(WS-RJ-COUNT)
                   MOVE WS-RJ-F2(4:10) TO WS-RJ-OTHER(WS-RJ-COUNT)
                   MOVE WS-RJ-F5(5:10) TO WS-RJ-REF(WS-RJ-COUNT)
               WHEN OTHER
                   MOVE 'DTL' TO WS-RJ-SHAPE(WS-RJ-COUNT)
                   MOVE WS-RJ-F3(1:5) TO WS-RJ-CODE(WS-RJ-COUNT)
                   MOVE WS-RJ-F5(1:1) TO WS-RJ-IND(WS-RJ-COUNT)
           END-EVALUATE.
       045-LOAD-ONE-REJECT-EXIT.
           EXIT.

      *    A CARRIED NSF-PENDING ITEM THE DESK HAS SINCE RETURNED
      *    UNPAID WILL NEVER REACH THE GL: IT CLEARS HERE, BEFORE
      *    TODAY'S FILES CAN CLAIM THE SAME RETURNED RECORD.
       050-CLEAR-RETURNED-PENDING.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-CODE(WS-OI-IDX) = 'PEND'
                   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                           UNTIL WS-RT-IDX > WS-RT-COUNT
                       IF WS-RT-USED(WS-RT-IDX) = 'N' AND
                          WS-RT-RECORD(WS-RT-IDX) =
                          WS-OI-RECORD(WS-OI-IDX)
                           MOVE 'Y' TO WS-RT-USED(WS-RT-IDX)
                           SET WS-OI-CLEARED(WS-OI-IDX) TO TRUE
                           ADD 1 TO WS-CLEARED-COUNT
                           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO
                                WS-AMOUNT-ED
                           MOVE SPACES TO REPORT-RECORD
                           STRING 'CLEARED PEND ' WS-AMOUNT-ED
                               ' | RETURNED UNPAID | OPENED '
                               WS-OI-OPENED(WS-OI-IDX) ' | '
                               WS-OI-BATCH(WS-OI-IDX)
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                           MOVE WS-RT-COUNT TO WS-RT-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       050-CLEAR-RETURNED-PENDING-EXIT.
           EXIT.

      *    EVERY CONTROL LINE IS RECONCILED; A FILE POSTING HAS NOT
      *    SEEN YET GOES TO THE NEXT CONTROL GENERATION. AN ABSENT
      *    CONTROL FILE IS A DAY WITH NO CLEARING FILES.
       200-RECONCILE-FILES.
           OPEN OUTPUT NEWCTLFILE.
           IF NC-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLRCTL.NEW: ' NC-FILE-STATUS
               MOVE '0016' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLRCTLFILE.
           IF CC-FILE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               STRING 'NO CLEARING CONTROL TOTALS (' CC-FILE-STATUS
                   ') - NO FILES TO RECONCILE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CLRCTLFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CLRCTL-RECORD NOT = SPACES
                               PERFORM 210-RECONCILE-ONE-FILE THRU
                                       210-RECONCILE-ONE-FILE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE CLRCTLFILE
           END-IF.
           CLOSE NEWCTLFILE.
       200-RECONCILE-FILES-EXIT.
           EXIT.

       210-RECONCILE-ONE-FILE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE CC-BATCH-FILE TO WS-BATCH-FILE-NAME.
           MOVE CC-SETTLE-DATE TO WS-BRK-SETTLE.
           MOVE CC-BATCH-FILE TO WS-BRK-BATCH.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING 'FILE ' CC-BATCH-FILE(1:40) ' | SETTLED '
               CC-SETTLE-DATE ' | TRANSLATED ' CC-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NOT CC-TIERS-PROVEN
               PERFORM 220-PROVE-NETWORK-TIERS THRU
                       220-PROVE-NETWORK-TIERS-EXIT
           END-IF.
           PERFORM 230-FIND-POSTING-RESULT THRU
                   230-FIND-POSTING-RESULT-EXIT.
           EVALUATE TRUE
               WHEN WS-BATCH-NOT-SEEN
                   PERFORM 240-CARRY-UNPOSTED-FILE THRU
                           240-CARRY-UNPOSTED-FILE-EXIT
               WHEN WS-BATCH-REFUSED
                   MOVE 'REFU' TO WS-BRK-CODE
                   MOVE CC-MAPPED-AMOUNT TO WS-BRK-AMOUNT
                   MOVE 'BATCH REFUSED WHOLE BY POSTING' TO
                        WS-BRK-REASON
                   SET WS-BRK-IS-MONEY TO TRUE
                   PERFORM 500-RECORD-BREAK THRU
                           500-RECORD-BREAK-EXIT
               WHEN OTHER
                   PERFORM 250-PROVE-POSTING THRU
                           250-PROVE-POSTING-EXIT
           END-EVALUATE.
       210-RECONCILE-ONE-FILE-EXIT.
           EXIT.

      *    TIER ONE: THE NETWORK'S TRAILER AGAINST THE ITEMS ACTUALLY
      *    READ. TIER TWO: EVERY ITEM READ IS MAPPED, REJECTED BY THE
      *    TRANSLATION (CLREJECT.DAT) OR PAID AS AN OFFICIAL CHEQUE.
      *    THE CHEQUES JOURNALED TO THE CLEARING GL WHEN CLRTRANS RAN,
      *    SO THEY JOIN TODAY'S EXPECTED GL MOVEMENT HERE, ONCE.
       220-PROVE-NETWORK-TIERS.
           MOVE CC-NETWORK-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  NETWORK TRAILER     : ' CC-NETWORK-COUNT ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CC-ITEMS-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ITEMS READ          : ' CC-ITEMS-READ ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NOT CC-NETWORK-TRAILER
               MOVE 'NTRL' TO WS-BRK-CODE
               MOVE 0 TO WS-BRK-AMOUNT
               MOVE 'NO READABLE NETWORK TRAILER' TO WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
           ELSE
               IF CC-NETWORK-COUNT NOT = CC-ITEMS-READ
                   MOVE 'NCNT' TO WS-BRK-CODE
                   COMPUTE WS-BRK-AMOUNT =
                           CC-NETWORK-COUNT - CC-ITEMS-READ
                   MOVE 'NETWORK ITEM COUNT NOT RECEIVED' TO
                        WS-BRK-REASON
                   SET WS-BRK-IS-COUNT TO TRUE
                   PERFORM 500-RECORD-BREAK THRU
                           500-RECORD-BREAK-EXIT
               END-IF
               IF CC-NETWORK-TOTAL NOT = CC-ITEMS-AMOUNT
                   MOVE 'NAMT' TO WS-BRK-CODE
                   COMPUTE WS-BRK-AMOUNT =
                           CC-NETWORK-TOTAL - CC-ITEMS-AMOUNT
                   MOVE 'NETWORK TOTAL NOT RECEIVED' TO
                        WS-BRK-REASON
                   SET WS-BRK-IS-MONEY TO TRUE
                   PERFORM 500-RECORD-BREAK THRU
                           500-RECORD-BREAK-EXIT
               END-IF
           END-IF.

           MOVE CC-MAPPED-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  MAPPED TO BATCH     : ' CC-MAPPED-COUNT ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CC-REJECTED-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  REJECTED (CLREJECT) : ' CC-REJECTED-COUNT ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CC-CHQ-PAID-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  OFFICIAL CHEQUES    : ' CC-CHQ-PAID-COUNT ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           COMPUTE WS-TIER-COUNT = CC-MAPPED-COUNT +
                   CC-REJECTED-COUNT + CC-CHQ-PAID-COUNT.
           COMPUTE WS-TIER-AMOUNT = CC-MAPPED-AMOUNT +
                   CC-REJECTED-AMOUNT + CC-CHQ-PAID-AMOUNT.
           IF WS-TIER-COUNT NOT = CC-ITEMS-READ
               MOVE 'XCNT' TO WS-BRK-CODE
               COMPUTE WS-BRK-AMOUNT = CC-ITEMS-READ - WS-TIER-COUNT
               MOVE 'ITEMS READ NOT ALL ACCOUNTED FOR' TO
                    WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
           END-IF.
           IF WS-TIER-AMOUNT NOT = CC-ITEMS-AMOUNT
               MOVE 'XLAT' TO WS-BRK-CODE
               COMPUTE WS-BRK-AMOUNT = CC-ITEMS-AMOUNT - WS-TIER-AMOUNT
               MOVE 'TRANSLATION DOES NOT FOOT' TO WS-BRK-REASON
               SET WS-BRK-IS-MONEY TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
           END-IF.
           SUBTRACT CC-CHQ-PAID-AMOUNT FROM WS-GL-EXPECTED.
           MOVE 'Y' TO CC-PROVEN-SW.
       220-PROVE-NETWORK-TIERS-EXIT.
           EXIT.

      *    POSTING WRITES ONE RECONCILIATION BLOCK PER BATCH, HEADED
      *    WITH THE BATCH FILE NAME, OR A 'BATCH REFUSED' LINE NAMING
      *    IT. THE LAST MENTION WINS, SO A RE-POSTED BATCH READS AS
      *    ITS LATEST OUTCOME.
       230-FIND-POSTING-RESULT.
           SET WS-BATCH-NOT-SEEN TO TRUE.
           SET WS-NOT-IN-BLOCK TO TRUE.
           MOVE 0 TO WS-RCN-POSTED WS-RCN-REJECTED WS-RCN-NSF.
           OPEN INPUT RECONFILE.
           IF RC-FILE-STATUS NOT = '00'
               GO TO 230-FIND-POSTING-RESULT-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RECONFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 235-TAKE-RECON-LINE THRU
                               235-TAKE-RECON-LINE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE RECONFILE.
       230-FIND-POSTING-RESULT-EXIT.
           EXIT.

       235-TAKE-RECON-LINE.
           IF RECON-RECORD(1:32) = 'BATCH RECONCILIATION REPORT FOR '
               IF RECON-RECORD(33:100) = CC-BATCH-FILE
                   SET WS-IN-BLOCK TO TRUE
                   SET WS-BATCH-POSTED TO TRUE
                   MOVE 0 TO WS-RCN-POSTED WS-RCN-REJECTED
                             WS-RCN-NSF
               ELSE
                   SET WS-NOT-IN-BLOCK TO TRUE
               END-IF
               GO TO 235-TAKE-RECON-LINE-EXIT
           END-IF.
           IF RECON-RECORD(1:15) = 'BATCH REFUSED ('
               SET WS-NOT-IN-BLOCK TO TRUE
               MOVE SPACES TO WS-RCN-F1 WS-RCN-F2
               UNSTRING RECON-RECORD DELIMITED BY '): '
                   INTO WS-RCN-F1 WS-RCN-F2
               END-UNSTRING
               IF WS-RCN-F2 = CC-BATCH-FILE
                   SET WS-BATCH-REFUSED TO TRUE
               END-IF
               GO TO 235-TAKE-RECON-LINE-EXIT
           END-IF.
           IF WS-IN-BLOCK AND RECON-RECORD(29:5) NUMERIC
               EVALUATE RECON-RECORD(1:28)
                   WHEN 'RECORDS POSTED            : '
                       MOVE RECON-RECORD(29:5) TO WS-RCN-POSTED
                   WHEN 'RECORDS REJECTED          : '
                       MOVE RECON-RECORD(29:5) TO WS-RCN-REJECTED
                   WHEN 'NSF PENDING DECISION      : '
                       MOVE RECON-RECORD(29:5) TO WS-RCN-NSF
               END-EVALUATE
           END-IF.
       235-TAKE-RECON-LINE-EXIT.
           EXIT.

      *    NOT POSTED YET. A FILE TRANSLATED TODAY MAY SIMPLY BE
      *    WAITING FOR THE NEXT POSTING WINDOW; ONE FROM AN EARLIER
      *    DAY HAS MISSED ITS WINDOW AND IS A BREAK FOR ITS WHOLE
      *    MAPPED AMOUNT. EITHER WAY IT IS TRIED AGAIN NEXT RUN.
       240-CARRY-UNPOSTED-FILE.
           ADD 1 TO WS-REQUEUED-COUNT.
           IF CC-RUN-DATE < WS-PROCESSING-DATE
               MOVE 'NPST' TO WS-BRK-CODE
               MOVE CC-MAPPED-AMOUNT TO WS-BRK-AMOUNT
               MOVE 'BATCH NOT POSTED BY NEXT WINDOW' TO
                    WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 510-REPORT-BREAK THRU 510-REPORT-BREAK-EXIT
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE '  AWAITING POSTING - CARRIED TO NEXT RUN' TO
                    REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE CLRCTL-RECORD TO NEWCTL-RECORD.
           WRITE NEWCTL-RECORD.
       240-CARRY-UNPOSTED-FILE-EXIT.
           EXIT.

      *    TIER THREE: EVERY BATCH ITEM IS POSTED, REJECTED, NSF
      *    PENDING OR ALREADY RETURNED UNPAID, AND POSTING'S OWN
      *    COUNTS MUST AGREE. THE POSTED NET FEEDS THE GL TIER;
      *    EACH PENDING ITEM IS CARRIED UNTIL IT PAYS OR RETURNS.
       250-PROVE-POSTING.
           PERFORM 260-LOAD-BATCH-ITEMS THRU 260-LOAD-BATCH-ITEMS-EXIT.
           IF BT-FILE-STATUS NOT = '00'
               MOVE 'BFIL' TO WS-BRK-CODE
               MOVE CC-MAPPED-AMOUNT TO WS-BRK-AMOUNT
               MOVE 'BATCH FILE NOT READABLE' TO WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
               GO TO 250-PROVE-POSTING-EXIT
           END-IF.
      *    THE BATCH NAME IS REUSED DAY TO DAY, SO A FILE THAT SAT
      *    UNPOSTED CAN FIND TOMORROW'S BATCH UNDER ITS NAME.
           IF WS-BATCH-HDR-DATE NOT = CC-SETTLE-DATE OR
              WS-IT-COUNT NOT = CC-MAPPED-COUNT OR
              WS-BATCH-OVERFLOW
               MOVE 'BFIL' TO WS-BRK-CODE
               MOVE CC-MAPPED-AMOUNT TO WS-BRK-AMOUNT
               MOVE 'BATCH FILE NO LONGER MATCHES' TO WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
               GO TO 250-PROVE-POSTING-EXIT
           END-IF.
           PERFORM 270-MATCH-EXCEPTIONS THRU 270-MATCH-EXCEPTIONS-EXIT.
           MOVE 0 TO WS-PST-COUNT WS-PST-AMOUNT WS-REJ-COUNT
                     WS-REJ-AMOUNT WS-PND-COUNT WS-PND-AMOUNT
                     WS-RET-COUNT WS-RET-AMOUNT WS-FILE-GL-NET.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               PERFORM 280-TAKE-ITEM-DISPOSITION THRU
                       280-TAKE-ITEM-DISPOSITION-EXIT
           END-PERFORM.
           ADD WS-PST-COUNT TO WS-POSTED-TOTAL.
           ADD WS-FILE-GL-NET TO WS-GL-EXPECTED.
           MOVE WS-PST-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  POSTED              : ' WS-PST-COUNT ' | '
               WS-AMOUNT-ED ' | POSTING SAYS ' WS-RCN-POSTED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REJ-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  REJECTED (POSTING)  : ' WS-REJ-COUNT ' | '
               WS-AMOUNT-ED ' | POSTING SAYS ' WS-RCN-REJECTED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PND-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  NSF PENDING         : ' WS-PND-COUNT ' | '
               WS-AMOUNT-ED ' | POSTING SAYS ' WS-RCN-NSF
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RET-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  RETURNED UNPAID     : ' WS-RET-COUNT ' | '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-FILE-GL-NET TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  EXPECTED GL NET     : ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *    AN NSF ITEM THE DESK HAS ALREADY PAID HAS LEFT THE DECISION
      *    FILE AND READS AS POSTED HERE, SO POSTED AND PENDING ARE
      *    PROVED TOGETHER; THE REJECTS MUST AGREE ON THEIR OWN.
           IF WS-REJ-COUNT NOT = WS-RCN-REJECTED OR
              (WS-PST-COUNT + WS-PND-COUNT + WS-RET-COUNT) NOT =
              (WS-RCN-POSTED + WS-RCN-NSF)
               MOVE 'DCNT' TO WS-BRK-CODE
               COMPUTE WS-BRK-AMOUNT = WS-PST-COUNT - WS-RCN-POSTED
               MOVE 'POSTING COUNTS DO NOT AGREE' TO WS-BRK-REASON
               SET WS-BRK-IS-COUNT TO TRUE
               PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT
           END-IF.
       250-PROVE-POSTING-EXIT.
           EXIT.

       260-LOAD-BATCH-ITEMS.
           MOVE 0 TO WS-IT-COUNT.
           MOVE SPACES TO WS-BATCH-HDR-DATE.
           MOVE 'N' TO WS-BATCH-OVERFLOW-SW.
           OPEN INPUT BATCHFILE.
           IF BT-FILE-STATUS NOT = '00'
               GO TO 260-LOAD-BATCH-ITEMS-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BATCHFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE BATCH-RECORD TO TRANS-RECORD
                       EVALUATE TRUE
                           WHEN TRANS-RECORD = SPACES
                               CONTINUE
                           WHEN TH-RECORD-TYPE = 'HDR'
                               MOVE TH-BATCH-DATE TO
                                    WS-BATCH-HDR-DATE
                           WHEN TT-RECORD-TYPE = 'TRL'
                               CONTINUE
                           WHEN WS-IT-COUNT NOT < 3000
                               MOVE 'Y' TO WS-BATCH-OVERFLOW-SW
                           WHEN OTHER
                               ADD 1 TO WS-IT-COUNT
                               MOVE BATCH-RECORD TO
                                    WS-IT-RECORD(WS-IT-COUNT)
                               SET WS-IT-POSTED(WS-IT-COUNT) TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE BATCHFILE.
           MOVE '00' TO BT-FILE-STATUS.
       260-LOAD-BATCH-ITEMS-EXIT.
           EXIT.

      *    EACH UNUSED REJECT LINE IS OFFERED TO THE FIRST STILL-
      *    POSTED ITEM OF ITS SHAPE WITH THE SAME ACCOUNT, AMOUNT AND
      *    IDENTIFYING FIELDS; THEN THE NSF AND RETURNED RECORDS ARE
      *    MATCHED WHOLE.
       270-MATCH-EXCEPTIONS.
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-COUNT
               IF WS-RJ-USED(WS-RJ-IDX) = 'N'
                   PERFORM 275-MATCH-ONE-REJECT THRU
                           275-MATCH-ONE-REJECT-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-NP-COUNT
               IF WS-NP-USED(WS-NP-IDX) = 'N'
                   PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                           UNTIL WS-IT-IDX > WS-IT-COUNT
                       IF WS-IT-POSTED(WS-IT-IDX) AND
                          WS-IT-RECORD(WS-IT-IDX) =
                          WS-NP-RECORD(WS-NP-IDX)
                           SET WS-IT-PENDING(WS-IT-IDX) TO TRUE
                           MOVE 'Y' TO WS-NP-USED(WS-NP-IDX)
                           MOVE WS-IT-COUNT TO WS-IT-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-USED(WS-RT-IDX) = 'N'
                   PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                           UNTIL WS-IT-IDX > WS-IT-COUNT
                       IF WS-IT-POSTED(WS-IT-IDX) AND
                          WS-IT-RECORD(WS-IT-IDX) =
                          WS-RT-RECORD(WS-RT-IDX)
                           SET WS-IT-RETURNED(WS-IT-IDX) TO TRUE
                           MOVE 'Y' TO WS-RT-USED(WS-RT-IDX)
                           MOVE WS-IT-COUNT TO WS-IT-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       270-MATCH-EXCEPTIONS-EXIT.
           EXIT.

       275-MATCH-ONE-REJECT.
           MOVE 0 TO WS-IT-FOUND.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-POSTED(WS-IT-IDX)
                   MOVE WS-IT-RECORD(WS-IT-IDX) TO TRANS-RECORD
                   EVALUATE TRUE
                       WHEN TR-RECORD-TYPE = 'REV'
                           MOVE TR-TRANSACTION-AMOUNT TO
                                WS-ITEM-AMOUNT
                           IF WS-RJ-SHAPE(WS-RJ-IDX) = 'REV' AND
                              WS-RJ-ACCOUNT(WS-RJ-IDX) =
                              TR-ACCOUNT-NUMBER AND
                              WS-RJ-AMOUNT(WS-RJ-IDX) =
                              WS-ITEM-AMOUNT-X AND
                              WS-RJ-REF(WS-RJ-IDX) =
                              TR-REFERENCE-NUMBER AND
                              WS-RJ-IND(WS-RJ-IDX) =
                              TR-CREDIT-DEBIT-IND
                               MOVE WS-IT-IDX TO WS-IT-FOUND
                           END-IF
                       WHEN TX-RECORD-TYPE = 'TRF'
                           MOVE TX-TRANSACTION-AMOUNT TO
                                WS-ITEM-AMOUNT
                           IF WS-RJ-SHAPE(WS-RJ-IDX) = 'TRF' AND
                              WS-RJ-ACCOUNT(WS-RJ-IDX) =
                              TX-FROM-ACCOUNT AND
                              WS-RJ-OTHER(WS-RJ-IDX) =
                              TX-TO-ACCOUNT AND
                              WS-RJ-AMOUNT(WS-RJ-IDX) =
                              WS-ITEM-AMOUNT-X AND
                              WS-RJ-REF(WS-RJ-IDX) =
                              TX-TRANSFER-REFERENCE
                               MOVE WS-IT-IDX TO WS-IT-FOUND
                           END-IF
                       WHEN OTHER
                           MOVE TF-TRANSACTION-AMOUNT TO
                                WS-ITEM-AMOUNT
                           IF WS-RJ-SHAPE(WS-RJ-IDX) = 'DTL' AND
                              WS-RJ-ACCOUNT(WS-RJ-IDX) =
                              TF-ACCOUNT-NUMBER AND
                              WS-RJ-CODE(WS-RJ-IDX) =
                              TF-TRANSACTION-CODE AND
                              WS-RJ-AMOUNT(WS-RJ-IDX) =
                              WS-ITEM-AMOUNT-X AND
                              WS-RJ-IND(WS-RJ-IDX) =
                              TF-CREDIT-DEBIT-IND
                               MOVE WS-IT-IDX TO WS-IT-FOUND
                           END-IF
                   END-EVALUATE
                   IF WS-IT-FOUND > 0
                       MOVE WS-IT-COUNT TO WS-IT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IT-FOUND > 0
               SET WS-IT-REJECTED(WS-IT-FOUND) TO TRUE
               MOVE 'Y' TO WS-RJ-USED(WS-RJ-IDX)
           END-IF.
       275-MATCH-ONE-REJECT-EXIT.
           EXIT.

      *    ONE ITEM INTO ITS DISPOSITION BUCKET. ITS EFFECT ON THE
      *    CLEARING GL IS THE CONTRA OF THE CUSTOMER POSTING: A
      *    CREDIT TO THE CUSTOMER DEBITS SETTLEMENT, A DEBIT CREDITS
      *    IT, AND A TRANSFER BETWEEN TWO OF OUR OWN CUSTOMERS LEAVES
      *    SETTLEMENT WHERE IT WAS.
       280-TAKE-ITEM-DISPOSITION.
           MOVE WS-IT-RECORD(WS-IT-IDX) TO TRANS-RECORD.
           EVALUATE TRUE
               WHEN TR-RECORD-TYPE = 'REV'
                   MOVE TR-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT
                   IF TR-CREDIT-DEBIT-IND = 'C'
                       MOVE WS-ITEM-AMOUNT TO WS-ITEM-GL-EFFECT
                   ELSE
                       COMPUTE WS-ITEM-GL-EFFECT = 0 - WS-ITEM-AMOUNT
                   END-IF
               WHEN TX-RECORD-TYPE = 'TRF'
                   MOVE TX-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE 0 TO WS-ITEM-GL-EFFECT
               WHEN OTHER
                   MOVE TF-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT
                   IF TF-CREDIT-DEBIT-IND = 'C'
                       MOVE WS-ITEM-AMOUNT TO WS-ITEM-GL-EFFECT
                   ELSE
                       COMPUTE WS-ITEM-GL-EFFECT = 0 - WS-ITEM-AMOUNT
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-IT-POSTED(WS-IT-IDX)
                   ADD 1 TO WS-PST-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-PST-AMOUNT
                   ADD WS-ITEM-GL-EFFECT TO WS-FILE-GL-NET
               WHEN WS-IT-REJECTED(WS-IT-IDX)
                   ADD 1 TO WS-REJ-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-REJ-AMOUNT
               WHEN WS-IT-RETURNED(WS-IT-IDX)
                   ADD 1 TO WS-RET-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-RET-AMOUNT
               WHEN WS-IT-PENDING(WS-IT-IDX)
                   ADD 1 TO WS-PND-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-PND-AMOUNT
      *            NOT A BREAK - A RECONCILING ITEM THE DESK OWES A
      *            DECISION ON. IT IS CARRIED WITH THE GL MOVEMENT
      *            ITS PAYMENT WILL MAKE, AND WITH THE RECORD ITSELF
      *            SO A RETURN CAN BE RECOGNISED.
                   MOVE 'PEND' TO WS-BRK-CODE
                   MOVE WS-ITEM-GL-EFFECT TO WS-BRK-AMOUNT
                   MOVE 'NSF PENDING - DESK DECISION' TO
                        WS-BRK-REASON
                   MOVE WS-IT-RECORD(WS-IT-IDX) TO WS-BRK-RECORD
                   PERFORM 520-ADD-OPEN-ITEM THRU
                           520-ADD-OPEN-ITEM-EXIT
           END-EVALUATE.
       280-TAKE-ITEM-DISPOSITION-EXIT.
           EXIT.

      *    THE GL TIER: JOURNAL LINES ADDED SINCE THE LAST RUN THAT
      *    TOUCH THE CLEARING GL UNDER A CODE CLEARING ACTIVITY POSTS
      *    WITH, NET AGAINST WHAT TODAY'S FILES SHOULD HAVE MOVED.
      *    OUTBOUND XOT01 ITEMS, FEES AND INTERNAL TRANSFER LEGS ARE
      *    NOT CLEARING-FILE ACTIVITY AND STAY OUT. AN UNEXPLAINED
      *    RESIDUAL FIRST CLEARS AN OPEN GL OR NSF-PENDING ITEM OF
      *    EXACTLY THAT AMOUNT - YESTERDAY'S LATE POSTING OR TODAY'S
      *    NSF PAYMENT - AND ONLY THEN BECOMES A NEW BREAK.
       300-PROVE-CLEARING-GL.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-CLEARING-GL = SPACES
               MOVE 'NO CLEARING GL CONFIGURED - GL TIER NOT PROVEN'
                    TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 300-PROVE-CLEARING-GL-EXIT
           END-IF.
           OPEN INPUT GLJOURNALFILE.
           IF GJ-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ GLJOURNALFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-JPOS-LINES
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE GLJOURNALFILE
           END-IF.
      *    A SHORTER JOURNAL THAN LAST TIME HAS BEEN CUT BY THE
      *    PERIOD CLOSE; THE NEW GENERATION IS PROVEN FROM ITS TOP.
           IF WS-JPOS-LINES < WS-JPOS-PRIOR
               MOVE 0 TO WS-JPOS-PRIOR
           END-IF.
           IF WS-JPOS-LINES > WS-JPOS-PRIOR
               OPEN INPUT GLJOURNALFILE
               MOVE 0 TO WS-JPOS-READ
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ GLJOURNALFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JPOS-READ
                           IF WS-JPOS-READ > WS-JPOS-PRIOR
                               PERFORM 310-TAKE-JOURNAL-LINE THRU
                                       310-TAKE-JOURNAL-LINE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE GLJOURNALFILE
           END-IF.
           COMPUTE WS-GL-RESIDUAL = WS-GL-ACTUAL - WS-GL-EXPECTED.
           MOVE WS-GL-EXPECTED TO WS-AMOUNT-ED.
           MOVE WS-GL-ACTUAL TO WS-AMOUNT-ED2.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CLEARING GL ' WS-CLEARING-GL ' | EXPECTED '
               WS-AMOUNT-ED ' | ACTUAL ' WS-AMOUNT-ED2
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-GL-RESIDUAL = 0
               GO TO 300-PROVE-CLEARING-GL-EXIT
           END-IF.
           MOVE 0 TO WS-OI-FOUND.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IDX) AND
                  WS-OI-CARRIED(WS-OI-IDX) = 'Y' AND
                  (WS-OI-CODE(WS-OI-IDX) = 'GLMV' OR
                   WS-OI-CODE(WS-OI-IDX) = 'PEND') AND
                  WS-OI-AMOUNT(WS-OI-IDX) = WS-GL-RESIDUAL
                   MOVE WS-OI-IDX TO WS-OI-FOUND
                   MOVE WS-OI-COUNT TO WS-OI-IDX
               END-IF
           END-PERFORM.
           IF WS-OI-FOUND > 0
               MOVE WS-OI-FOUND TO WS-OI-IDX
               PERFORM 320-CLEAR-GL-ITEM THRU 320-CLEAR-GL-ITEM-EXIT
               GO TO 300-PROVE-CLEARING-GL-EXIT
           END-IF.
      *    NO SINGLE ITEM FITS; A DAY THAT SETTLED EVERYTHING STILL
      *    OPEN AT ONCE (A LATE POSTING AND THE NSF DESK'S PAYMENTS
      *    TOGETHER) CLEARS THEM ALL. ANY OTHER MIX IS LEFT FOR THE
      *    OPERATOR TO PAIR OFF AND TAKE OUT OF THE FILE BY HAND.
           MOVE 0 TO WS-OI-FOUND WS-DIFF-AMOUNT.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IDX) AND
                  WS-OI-CARRIED(WS-OI-IDX) = 'Y' AND
                  (WS-OI-CODE(WS-OI-IDX) = 'GLMV' OR
                   WS-OI-CODE(WS-OI-IDX) = 'PEND')
                   ADD 1 TO WS-OI-FOUND
                   ADD WS-OI-AMOUNT(WS-OI-IDX) TO WS-DIFF-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-OI-FOUND > 1 AND WS-DIFF-AMOUNT = WS-GL-RESIDUAL
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OI-COUNT
                   IF WS-OI-OPEN(WS-OI-IDX) AND
                      WS-OI-CARRIED(WS-OI-IDX) = 'Y' AND
                      (WS-OI-CODE(WS-OI-IDX) = 'GLMV' OR
                       WS-OI-CODE(WS-OI-IDX) = 'PEND')
                       PERFORM 320-CLEAR-GL-ITEM THRU
                               320-CLEAR-GL-ITEM-EXIT
                   END-IF
               END-PERFORM
               GO TO 300-PROVE-CLEARING-GL-EXIT
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-BRK-SETTLE.
           MOVE 'CLEARING GL' TO WS-BRK-BATCH.
           MOVE 'GLMV' TO WS-BRK-CODE.
           COMPUTE WS-BRK-AMOUNT = 0 - WS-GL-RESIDUAL.
           MOVE 'GL MOVEMENT DIFFERS FROM POSTED' TO WS-BRK-REASON.
           SET WS-BRK-IS-MONEY TO TRUE.
           PERFORM 500-RECORD-BREAK THRU 500-RECORD-BREAK-EXIT.
       300-PROVE-CLEARING-GL-EXIT.
           EXIT.

      *    SAME FIELD RULES AS THE TRIAL BALANCE: A REAL 8-DIGIT GL
      *    ACCOUNT, A DR/CR SIDE AND THE RAW 9(9)V99 AMOUNT.
       310-TAKE-JOURNAL-LINE.
           MOVE SPACES TO WS-GLJ-F1 WS-GLJ-F2 WS-GLJ-F3 WS-GLJ-F4.
           UNSTRING GLJOURNAL-RECORD DELIMITED BY ' | '
               INTO WS-GLJ-F1 WS-GLJ-F2 WS-GLJ-F3 WS-GLJ-F4
           END-UNSTRING.
           MOVE WS-GLJ-F3(1:2) TO WS-GLJ-SIDE.
           MOVE WS-GLJ-F3(4:11) TO WS-GLJ-AMOUNT-X.
           IF WS-GLJ-F2(1:8) NOT = WS-CLEARING-GL OR
              WS-GLJ-AMOUNT-X NOT NUMERIC
               GO TO 310-TAKE-JOURNAL-LINE-EXIT
           END-IF.
           EVALUATE WS-GLJ-F4(1:5)
               WHEN 'DEP01'
               WHEN 'WDL01'
               WHEN 'XRT01'
               WHEN 'REV01'
               WHEN 'OCQPD'
                   IF WS-GLJ-SIDE = 'DR'
                       ADD WS-GLJ-AMOUNT-9 TO WS-GL-ACTUAL
                   END-IF
                   IF WS-GLJ-SIDE = 'CR'
                       SUBTRACT WS-GLJ-AMOUNT-9 FROM WS-GL-ACTUAL
                   END-IF
           END-EVALUATE.
       310-TAKE-JOURNAL-LINE-EXIT.
           EXIT.

       320-CLEAR-GL-ITEM.
           SET WS-OI-CLEARED(WS-OI-IDX) TO TRUE.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CLEARED ' WS-OI-CODE(WS-OI-IDX) ' '
               WS-AMOUNT-ED ' | MOVED ON GL TODAY | OPENED '
               WS-OI-OPENED(WS-OI-IDX) ' | '
               WS-OI-BATCH(WS-OI-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       320-CLEAR-GL-ITEM-EXIT.
           EXIT.

      *    CARRIED ITEMS ARE RE-LISTED WITH THEIR AGE; THE STILL-OPEN
      *    ONES, TODAY'S NEW ONES AND THE JOURNAL POSITION NOW PROVEN
      *    GO TO THE NEXT GENERATION.
       400-WRITE-OPEN-ITEMS.
           OPEN OUTPUT NEWBRKFILE.
           IF NB-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLRBRK.NEW: ' NB-FILE-STATUS
               MOVE '0016' TO WS-RUN-COMPLETION
               PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'OPEN ITEMS CARRIED FORWARD' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO CLRBRK-RECORD.
           MOVE WS-PROCESSING-DATE TO CB-OPENED-DATE CB-SETTLE-DATE.
           MOVE 'GLJOURNAL' TO CB-BATCH-FILE.
           MOVE 'JPOS' TO CB-BREAK-CODE.
           IF WS-CLEARING-GL = SPACES
               MOVE WS-JPOS-PRIOR TO CB-AMOUNT
           ELSE
               MOVE WS-JPOS-LINES TO CB-AMOUNT
           END-IF.
           MOVE 'JOURNAL LINES PROVEN' TO CB-REASON.
           MOVE CLRBRK-RECORD TO NEWBRK-RECORD.
           WRITE NEWBRK-RECORD.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IDX)
                   PERFORM 410-WRITE-ONE-OPEN-ITEM THRU
                           410-WRITE-ONE-OPEN-ITEM-EXIT
               END-IF
           END-PERFORM.
           CLOSE NEWBRKFILE.
           IF WS-OI-TABLE-FULL-SW = 'Y'
               DISPLAY 'OPEN ITEMS BEYOND TABLE NOT CARRIED - '
                       'RECONCILE ' WS-CLRBRK-FILE-NAME(1:40)
                       ' BY HAND'
           END-IF.
       400-WRITE-OPEN-ITEMS-EXIT.
           EXIT.

       410-WRITE-ONE-OPEN-ITEM.
           MOVE 0 TO WS-OI-AGE.
           IF WS-OI-OPENED(WS-OI-IDX) NUMERIC
               COMPUTE WS-OI-AGE =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-PROCESSING-DATE)) -
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-OI-OPENED(WS-OI-IDX)))
           END-IF.
           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' WS-OI-CODE(WS-OI-IDX) ' ' WS-AMOUNT-ED
               ' | AGE ' WS-OI-AGE ' | OPENED '
               WS-OI-OPENED(WS-OI-IDX) ' | '
               WS-OI-BATCH(WS-OI-IDX) ' | ' WS-OI-REASON(WS-OI-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO CLRBRK-RECORD.
           MOVE WS-OI-OPENED(WS-OI-IDX) TO CB-OPENED-DATE.
           MOVE WS-OI-SETTLE(WS-OI-IDX) TO CB-SETTLE-DATE.
           MOVE WS-OI-BATCH(WS-OI-IDX) TO CB-BATCH-FILE.
           MOVE WS-OI-CODE(WS-OI-IDX) TO CB-BREAK-CODE.
           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO CB-AMOUNT.
           MOVE WS-OI-REASON(WS-OI-IDX) TO CB-REASON.
           MOVE WS-OI-RECORD(WS-OI-IDX) TO CB-ITEM-RECORD.
           MOVE CLRBRK-RECORD TO NEWBRK-RECORD.
           WRITE NEWBRK-RECORD.
       410-WRITE-ONE-OPEN-ITEM-EXIT.
           EXIT.

      *    A BREAK FOUND TODAY: LISTED, JUDGED AGAINST TOLERANCE AND
      *    CARRIED AS AN OPEN ITEM.
       500-RECORD-BREAK.
           PERFORM 510-REPORT-BREAK THRU 510-REPORT-BREAK-EXIT.
           MOVE SPACES TO WS-BRK-RECORD.
           PERFORM 520-ADD-OPEN-ITEM THRU 520-ADD-OPEN-ITEM-EXIT.
       500-RECORD-BREAK-EXIT.
           EXIT.

       510-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-BRK-AMOUNT < 0
               COMPUTE WS-BRK-ABS = 0 - WS-BRK-AMOUNT
           ELSE
               MOVE WS-BRK-AMOUNT TO WS-BRK-ABS
           END-IF.
           MOVE WS-BRK-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-BRK-IS-COUNT OR WS-BRK-ABS > WS-TOLERANCE
               ADD 1 TO WS-OVER-TOL-COUNT
               STRING '  *** BREAK ' WS-BRK-CODE ' ' WS-AMOUNT-ED
                   ' | ' WS-BRK-REASON ' | OVER TOLERANCE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING '  *** BREAK ' WS-BRK-CODE ' ' WS-AMOUNT-ED
                   ' | ' WS-BRK-REASON ' | WITHIN TOLERANCE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       510-REPORT-BREAK-EXIT.
           EXIT.

       520-ADD-OPEN-ITEM.
           IF WS-OI-COUNT NOT < 500
               MOVE 'Y' TO WS-OI-TABLE-FULL-SW
               GO TO 520-ADD-OPEN-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           MOVE WS-PROCESSING-DATE TO WS-OI-OPENED(WS-OI-COUNT).
           MOVE WS-BRK-SETTLE TO WS-OI-SETTLE(WS-OI-COUNT).
           MOVE WS-BRK-BATCH TO WS-OI-BATCH(WS-OI-COUNT).
           MOVE WS-BRK-CODE TO WS-OI-CODE(WS-OI-COUNT).
           MOVE WS-BRK-AMOUNT TO WS-OI-AMOUNT(WS-OI-COUNT).
           MOVE WS-BRK-REASON TO WS-OI-REASON(WS-OI-COUNT).
           MOVE WS-BRK-RECORD TO WS-OI-RECORD(WS-OI-COUNT).
           SET WS-OI-OPEN(WS-OI-COUNT) TO TRUE.
           MOVE 'N' TO WS-OI-CARRIED(WS-OI-COUNT).
       520-ADD-OPEN-ITEM-EXIT.
           EXIT.

      *    PROGRAM|START|END|FILES|POSTED|BREAKS|COMPLETION - ITEMS
      *    PROVEN POSTED COUNT AS THE POSTED COLUMN, BREAKS OVER
      *    TOLERANCE AS THE REJECTED ONE.
       WRITE-RUN-STATUS.
           MOVE SPACES TO WS-RUN-END-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-END-TS.
           OPEN OUTPUT RUNSTATUSFILE.
           IF RN-FILE-STATUS = '00'
               MOVE SPACES TO RUNSTATUS-RECORD
               STRING 'CLRRECON|' WS-RUN-START-TS '|' WS-RUN-END-TS
               '|' WS-FILE-COUNT '|' WS-POSTED-TOTAL '|'
               WS-OVER-TOL-COUNT '|' WS-RUN-COMPLETION
                   DELIMITED BY SIZE INTO RUNSTATUS-RECORD
               WRITE RUNSTATUS-RECORD
               CLOSE RUNSTATUSFILE
           ELSE
               DISPLAY 'RUN STATUS FILE UNWRITABLE: ' RN-FILE-STATUS
           END-IF.
       WRITE-RUN-STATUS-EXIT.
           EXIT.
