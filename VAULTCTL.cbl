       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTCTL.
      *    BRANCH VAULT CASH CONTROL AND DAILY VAULT PROOF. THREE
      *    JOBS, IN ORDER:
      *      1. APPLIES THE DAY'S VAULT MOVEMENTS FROM THE BRANCHES -
      *         TELLER BUYS AND SELLS, CASH ORDERS, SHIPMENTS RECEIVED
      *         FROM AND RETURNED TO THE CASH CENTRE, AND THE END-OF-
      *         DAY VAULT COUNT - TO THE VAULT LEDGER, JOURNALING EACH
      *         CASH MOVEMENT TO THE BRANCH CASH GL;
      *      2. TAKES THE TELLERS' OWN VAULT BUYS AND SELLS FROM
      *         TELLPROF'S DRAWER FIGURES (TELLVAULT.DAT);
      *      3. PROVES EACH VAULT: OPENING CASH, PLUS SHIPMENTS IN LESS
      *         SHIPMENTS OUT, PLUS WHAT THE TELLERS SOLD TO THE VAULT
      *         LESS WHAT THEY BOUGHT, MUST EQUAL THE COUNTED CLOSE. AN
      *         OVER OR SHORT IS JOURNALED, AND A BRANCH HOLDING MORE
      *         THAN ITS POLICY OR INSURED CASH LIMIT IS FLAGGED.
      *         WHERE THE DRAWERS' BUYS AND SELLS DIFFER FROM THE
      *         VAULT'S OWN LINES THE GAP IS JOURNALED AS A FURTHER
      *         VCBUY OR VCSEL, SO VAULT CASH ON THE GL ALWAYS ENDS
      *         THE DAY AT THE CLOSE CARRIED ON THE VAULT RECORD.
      *    RUN IT AFTER TELLPROF. THE ACCOUNT MASTER IS NOT TOUCHED,
      *    SO NO RUN LOCK IS TAKEN. A VAULT IS PROVED ONCE PER
      *    BUSINESS DATE - A RERUN REFUSES THAT BRANCH'S MOVEMENTS AND
      *    LEAVES ITS PROOF AS IT STOOD, SO NOTHING POSTS TWICE.
      *
      *    VAULTMOVE.DAT INSTRUCTION LINES:
      *      OPEN|BRANCH|POLICY-LIMIT|INSURED-LIMIT|OPENING-COUNT
      *      LIMIT|BRANCH|POLICY-LIMIT|INSURED-LIMIT
      *      BUY|BRANCH|TELLER|AMOUNT|REFERENCE   (VAULT TO TELLER)
      *      SELL|BRANCH|TELLER|AMOUNT|REFERENCE  (TELLER TO VAULT)
      *      ORDER|BRANCH|AMOUNT|REFERENCE        (CASH ORDERED)
      *      RECV|BRANCH|AMOUNT|REFERENCE         (SHIPMENT RECEIVED)
      *      RETN|BRANCH|AMOUNT|REFERENCE         (SHIPMENT RETURNED)
      *      COUNT|BRANCH|AMOUNT                  (END-OF-DAY COUNT)
      *    A LATER COUNT FOR THE SAME BRANCH REPLACES AN EARLIER ONE -
      *    THAT IS A RECOUNT. A LIMIT OF ZERO ON LIMIT LEAVES IT AS IT
      *    WAS; A POLICY LIMIT OF ZERO ON THE VAULT MEANS THE
      *    VAULT|POLICY_LIMIT DEFAULT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULTFILE ASSIGN TO WS-VAULT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VL-BRANCH-CODE
                FILE STATUS IS VL-FILE-STATUS.

           SELECT MOVEFILE ASSIGN TO WS-MOVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MV-FILE-STATUS.

      *    TELLPROF'S EXTRACT OF THE DRAWERS' VAULT BUYS AND SELLS:
      *    DATE|TELLER|BOUGHT|SOLD.
           SELECT TELLVAULTFILE ASSIGN TO WS-TELLVAULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TV-FILE-STATUS.

      *    THE OPERATOR MASTER, READ-ONLY: A TELLER BUYING OR SELLING
      *    CASH MUST BE ON IT, ACTIVE, A TELLER OR OFFICER, AND
      *    ASSIGNED TO THE VAULT'S BRANCH - AND IT IS WHERE A DRAWER
      *    FIGURE FINDS ITS BRANCH. NO FILE MEANS NO ROLE CHECK, AS IN
      *    POSTING.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

      *    PERMANENT VAULT LEDGER, APPENDED:
      *    DATE|BRANCH|TYPE|TELLER|AMOUNT|REFERENCE|BOOK-AFTER.
           SELECT LEDGERFILE ASSIGN TO WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-FILE-STATUS.

           SELECT PROOFFILE ASSIGN TO WS-PROOF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. VAULT|POLICY_LIMIT IS THE CASH CEILING FOR A
      *    BRANCH WITH NO LIMIT OF ITS OWN.
           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    CASH MOVEMENTS JOURNAL UNDER THE 'VC...' LINES OF THE GL
      *    MAPPING; BRANCH-SCOPED LINES WIN OVER UNSCOPED ONES, THE
      *    SAME RULE POSTING APPLIES, SO EACH BRANCH'S VAULT AND
      *    TELLER CASH CAN CARRY ITS OWN GL ACCOUNTS.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULTFILE.
       COPY VAULTREC.

       FD  MOVEFILE.
       01  MOVE-RECORD PIC X(80).

       FD  TELLVAULTFILE.
       01  TELLVAULT-RECORD PIC X(60).

       FD  OPERFILE.
       COPY OPERREC.

       FD  LEDGERFILE.
       01  LEDGER-RECORD PIC X(100).

       FD  PROOFFILE.
       01  PROOF-RECORD PIC X(132).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  GLJOURNALFILE.
       01  GLJOURNAL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VAULT-FILE-NAME PIC X(100) VALUE 'vault_index.txt'.
       01  WS-MOVE-FILE-NAME  PIC X(100) VALUE 'VAULTMOVE.DAT'.
       01  WS-TELLVAULT-FILE-NAME PIC X(100) VALUE 'TELLVAULT.DAT'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  WS-LEDGER-FILE-NAME PIC X(100) VALUE 'VAULTLEDGER.DAT'.
       01  WS-PROOF-FILE-NAME PIC X(100) VALUE 'VAULTPROOF.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  VL-FILE-STATUS     PIC XX.
       01  MV-FILE-STATUS     PIC XX.
       01  TV-FILE-STATUS     PIC XX.
       01  OP-FILE-STATUS     PIC XX.
       01  LG-FILE-STATUS     PIC XX.
       01  PF-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-GLJRNL-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-GLJRNL-OPEN     VALUE 'Y'.
       01  WS-LEDGER-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-LEDGER-OPEN     VALUE 'Y'.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.
      *    WHETHER TELLPROF'S DRAWER FIGURES ARE HERE AT ALL. WITHOUT
      *    THEM THE PROOF FALLS BACK ON THE VAULT'S OWN BUY AND SELL
      *    LINES, AND SAYS SO.
       01  WS-DRAWER-FIGURES-SW PIC X(1) VALUE 'N'.
           88  WS-DRAWER-FIGURES     VALUE 'Y'.
           88  WS-NO-DRAWER-FIGURES  VALUE 'N'.

      *    CASH CEILING FOR A BRANCH WITH NO POLICY LIMIT OF ITS OWN.
       01  WS-DEFAULT-POLICY-LIMIT PIC 9(9)V99 VALUE 500000.00.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

      *    ONE MOVEMENT INSTRUCTION, UNSTRUNG.
       01  WS-MV-F1           PIC X(5).
       01  WS-MV-F2           PIC X(3).
       01  WS-MV-F3           PIC X(15).
       01  WS-MV-F4           PIC X(15).
       01  WS-MV-F5           PIC X(15).
       01  WS-MV-F6           PIC X(15).
       01  WS-MV-TELLER       PIC X(5).
       01  WS-MV-AMOUNT-X     PIC X(15).
       01  WS-MV-REFERENCE    PIC X(15).
       01  WS-MV-AMOUNT       PIC 9(9)V99.
       01  WS-MV-POLICY       PIC 9(9)V99.
       01  WS-MV-INSURED      PIC 9(9)V99.
       01  WS-MV-REASON       PIC X(40).

      *    ONE ROW PER BRANCH VAULT TOUCHED TODAY: THE RUNNING BOOK
      *    POSITION FROM THE VAULT'S OWN LINES, WHAT EACH KIND OF
      *    LINE CAME TO, THE COUNT, AND THE TELLERS' OWN FIGURES.
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 100 TIMES.
               10  WS-VD-BRANCH       PIC X(3).
               10  WS-VD-PROVED-SW    PIC X(1).
               10  WS-VD-BOOK         PIC S9(9)V99.
               10  WS-VD-BOUGHT       PIC 9(9)V99.
               10  WS-VD-SOLD         PIC 9(9)V99.
               10  WS-VD-ORDERED      PIC 9(9)V99.
               10  WS-VD-RECEIVED     PIC 9(9)V99.
               10  WS-VD-RETURNED     PIC 9(9)V99.
               10  WS-VD-COUNTED-SW   PIC X(1).
               10  WS-VD-COUNTED      PIC 9(9)V99.
               10  WS-VD-DRW-BOUGHT   PIC 9(9)V99.
               10  WS-VD-DRW-SOLD     PIC 9(9)V99.
       01  WS-VD-COUNT        PIC 9(3) VALUE 0.
       01  WS-VD-IDX          PIC 9(3).
       01  WS-VD-FOUND        PIC 9(3).
       01  WS-WORK-BRANCH     PIC X(3).

      *    ONE DRAWER-FIGURE LINE, UNSTRUNG.
       01  WS-TV-F1           PIC X(8).
       01  WS-TV-F2           PIC X(5).
       01  WS-TV-F3           PIC X(15).
       01  WS-TV-F4           PIC X(15).
       01  WS-TV-BOUGHT       PIC 9(9)V99.
       01  WS-TV-SOLD         PIC 9(9)V99.

      *    ONE VAULT'S PROOF.
       01  WS-PF-TELLER-NET   PIC S9(9)V99.
       01  WS-PF-SHIP-NET     PIC S9(9)V99.
       01  WS-PF-EXPECTED     PIC S9(9)V99.
       01  WS-PF-CLOSE        PIC S9(9)V99.
       01  WS-PF-DIFFERENCE   PIC S9(9)V99.
       01  WS-PF-TELLER-ADJ   PIC S9(9)V99.
       01  WS-PF-POLICY       PIC 9(9)V99.
       01  WS-PF-BOUGHT       PIC 9(9)V99.
       01  WS-PF-SOLD         PIC 9(9)V99.
       01  WS-PF-RESULT       PIC X(12).
       01  WS-ED-AMT-1        PIC -(9)9.99.
       01  WS-ED-AMT-2        PIC -(9)9.99.
       01  WS-ED-AMT-3        PIC -(9)9.99.
       01  WS-ED-AMT-4        PIC -(9)9.99.
       01  WS-ED-LEDGER-AMT   PIC 9(9).99.
       01  WS-ED-LEDGER-BOOK  PIC -(9)9.99.

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

       01  WS-LG-TYPE         PIC X(5).
       01  WS-LG-TELLER       PIC X(5).
       01  WS-LG-AMOUNT       PIC 9(9)V99.
       01  WS-LG-REFERENCE    PIC X(15).
       01  WS-LG-BOOK         PIC S9(9)V99.

       01  WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01  WS-DRAWER-LINES    PIC 9(5) VALUE 0.
       01  WS-DRAWER-UNPLACED PIC 9(5) VALUE 0.
       01  WS-PROVED-COUNT    PIC 9(5) VALUE 0.
       01  WS-OUT-OF-BALANCE  PIC 9(5) VALUE 0.
       01  WS-UNCOUNTED-COUNT PIC 9(5) VALUE 0.
       01  WS-OVER-LIMIT-COUNT PIC 9(5) VALUE 0.
       01  WS-DISAGREE-COUNT  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           PERFORM 030-LOAD-GLMAP THRU 030-LOAD-GLMAP-EXIT.
           OPEN I-O VAULTFILE.
           IF VL-FILE-STATUS = '35'
               DISPLAY 'NO VAULT FILE - NO BRANCH VAULT OPENED YET'
               OPEN OUTPUT VAULTFILE
               CLOSE VAULTFILE
               OPEN I-O VAULTFILE
           END-IF.
           IF VL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening VAULTFILE: ' VL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PROOFFILE.
           IF PF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening VAULTPROOF: ' PF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE VAULTFILE
               STOP RUN
           END-IF.
           MOVE SPACES TO PROOF-RECORD.
           STRING 'BRANCH VAULT PROOF FOR ' WS-TODAY
               DELIMITED BY SIZE INTO PROOF-RECORD.
           WRITE PROOF-RECORD.
           PERFORM 200-APPLY-MOVEMENTS THRU 200-APPLY-MOVEMENTS-EXIT.
           PERFORM 300-TAKE-DRAWER-FIGURES THRU
                   300-TAKE-DRAWER-FIGURES-EXIT.
           PERFORM 400-PROVE-VAULTS THRU 400-PROVE-VAULTS-EXIT.
           CLOSE VAULTFILE PROOFFILE.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
           IF WS-LEDGER-OPEN
               CLOSE LEDGERFILE
           END-IF.
           IF WS-GLJRNL-OPEN
               CLOSE GLJOURNALFILE
           END-IF.
           DISPLAY 'MOVEMENTS APPLIED   : ' WS-APPLIED-COUNT.
           DISPLAY 'MOVEMENTS REFUSED   : ' WS-REFUSED-COUNT.
           DISPLAY 'DRAWER FIGURE LINES : ' WS-DRAWER-LINES.
           DISPLAY 'VAULTS PROVED       : ' WS-PROVED-COUNT.
           DISPLAY 'OUT OF BALANCE      : ' WS-OUT-OF-BALANCE.
           DISPLAY 'NOT COUNTED         : ' WS-UNCOUNTED-COUNT.
           DISPLAY 'OVER CASH LIMIT     : ' WS-OVER-LIMIT-COUNT.
           DISPLAY 'TRANSFERS DISAGREE  : ' WS-DISAGREE-COUNT.
           IF RETURN-CODE = 0 AND
              (WS-REFUSED-COUNT > 0 OR WS-OUT-OF-BALANCE > 0 OR
               WS-DISAGREE-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'VAULTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-VAULT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'VAULTMOVE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MOVE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'TELLVAULT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TELLVAULT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'VAULTLEDGER_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEDGER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'VAULTPROOF_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROOF-FILE-NAME
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

      *    THE DEFAULT CASH CEILING FROM THE PARAMETER MASTER. EVERY
      *    LINE IN EFFECT ON THE BUSINESS DATE APPLIES IN ORDER, SO
      *    THE LATEST EFFECTIVE VALUE WINS.
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
               IF WS-PRM-F1 = 'VAULT' AND WS-PRM-F2 = 'POLICY_LIMIT'
                   COMPUTE WS-DEFAULT-POLICY-LIMIT =
                           FUNCTION NUMVAL(WS-PRM-F3)
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

      *    ONLY THE VAULT CASH LINES MATTER HERE:
      *      VCBUY  TELLER BUYS FROM THE VAULT  (DR TELLER CASH,
      *             CR VAULT CASH)
      *      VCSEL  TELLER SELLS TO THE VAULT   (DR VAULT CASH,
      *             CR TELLER CASH)
      *      VCRCV  SHIPMENT RECEIVED           (DR VAULT CASH,
      *             CR CASH IN TRANSIT)
      *      VCRTN  SHIPMENT RETURNED           (DR CASH IN TRANSIT,
      *             CR VAULT CASH)
      *      VCOVR  VAULT COUNTED OVER          (DR VAULT CASH,
      *             CR CASH OVER AND SHORT)
      *      VCSHT  VAULT COUNTED SHORT         (DR CASH OVER AND
      *             SHORT, CR VAULT CASH)
      *    AN UNMAPPED CODE JOURNALS TO SUSPENSE - SAME RULE POSTING
      *    APPLIES TO UNMAPPED CODES.
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
                               IF WS-GLM-F1(1:2) = 'VC'
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

      *    NO MOVEMENT FILE IS NOT AN ERROR - EVERY VAULT IS STILL
      *    PROVED, AND ONE THAT SENT NO COUNT SHOWS AS NOT COUNTED.
       200-APPLY-MOVEMENTS.
           OPEN INPUT MOVEFILE.
           IF MV-FILE-STATUS NOT = '00'
               DISPLAY 'NO VAULT MOVEMENTS FOR ' WS-TODAY
               GO TO 200-APPLY-MOVEMENTS-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MOVEFILE INTO MOVE-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF MOVE-RECORD NOT = SPACES
                           PERFORM 210-APPLY-ONE-MOVEMENT THRU
                                   210-APPLY-ONE-MOVEMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE MOVEFILE.
       200-APPLY-MOVEMENTS-EXIT.
           EXIT.

      *    EVERY INSTRUCTION BUT OPEN NEEDS A VAULT ALREADY ON FILE
      *    AND NOT YET PROVED TODAY. THE CASH LINES MOVE THE BOOK
      *    POSITION AS THEY ARE READ, SO A BUY OR A RETURN SHIPMENT
      *    CAN NEVER TAKE OUT MORE CASH THAN THE VAULT HOLDS ON BOOK.
       210-APPLY-ONE-MOVEMENT.
           MOVE SPACES TO WS-MV-F1 WS-MV-F2 WS-MV-F3 WS-MV-F4
                          WS-MV-F5 WS-MV-F6 WS-MV-REASON
                          WS-MV-TELLER WS-MV-AMOUNT-X WS-MV-REFERENCE.
           UNSTRING MOVE-RECORD DELIMITED BY '|'
               INTO WS-MV-F1 WS-MV-F2 WS-MV-F3 WS-MV-F4 WS-MV-F5
                    WS-MV-F6
           END-UNSTRING.
           IF WS-MV-F2 = SPACES
               MOVE 'BRANCH MISSING' TO WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           MOVE WS-MV-F2 TO WS-WORK-BRANCH.
           IF WS-MV-F1 = 'OPEN'
               PERFORM 220-OPEN-VAULT THRU 220-OPEN-VAULT-EXIT
               GO TO 210-APPLY-ONE-MOVEMENT-EXIT
           END-IF.
           IF WS-MV-F1 = 'LIMIT'
               PERFORM 225-CHANGE-LIMITS THRU 225-CHANGE-LIMITS-EXIT
               GO TO 210-APPLY-ONE-MOVEMENT-EXIT
           END-IF.
           EVALUATE WS-MV-F1
               WHEN 'BUY'
               WHEN 'SELL'
                   MOVE WS-MV-F3(1:5) TO WS-MV-TELLER
                   MOVE WS-MV-F4 TO WS-MV-AMOUNT-X
                   MOVE WS-MV-F5 TO WS-MV-REFERENCE
               WHEN 'ORDER'
               WHEN 'RECV'
               WHEN 'RETN'
               WHEN 'COUNT'
                   MOVE WS-MV-F3 TO WS-MV-AMOUNT-X
                   MOVE WS-MV-F4 TO WS-MV-REFERENCE
               WHEN OTHER
                   MOVE 'UNKNOWN INSTRUCTION' TO WS-MV-REASON
                   GO TO 210-REFUSE-MOVEMENT
           END-EVALUATE.
           IF WS-MV-AMOUNT-X = SPACES OR
              FUNCTION TEST-NUMVAL(WS-MV-AMOUNT-X) NOT = 0
               MOVE 'AMOUNT INVALID' TO WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           COMPUTE WS-MV-AMOUNT = FUNCTION NUMVAL(WS-MV-AMOUNT-X).
           IF WS-MV-AMOUNT = 0 AND WS-MV-F1 NOT = 'COUNT'
               MOVE 'AMOUNT INVALID' TO WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           PERFORM FIND-BRANCH-ROW THRU FIND-BRANCH-ROW-EXIT.
           IF WS-VD-IDX = 0
               MOVE 'NO VAULT FOR BRANCH' TO WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           IF WS-VD-PROVED-SW(WS-VD-IDX) = 'Y'
               MOVE 'VAULT ALREADY PROVED TODAY' TO WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           IF WS-MV-F1 = 'BUY' OR WS-MV-F1 = 'SELL'
               PERFORM 230-CHECK-TELLER THRU 230-CHECK-TELLER-EXIT
               IF WS-MV-REASON NOT = SPACES
                   GO TO 210-REFUSE-MOVEMENT
               END-IF
           END-IF.
           IF (WS-MV-F1 = 'BUY' OR WS-MV-F1 = 'RETN') AND
              WS-MV-AMOUNT > WS-VD-BOOK(WS-VD-IDX)
               MOVE 'MORE THAN THE VAULT HOLDS ON BOOK' TO
                    WS-MV-REASON
               GO TO 210-REFUSE-MOVEMENT
           END-IF.
           MOVE SPACES TO WS-JRNL-CODE.
           EVALUATE WS-MV-F1
               WHEN 'BUY'
                   SUBTRACT WS-MV-AMOUNT FROM WS-VD-BOOK(WS-VD-IDX)
                   ADD WS-MV-AMOUNT TO WS-VD-BOUGHT(WS-VD-IDX)
                   MOVE 'VCBUY' TO WS-JRNL-CODE
               WHEN 'SELL'
                   ADD WS-MV-AMOUNT TO WS-VD-BOOK(WS-VD-IDX)
                   ADD WS-MV-AMOUNT TO WS-VD-SOLD(WS-VD-IDX)
                   MOVE 'VCSEL' TO WS-JRNL-CODE
               WHEN 'ORDER'
                   ADD WS-MV-AMOUNT TO WS-VD-ORDERED(WS-VD-IDX)
               WHEN 'RECV'
                   ADD WS-MV-AMOUNT TO WS-VD-BOOK(WS-VD-IDX)
                   ADD WS-MV-AMOUNT TO WS-VD-RECEIVED(WS-VD-IDX)
                   MOVE 'VCRCV' TO WS-JRNL-CODE
               WHEN 'RETN'
                   SUBTRACT WS-MV-AMOUNT FROM WS-VD-BOOK(WS-VD-IDX)
                   ADD WS-MV-AMOUNT TO WS-VD-RETURNED(WS-VD-IDX)
                   MOVE 'VCRTN' TO WS-JRNL-CODE
               WHEN 'COUNT'
                   MOVE 'Y' TO WS-VD-COUNTED-SW(WS-VD-IDX)
                   MOVE WS-MV-AMOUNT TO WS-VD-COUNTED(WS-VD-IDX)
           END-EVALUATE.
           MOVE WS-MV-F1 TO WS-LG-TYPE.
           MOVE WS-MV-TELLER TO WS-LG-TELLER.
           MOVE WS-MV-AMOUNT TO WS-LG-AMOUNT.
           MOVE WS-MV-REFERENCE TO WS-LG-REFERENCE.
           MOVE WS-VD-BOOK(WS-VD-IDX) TO WS-LG-BOOK.
           PERFORM 600-WRITE-LEDGER-LINE THRU
                   600-WRITE-LEDGER-LINE-EXIT.
           IF WS-JRNL-CODE NOT = SPACES
               MOVE WS-WORK-BRANCH TO WS-JRNL-BRANCH
               MOVE WS-MV-AMOUNT TO WS-JRNL-AMOUNT
               PERFORM 610-WRITE-JOURNAL-PAIR THRU
                       610-WRITE-JOURNAL-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           GO TO 210-APPLY-ONE-MOVEMENT-EXIT.
       210-REFUSE-MOVEMENT.
           PERFORM 290-REFUSE-LINE THRU 290-REFUSE-LINE-EXIT.
       210-APPLY-ONE-MOVEMENT-EXIT.
           EXIT.

      *    A NEW VAULT COMES UNDER CONTROL WITH ITS LIMITS AND THE
      *    CASH COUNTED INTO IT - CASH ALREADY ON THE BRANCH'S BOOKS,
      *    SO NOTHING IS JOURNALED. ITS FIRST PROOF IS TODAY'S.
       220-OPEN-VAULT.
           IF FUNCTION TEST-NUMVAL(WS-MV-F3) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-MV-F4) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-MV-F5) NOT = 0
               MOVE 'LIMIT OR OPENING COUNT INVALID' TO WS-MV-REASON
               GO TO 220-REFUSE-OPEN
           END-IF.
           MOVE WS-WORK-BRANCH TO VL-BRANCH-CODE.
           READ VAULTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'VAULT ALREADY OPEN' TO WS-MV-REASON
           END-READ.
           IF WS-MV-REASON NOT = SPACES
               GO TO 220-REFUSE-OPEN
           END-IF.
           MOVE SPACES TO VAULT-RECORD.
           INITIALIZE VAULT-RECORD.
           MOVE WS-WORK-BRANCH TO VL-BRANCH-CODE.
           COMPUTE VL-POLICY-LIMIT = FUNCTION NUMVAL(WS-MV-F3).
           COMPUTE VL-INSURED-LIMIT = FUNCTION NUMVAL(WS-MV-F4).
           COMPUTE VL-OPEN-BALANCE = FUNCTION NUMVAL(WS-MV-F5).
           MOVE WS-TODAY TO VL-OPENED-DATE.
           WRITE VAULT-RECORD.
           IF VL-FILE-STATUS NOT = '00'
               MOVE 'VAULT FILE WRITE FAILED' TO WS-MV-REASON
               GO TO 220-REFUSE-OPEN
           END-IF.
           MOVE 'OPEN' TO WS-LG-TYPE.
           MOVE SPACES TO WS-LG-TELLER WS-LG-REFERENCE.
           MOVE VL-OPEN-BALANCE TO WS-LG-AMOUNT WS-LG-BOOK.
           PERFORM 600-WRITE-LEDGER-LINE THRU
                   600-WRITE-LEDGER-LINE-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           GO TO 220-OPEN-VAULT-EXIT.
       220-REFUSE-OPEN.
           PERFORM 290-REFUSE-LINE THRU 290-REFUSE-LINE-EXIT.
       220-OPEN-VAULT-EXIT.
           EXIT.

      *    A NEW POLICY OR INSURED LIMIT TAKES EFFECT AT TODAY'S
      *    PROOF. A BLANK OR ZERO FIELD LEAVES THAT LIMIT ALONE.
       225-CHANGE-LIMITS.
           IF (WS-MV-F3 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MV-F3) NOT = 0) OR
              (WS-MV-F4 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MV-F4) NOT = 0)
               MOVE 'LIMIT INVALID' TO WS-MV-REASON
               GO TO 225-REFUSE-LIMITS
           END-IF.
           MOVE 0 TO WS-MV-POLICY WS-MV-INSURED.
           IF WS-MV-F3 NOT = SPACES
               COMPUTE WS-MV-POLICY = FUNCTION NUMVAL(WS-MV-F3)
           END-IF.
           IF WS-MV-F4 NOT = SPACES
               COMPUTE WS-MV-INSURED = FUNCTION NUMVAL(WS-MV-F4)
           END-IF.
           MOVE WS-WORK-BRANCH TO VL-BRANCH-CODE.
           READ VAULTFILE
               INVALID KEY
                   MOVE 'NO VAULT FOR BRANCH' TO WS-MV-REASON
                   GO TO 225-REFUSE-LIMITS
           END-READ.
           IF WS-MV-POLICY > 0
               MOVE WS-MV-POLICY TO VL-POLICY-LIMIT
           END-IF.
           IF WS-MV-INSURED > 0
               MOVE WS-MV-INSURED TO VL-INSURED-LIMIT
           END-IF.
           REWRITE VAULT-RECORD.
           IF VL-FILE-STATUS NOT = '00'
               MOVE 'VAULT FILE REWRITE FAILED' TO WS-MV-REASON
               GO TO 225-REFUSE-LIMITS
           END-IF.
           DISPLAY 'VAULT LIMITS BR ' WS-WORK-BRANCH ' POLICY '
                   VL-POLICY-LIMIT ' INSURED ' VL-INSURED-LIMIT.
           ADD 1 TO WS-APPLIED-COUNT.
           GO TO 225-CHANGE-LIMITS-EXIT.
       225-REFUSE-LIMITS.
           PERFORM 290-REFUSE-LINE THRU 290-REFUSE-LINE-EXIT.
       225-CHANGE-LIMITS-EXIT.
           EXIT.

      *    SETS WS-MV-REASON WHEN THE TELLER MAY NOT DEAL WITH THIS
      *    VAULT.
       230-CHECK-TELLER.
           IF WS-MV-TELLER = SPACES
               MOVE 'TELLER MISSING' TO WS-MV-REASON
               GO TO 230-CHECK-TELLER-EXIT
           END-IF.
           IF NOT WS-OPER-OPEN
               GO TO 230-CHECK-TELLER-EXIT
           END-IF.
           MOVE WS-MV-TELLER TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   MOVE 'TELLER NOT ON OPERATOR MASTER' TO
                        WS-MV-REASON
                   GO TO 230-CHECK-TELLER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE
               MOVE 'TELLER NOT ACTIVE' TO WS-MV-REASON
               GO TO 230-CHECK-TELLER-EXIT
           END-IF.
           IF NOT OP-ROLE-TELLER AND NOT OP-ROLE-OFFICER
               MOVE 'OPERATOR MAY NOT HANDLE CASH' TO WS-MV-REASON
               GO TO 230-CHECK-TELLER-EXIT
           END-IF.
           IF OP-BRANCH-CODE NOT = WS-WORK-BRANCH
               MOVE 'TELLER NOT AT THIS BRANCH' TO WS-MV-REASON
           END-IF.
       230-CHECK-TELLER-EXIT.
           EXIT.

       290-REFUSE-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY 'VAULT MOVEMENT REFUSED - ' WS-MV-REASON ': '
                   MOVE-RECORD.
           MOVE SPACES TO PROOF-RECORD.
           STRING '  REFUSED: ' WS-MV-REASON ' : ' MOVE-RECORD
               DELIMITED BY SIZE INTO PROOF-RECORD.
           WRITE PROOF-RECORD.
       290-REFUSE-LINE-EXIT.
           EXIT.

      *    ONLY THE BUSINESS DATE'S LINES COUNT - AN EXTRACT LEFT OVER
      *    FROM AN EARLIER DAY IS NO EVIDENCE FOR TODAY'S PROOF, SO
      *    THE FILE ONLY COUNTS AS PRESENT WHEN IT CARRIES TODAY'S
      *    DATE OR IS EMPTY (TELLPROF RAN AND NO TELLER WENT TO THE
      *    VAULT).
       300-TAKE-DRAWER-FIGURES.
           OPEN INPUT TELLVAULTFILE.
           IF TV-FILE-STATUS NOT = '00'
               DISPLAY 'NO TELLER DRAWER FIGURES - PROVING ON THE '
                       'VAULT LEDGER'
               GO TO 300-TAKE-DRAWER-FIGURES-EXIT
           END-IF.
           SET WS-DRAWER-FIGURES TO TRUE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ TELLVAULTFILE INTO TELLVAULT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF TELLVAULT-RECORD NOT = SPACES
                           PERFORM 310-TAKE-ONE-DRAWER-LINE THRU
                                   310-TAKE-ONE-DRAWER-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE TELLVAULTFILE.
       300-TAKE-DRAWER-FIGURES-EXIT.
           EXIT.

      *    THE TELLER'S BRANCH COMES FROM THE OPERATOR MASTER. A
      *    FIGURE THAT CANNOT BE PLACED IS LISTED - IT STILL MOVED
      *    CASH SOMEWHERE, AND SOME VAULT WILL NOT PROVE WITHOUT IT.
       310-TAKE-ONE-DRAWER-LINE.
           MOVE SPACES TO WS-TV-F1 WS-TV-F2 WS-TV-F3 WS-TV-F4.
           UNSTRING TELLVAULT-RECORD DELIMITED BY '|'
               INTO WS-TV-F1 WS-TV-F2 WS-TV-F3 WS-TV-F4
           END-UNSTRING.
           IF WS-TV-F1 NOT = WS-TODAY
               SET WS-NO-DRAWER-FIGURES TO TRUE
               DISPLAY 'DRAWER FIGURES NOT FOR ' WS-TODAY
                       ' - PROVING ON THE VAULT LEDGER'
               MOVE 'Y' TO EOF-FLAG
               GO TO 310-TAKE-ONE-DRAWER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-DRAWER-LINES.
           COMPUTE WS-TV-BOUGHT = FUNCTION NUMVAL(WS-TV-F3).
           COMPUTE WS-TV-SOLD = FUNCTION NUMVAL(WS-TV-F4).
           MOVE SPACES TO WS-WORK-BRANCH.
           IF WS-OPER-OPEN
               MOVE WS-TV-F2 TO OP-OPERATOR-ID
               READ OPERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OP-BRANCH-CODE TO WS-WORK-BRANCH
               END-READ
           END-IF.
           MOVE 0 TO WS-VD-IDX.
           IF WS-WORK-BRANCH NOT = SPACES
               PERFORM FIND-BRANCH-ROW THRU FIND-BRANCH-ROW-EXIT
           END-IF.
           IF WS-VD-IDX = 0
               ADD 1 TO WS-DRAWER-UNPLACED
               MOVE SPACES TO PROOF-RECORD
               STRING '  TELLER ' WS-TV-F2 ' VAULT BOUGHT '
                   WS-TV-F3 ' SOLD ' WS-TV-F4
                   ' - NO BRANCH VAULT FOR THIS TELLER'
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           ELSE
               ADD WS-TV-BOUGHT TO WS-VD-DRW-BOUGHT(WS-VD-IDX)
               ADD WS-TV-SOLD TO WS-VD-DRW-SOLD(WS-VD-IDX)
           END-IF.
       310-TAKE-ONE-DRAWER-LINE-EXIT.
           EXIT.

      *    EVERY VAULT ON FILE IS PROVED, WHETHER OR NOT IT MOVED
      *    TODAY, SO A BRANCH THAT SENT NOTHING STILL SHOWS UP.
       400-PROVE-VAULTS.
           MOVE SPACES TO PROOF-RECORD.
           WRITE PROOF-RECORD.
           IF WS-NO-DRAWER-FIGURES
               MOVE SPACES TO PROOF-RECORD
               STRING 'TELLER MOVEMENTS TAKEN FROM THE VAULT LEDGER'
                   ' - NO DRAWER FIGURES FOR ' WS-TODAY
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.
           MOVE LOW-VALUES TO VL-BRANCH-CODE.
           START VAULTFILE KEY IS NOT LESS THAN VL-BRANCH-CODE
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ VAULTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 410-PROVE-ONE-VAULT THRU
                               410-PROVE-ONE-VAULT-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           MOVE SPACES TO PROOF-RECORD.
           WRITE PROOF-RECORD.
           STRING 'VAULTS PROVED ' WS-PROVED-COUNT
               ' | OUT OF BALANCE ' WS-OUT-OF-BALANCE
               ' | NOT COUNTED ' WS-UNCOUNTED-COUNT
               ' | OVER CASH LIMIT ' WS-OVER-LIMIT-COUNT
               ' | TRANSFERS DISAGREE ' WS-DISAGREE-COUNT
               DELIMITED BY SIZE INTO PROOF-RECORD.
           WRITE PROOF-RECORD.
       400-PROVE-VAULTS-EXIT.
           EXIT.

      *    OPENING + SHIPMENTS IN - SHIPMENTS OUT + TELLER SELLS -
      *    TELLER BUYS = EXPECTED CLOSE. THE TELLER FIGURES ARE THE
      *    DRAWERS' OWN; THE VAULT'S BUY AND SELL LINES MUST AGREE
      *    WITH THEM OR THE BRANCH IS FLAGGED. A COUNTED CLOSE BECOMES
      *    TOMORROW'S OPENING AND ANY DIFFERENCE IS JOURNALED AS OVER
      *    OR SHORT; WITHOUT A COUNT THE EXPECTED CLOSE CARRIES
      *    FORWARD AND THE VAULT IS REPORTED AS NOT COUNTED. EITHER
      *    WAY THE GL ONLY SAW THE VAULT'S OWN BUY AND SELL LINES, SO
      *    ANY GAP TO THE DRAWERS IS JOURNALED FIRST (430).
       410-PROVE-ONE-VAULT.
           IF VL-LAST-PROOF-DATE = WS-TODAY
               MOVE SPACES TO PROOF-RECORD
               STRING 'BRANCH ' VL-BRANCH-CODE
                   ' | ALREADY PROVED FOR ' WS-TODAY
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
               GO TO 410-PROVE-ONE-VAULT-EXIT
           END-IF.
           MOVE VL-BRANCH-CODE TO WS-WORK-BRANCH.
           PERFORM SEARCH-BRANCH-ROW THRU SEARCH-BRANCH-ROW-EXIT.
           IF WS-VD-IDX = 0
               IF WS-VD-COUNT < 100
                   ADD 1 TO WS-VD-COUNT
                   MOVE WS-VD-COUNT TO WS-VD-IDX
                   INITIALIZE WS-VD-ENTRY(WS-VD-IDX)
                   MOVE VL-BRANCH-CODE TO WS-VD-BRANCH(WS-VD-IDX)
                   MOVE VL-OPEN-BALANCE TO WS-VD-BOOK(WS-VD-IDX)
                   MOVE 'N' TO WS-VD-COUNTED-SW(WS-VD-IDX)
               ELSE
                   DISPLAY 'VAULT TABLE FULL - BRANCH NOT PROVED: '
                           VL-BRANCH-CODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 410-PROVE-ONE-VAULT-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-PROVED-COUNT.
           IF WS-DRAWER-FIGURES
               MOVE WS-VD-DRW-BOUGHT(WS-VD-IDX) TO WS-PF-BOUGHT
               MOVE WS-VD-DRW-SOLD(WS-VD-IDX) TO WS-PF-SOLD
           ELSE
               MOVE WS-VD-BOUGHT(WS-VD-IDX) TO WS-PF-BOUGHT
               MOVE WS-VD-SOLD(WS-VD-IDX) TO WS-PF-SOLD
           END-IF.
           COMPUTE WS-PF-TELLER-NET = WS-PF-SOLD - WS-PF-BOUGHT.
           COMPUTE WS-PF-SHIP-NET = WS-VD-RECEIVED(WS-VD-IDX)
                                  - WS-VD-RETURNED(WS-VD-IDX).
           COMPUTE WS-PF-EXPECTED = VL-OPEN-BALANCE + WS-PF-SHIP-NET
                                  + WS-PF-TELLER-NET.
           COMPUTE WS-PF-TELLER-ADJ = WS-PF-TELLER-NET
                   - WS-VD-SOLD(WS-VD-IDX) + WS-VD-BOUGHT(WS-VD-IDX).
           IF WS-PF-TELLER-ADJ NOT = 0
               PERFORM 430-ADJUST-TELLER-NET THRU
                       430-ADJUST-TELLER-NET-EXIT
           END-IF.
           IF WS-VD-COUNTED-SW(WS-VD-IDX) = 'Y'
               MOVE WS-VD-COUNTED(WS-VD-IDX) TO WS-PF-CLOSE
               COMPUTE WS-PF-DIFFERENCE = WS-PF-CLOSE - WS-PF-EXPECTED
               MOVE WS-PF-DIFFERENCE TO VL-LAST-DIFFERENCE
               MOVE WS-TODAY TO VL-LAST-COUNT-DATE
               EVALUATE TRUE
                   WHEN WS-PF-DIFFERENCE = 0
                       SET VL-PROOF-BALANCED TO TRUE
                       MOVE 'BALANCED' TO WS-PF-RESULT
                   WHEN WS-PF-DIFFERENCE > 0
                       SET VL-PROOF-OVER TO TRUE
                       MOVE 'OVER' TO WS-PF-RESULT
                       ADD 1 TO WS-OUT-OF-BALANCE
                       MOVE 'VCOVR' TO WS-JRNL-CODE
                       MOVE WS-PF-DIFFERENCE TO WS-JRNL-AMOUNT
                   WHEN OTHER
                       SET VL-PROOF-SHORT TO TRUE
                       MOVE 'SHORT' TO WS-PF-RESULT
                       ADD 1 TO WS-OUT-OF-BALANCE
                       MOVE 'VCSHT' TO WS-JRNL-CODE
                       COMPUTE WS-JRNL-AMOUNT = 0 - WS-PF-DIFFERENCE
               END-EVALUATE
           ELSE
               MOVE WS-PF-EXPECTED TO WS-PF-CLOSE
               MOVE 0 TO WS-PF-DIFFERENCE
               SET VL-PROOF-UNCOUNTED TO TRUE
               MOVE 'NOT COUNTED' TO WS-PF-RESULT
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF.
           PERFORM 420-WRITE-PROOF-LINES THRU
                   420-WRITE-PROOF-LINES-EXIT.
           IF WS-PF-DIFFERENCE NOT = 0
               MOVE VL-BRANCH-CODE TO WS-JRNL-BRANCH
               PERFORM 610-WRITE-JOURNAL-PAIR THRU
                       610-WRITE-JOURNAL-PAIR-EXIT
           END-IF.
           ADD WS-VD-ORDERED(WS-VD-IDX) TO VL-ORDERS-OUTSTANDING.
           IF WS-VD-RECEIVED(WS-VD-IDX) > VL-ORDERS-OUTSTANDING
               MOVE 0 TO VL-ORDERS-OUTSTANDING
           ELSE
               SUBTRACT WS-VD-RECEIVED(WS-VD-IDX) FROM
                        VL-ORDERS-OUTSTANDING
           END-IF.
           MOVE WS-PF-CLOSE TO VL-OPEN-BALANCE.
           MOVE WS-TODAY TO VL-LAST-PROOF-DATE.
           REWRITE VAULT-RECORD.
           IF VL-FILE-STATUS NOT = '00'
               DISPLAY 'VAULTFILE REWRITE FAILED: ' VL-FILE-STATUS
                       ' BRANCH ' VL-BRANCH-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'PROOF' TO WS-LG-TYPE.
           MOVE SPACES TO WS-LG-TELLER.
           MOVE WS-PF-RESULT TO WS-LG-REFERENCE.
           IF WS-PF-DIFFERENCE < 0
               COMPUTE WS-LG-AMOUNT = 0 - WS-PF-DIFFERENCE
           ELSE
               MOVE WS-PF-DIFFERENCE TO WS-LG-AMOUNT
           END-IF.
           MOVE WS-PF-CLOSE TO WS-LG-BOOK.
           MOVE VL-BRANCH-CODE TO WS-WORK-BRANCH.
           PERFORM 600-WRITE-LEDGER-LINE THRU
                   600-WRITE-LEDGER-LINE-EXIT.
       410-PROVE-ONE-VAULT-EXIT.
           EXIT.

      *    THE PROOF ITSELF, THEN ONE LINE FOR EACH EXCEPTION: CASH
      *    OVER THE POLICY OR INSURED LIMIT (ON THE CLOSING POSITION),
      *    VAULT TRANSFERS THAT DISAGREE WITH THE DRAWERS, AND CASH
      *    STILL ON ORDER.
       420-WRITE-PROOF-LINES.
           MOVE VL-OPEN-BALANCE TO WS-ED-AMT-1.
           MOVE WS-VD-RECEIVED(WS-VD-IDX) TO WS-ED-AMT-2.
           MOVE WS-VD-RETURNED(WS-VD-IDX) TO WS-ED-AMT-3.
           MOVE WS-PF-EXPECTED TO WS-ED-AMT-4.
           MOVE SPACES TO PROOF-RECORD.
           STRING 'BRANCH ' VL-BRANCH-CODE ' | OPENING ' WS-ED-AMT-1
               ' | SHIPMENTS IN ' WS-ED-AMT-2 ' OUT ' WS-ED-AMT-3
               ' | EXPECTED ' WS-ED-AMT-4
               DELIMITED BY SIZE INTO PROOF-RECORD.
           WRITE PROOF-RECORD.
           MOVE WS-PF-BOUGHT TO WS-ED-AMT-1.
           MOVE WS-PF-SOLD TO WS-ED-AMT-2.
           MOVE WS-PF-CLOSE TO WS-ED-AMT-3.
           MOVE WS-PF-DIFFERENCE TO WS-ED-AMT-4.
           MOVE SPACES TO PROOF-RECORD.
           IF VL-PROOF-UNCOUNTED
               STRING '           TELLERS BOUGHT ' WS-ED-AMT-1
                   ' SOLD ' WS-ED-AMT-2 ' | BOOK CLOSE ' WS-ED-AMT-3
                   ' | ' WS-PF-RESULT
                   DELIMITED BY SIZE INTO PROOF-RECORD
           ELSE
               STRING '           TELLERS BOUGHT ' WS-ED-AMT-1
                   ' SOLD ' WS-ED-AMT-2 ' | COUNTED ' WS-ED-AMT-3
                   ' | DIFFERENCE ' WS-ED-AMT-4 ' | ' WS-PF-RESULT
                   DELIMITED BY SIZE INTO PROOF-RECORD
           END-IF.
           WRITE PROOF-RECORD.
           IF VL-POLICY-LIMIT > 0
               MOVE VL-POLICY-LIMIT TO WS-PF-POLICY
           ELSE
               MOVE WS-DEFAULT-POLICY-LIMIT TO WS-PF-POLICY
           END-IF.
           IF WS-PF-POLICY > 0 AND WS-PF-CLOSE > WS-PF-POLICY
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE WS-PF-POLICY TO WS-ED-AMT-1
               MOVE SPACES TO PROOF-RECORD
               STRING '           ** OVER POLICY CASH LIMIT '
                   WS-ED-AMT-1
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.
           IF VL-INSURED-LIMIT > 0 AND WS-PF-CLOSE > VL-INSURED-LIMIT
               IF WS-PF-POLICY = 0 OR WS-PF-CLOSE NOT > WS-PF-POLICY
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
               MOVE VL-INSURED-LIMIT TO WS-ED-AMT-1
               MOVE SPACES TO PROOF-RECORD
               STRING '           ** OVER INSURED CASH LIMIT '
                   WS-ED-AMT-1
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.
           IF WS-DRAWER-FIGURES AND
              (WS-VD-BOUGHT(WS-VD-IDX) NOT = WS-PF-BOUGHT OR
               WS-VD-SOLD(WS-VD-IDX) NOT = WS-PF-SOLD)
               ADD 1 TO WS-DISAGREE-COUNT
               MOVE WS-VD-BOUGHT(WS-VD-IDX) TO WS-ED-AMT-1
               MOVE WS-VD-SOLD(WS-VD-IDX) TO WS-ED-AMT-2
               MOVE SPACES TO PROOF-RECORD
               STRING '           ** VAULT LEDGER BUYS ' WS-ED-AMT-1
                   ' SELLS ' WS-ED-AMT-2
                   ' DISAGREE WITH THE DRAWERS'
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.
           IF VL-ORDERS-OUTSTANDING + WS-VD-ORDERED(WS-VD-IDX)
              > WS-VD-RECEIVED(WS-VD-IDX)
               COMPUTE WS-ED-AMT-1 = VL-ORDERS-OUTSTANDING
                   + WS-VD-ORDERED(WS-VD-IDX)
                   - WS-VD-RECEIVED(WS-VD-IDX)
               MOVE SPACES TO PROOF-RECORD
               STRING '           CASH ON ORDER ' WS-ED-AMT-1
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.
       420-WRITE-PROOF-LINES-EXIT.
           EXIT.

      *    THE DRAWERS SAY THE TELLERS' NET TRANSFER WITH THE VAULT
      *    WAS NOT WHAT THE VAULT'S BUY AND SELL LINES JOURNALED. THE
      *    DRAWERS ARE WHAT THE PROOF TRUSTS, SO THE DIFFERENCE IS
      *    JOURNALED AS ONE MORE SELL (MORE CAME INTO THE VAULT) OR
      *    BUY (MORE WENT OUT) AND LEDGERED UNDER NO TELLER. AFTER
      *    IT THE GL VAULT CASH STANDS AT THE EXPECTED CLOSE, AND THE
      *    OVER OR SHORT AGAINST THE COUNT BRINGS IT TO THE COUNT.
       430-ADJUST-TELLER-NET.
           IF WS-PF-TELLER-ADJ > 0
               MOVE 'SELL' TO WS-LG-TYPE
               MOVE 'VCSEL' TO WS-JRNL-CODE
               MOVE WS-PF-TELLER-ADJ TO WS-JRNL-AMOUNT
           ELSE
               MOVE 'BUY' TO WS-LG-TYPE
               MOVE 'VCBUY' TO WS-JRNL-CODE
               COMPUTE WS-JRNL-AMOUNT = 0 - WS-PF-TELLER-ADJ
           END-IF.
           ADD WS-PF-TELLER-ADJ TO WS-VD-BOOK(WS-VD-IDX).
           MOVE SPACES TO WS-LG-TELLER.
           MOVE WS-JRNL-AMOUNT TO WS-LG-AMOUNT.
           MOVE 'DRAWER ADJUST' TO WS-LG-REFERENCE.
           MOVE WS-VD-BOOK(WS-VD-IDX) TO WS-LG-BOOK.
           MOVE VL-BRANCH-CODE TO WS-WORK-BRANCH.
           PERFORM 600-WRITE-LEDGER-LINE THRU
                   600-WRITE-LEDGER-LINE-EXIT.
           MOVE VL-BRANCH-CODE TO WS-JRNL-BRANCH.
           PERFORM 610-WRITE-JOURNAL-PAIR THRU
                   610-WRITE-JOURNAL-PAIR-EXIT.
       430-ADJUST-TELLER-NET-EXIT.
           EXIT.

      *    LEAVES WS-VD-IDX ON THE ROW FOR WS-WORK-BRANCH, OR ZERO.
       SEARCH-BRANCH-ROW.
           MOVE 0 TO WS-VD-FOUND.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT
               IF WS-VD-BRANCH(WS-VD-IDX) = WS-WORK-BRANCH
                   MOVE WS-VD-IDX TO WS-VD-FOUND
                   MOVE WS-VD-COUNT TO WS-VD-IDX
               END-IF
           END-PERFORM.
           MOVE WS-VD-FOUND TO WS-VD-IDX.
       SEARCH-BRANCH-ROW-EXIT.
           EXIT.

      *    AS SEARCH-BRANCH-ROW, CLAIMING A FRESH ROW ON FIRST SIGHT -
      *    BUT ONLY FOR A BRANCH WITH A VAULT ON FILE, WHOSE OPENING
      *    CASH STARTS THE BOOK POSITION. ZERO MEANS NO VAULT (OR A
      *    FULL TABLE).
       FIND-BRANCH-ROW.
           PERFORM SEARCH-BRANCH-ROW THRU SEARCH-BRANCH-ROW-EXIT.
           IF WS-VD-IDX > 0
               GO TO FIND-BRANCH-ROW-EXIT
           END-IF.
           MOVE WS-WORK-BRANCH TO VL-BRANCH-CODE.
           READ VAULTFILE
               INVALID KEY
                   GO TO FIND-BRANCH-ROW-EXIT
           END-READ.
           IF WS-VD-COUNT = 100
               DISPLAY 'VAULT TABLE FULL - BRANCH ' WS-WORK-BRANCH
               GO TO FIND-BRANCH-ROW-EXIT
           END-IF.
           ADD 1 TO WS-VD-COUNT.
           MOVE WS-VD-COUNT TO WS-VD-IDX.
           INITIALIZE WS-VD-ENTRY(WS-VD-IDX).
           MOVE WS-WORK-BRANCH TO WS-VD-BRANCH(WS-VD-IDX).
           MOVE VL-OPEN-BALANCE TO WS-VD-BOOK(WS-VD-IDX).
           MOVE 'N' TO WS-VD-COUNTED-SW(WS-VD-IDX).
           IF VL-LAST-PROOF-DATE = WS-TODAY
               MOVE 'Y' TO WS-VD-PROVED-SW(WS-VD-IDX)
           ELSE
               MOVE 'N' TO WS-VD-PROVED-SW(WS-VD-IDX)
           END-IF.
       FIND-BRANCH-ROW-EXIT.
           EXIT.

      *    THE LEDGER IS OPENED ON FIRST USE AND CREATED IF ABSENT.
       600-WRITE-LEDGER-LINE.
           IF NOT WS-LEDGER-OPEN
               OPEN EXTEND LEDGERFILE
               IF LG-FILE-STATUS = '35'
                   OPEN OUTPUT LEDGERFILE
               END-IF
               IF LG-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening VAULTLEDGER: ' LG-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 600-WRITE-LEDGER-LINE-EXIT
               END-IF
               SET WS-LEDGER-OPEN TO TRUE
           END-IF.
           MOVE WS-LG-AMOUNT TO WS-ED-LEDGER-AMT.
           MOVE WS-LG-BOOK TO WS-ED-LEDGER-BOOK.
           MOVE SPACES TO LEDGER-RECORD.
           STRING WS-TODAY '|' WS-WORK-BRANCH '|' WS-LG-TYPE '|'
               WS-LG-TELLER '|' WS-ED-LEDGER-AMT '|' WS-LG-REFERENCE
               '|' WS-ED-LEDGER-BOOK
               DELIMITED BY SIZE INTO LEDGER-RECORD.
           WRITE LEDGER-RECORD.
       600-WRITE-LEDGER-LINE-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES. THE JOURNAL IS OPENED ON FIRST
      *    USE, SO A DAY WITH NO CASH MOVEMENT LEAVES IT UNTOUCHED.
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
