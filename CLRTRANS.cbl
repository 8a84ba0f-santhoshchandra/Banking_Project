               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    'CHQ' ITEMS ARE OUR OWN OFFICIAL CHEQUES COMING BACK FOR
      *    PAYMENT. EACH IS MATCHED BY SERIAL (CI-REFERENCE) AND
      *    AMOUNT AGAINST THE REGISTER AND RETIRED THERE - NO
      *    CUSTOMER ACCOUNT MOVES, THE PURCHASER WAS DEBITED AT
      *    ISSUE. ANYTHING THAT DOES NOT MATCH AN OUTSTANDING CHEQUE
      *    IS A POSITIVE-PAY EXCEPTION AND REJECTS FOR RETURN.
           SELECT OFCHQFILE ASSIGN TO WS-OFCHQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-SERIAL-NUMBER
                FILE STATUS IS OC-FILE-STATUS.

      *    A PAID CHEQUE JOURNALS OUT OF THE OFFICIAL-CHEQUES-
      *    OUTSTANDING GL INTO CLEARING SETTLEMENT UNDER THE 'OCQPD'
      *    MAPPING LINE. BRANCH-SCOPED LINES WIN OVER UNSCOPED ONES,
      *    THE SAME RULE POSTING APPLIES.
           SELECT GLMAPFILE ASSIGN TO WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.

      *    ONE CONTROL-TOTALS LINE PER TRANSLATED FILE, APPENDED FOR
      *    THE SETTLEMENT RECONCILIATION (CLRRECON) TO PROVE THE
      *    NETWORK'S TRAILER THROUGH POSTING TO THE GL.
           SELECT CLRCTLFILE ASSIGN TO WS-CLRCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.

      *    DIRECT-DEBIT MANDATES, MAINTAINED BY MANDMNT: ONE LINE PER
      *    ORIGINATOR AN ACCOUNT HAS AUTHORISED TO DEBIT IT -
      *    ACCOUNT|ORIGINATOR|MAX-AMOUNT|EXPIRY|REFERENCE. A WDL ITEM
      *    WITHOUT A LIVE MANDATE IS NOT POSTED; IT GOES BACK TO THE
      *    NETWORK ON THE RETURNED-ITEMS FILE AS UNAUTHORISED.
           SELECT MANDATEFILE ASSIGN TO WS-MANDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.

      *    RETURNED-ITEMS FILE TO THE NETWORK, IN ITS OWN 80-BYTE
      *    FORMAT: '01' HEADER, 'RTN' ITEMS, '99' TRAILER.
           SELECT DDRETURNFILE ASSIGN TO WS-DDRETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.

           SELECT NOTIFYQFILE ASSIGN TO WS-NOTIFYQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARINGFILE.
               88  CI-TYPE-WITHDRAWAL VALUE 'WDL'.
               88  CI-TYPE-TRANSFER   VALUE 'TRF'.
               88  CI-TYPE-REVERSAL   VALUE 'REV'.
               88  CI-TYPE-OFFICIAL-CHEQUE VALUE 'CHQ'.
               88  CI-TYPE-RETURN     VALUE 'RTN'.
           05  CI-ACCOUNT         PIC X(10).
           05  CI-COUNTER-ACCOUNT PIC X(10).
           05  CI-AMOUNT          PIC X(11).
           05  CT-ITEM-COUNT      PIC X(6).
           05  CT-ITEM-COUNT-9 REDEFINES CT-ITEM-COUNT PIC 9(6).
           05  CT-AMOUNT-TOTAL    PIC X(15).
           05  CT-AMOUNT-TOTAL-9 REDEFINES CT-AMOUNT-TOTAL
                                  PIC 9(13)V99.
           05  FILLER             PIC X(57).

       FD  BATCHFILE.
       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  OFCHQFILE.
       COPY OFCHQREC.

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  GLJOURNALFILE.
       01  GLJOURNAL-RECORD PIC X(132).

       FD  CLRCTLFILE.
       COPY CLRCTLREC.

       FD  MANDATEFILE.
       01  MANDATE-RECORD PIC X(80).

       FD  DDRETURNFILE.
       01  DDRETURN-RECORD PIC X(80).

       FD  NOTIFYQFILE.
       01  NOTIFYQ-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CLEARING-FILE-NAME PIC X(100) VALUE 'CLEARING.DAT'.
       01  WS-BATCH-FILE-NAME  PIC X(100) VALUE 'CLRBATCH.DAT'.
       01  WS-MAPPED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-NETWORK-COUNT   PIC 9(6) VALUE 0.

      *    SETTLEMENT CONTROL TOTALS FOR CLRCTL.DAT. THE NETWORK'S
      *    OWN TOTAL IS TAKEN ONLY FROM A NUMERIC '99' TRAILER; EVERY
      *    '05' ITEM'S AMOUNT THEN LANDS IN EXACTLY ONE OF MAPPED,
      *    REJECTED OR CHEQUE-PAID. REJECTS OF NON-ITEM RECORDS (BAD
      *    TYPES, LATE HEADERS) STAY OUT OF THE ITEM BUCKETS.
       01  WS-NETWORK-TRL-SW  PIC X(1) VALUE 'N'.
       01  WS-NETWORK-TOTAL   PIC 9(13)V99 VALUE 0.
       01  WS-ITEM-AMOUNT     PIC 9(13)V99 VALUE 0.
       01  WS-MAPPED-AMOUNT   PIC 9(13)V99 VALUE 0.
       01  WS-REJ-ITEM-COUNT  PIC 9(6) VALUE 0.
       01  WS-REJ-ITEM-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-CHQ-PAID-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-CLRCTL-FILE-NAME PIC X(100) VALUE 'CLRCTL.DAT'.
       01  CC-FILE-STATUS     PIC XX.
       01  WS-REJECT-REASON   PIC X(30).
       01  WS-EFFECTIVE-IND   PIC X(1).

      *    A RETURNED EXTERNAL TRANSFER'S REASON, AS IT WILL READ ON
      *    THE STATEMENT BEHIND 'RETURNED '.
       01  WS-RTN-REASON      PIC X(21).
       01  WS-RTN-REASON-LEN  PIC 9(2).
       01  WS-RETURN-COUNT    PIC 9(5) VALUE 0.

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC, COMPUTED
      *    THE SAME WAY 085-ACCUMULATE-BATCH-TOTALS WILL RECOMPUTE
      *    THEM: DETAIL BY ITS EFFECTIVE C/D, REV BY ITS OWN
       01  WS-TRL-HASH-TOTAL   PIC 9(10) VALUE 0.
       01  WS-HASH-ACCOUNT     PIC X(10).

      *    OFFICIAL-CHEQUE PRESENTMENT. NO REGISTER MEANS NO CHEQUE
      *    CAN MATCH, SO EVERY 'CHQ' ITEM REJECTS.
       01  WS-OFCHQ-FILE-NAME PIC X(100) VALUE
               'officialchq_index.txt'.
       01  OC-FILE-STATUS     PIC XX.
       01  WS-OFCHQ-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-OFCHQ-OPEN      VALUE 'Y'.
       01  WS-CHQ-PAID-COUNT  PIC 9(5) VALUE 0.

       01  WS-GLMAP-FILE-NAME PIC X(100) VALUE 'GLMAP.DAT'.
       01  WS-GLJRNL-FILE-NAME PIC X(100) VALUE 'GLJOURNAL.DAT'.
       01  GM-FILE-STATUS     PIC XX.
       01  GJ-FILE-STATUS     PIC XX.
       01  WS-GLJRNL-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-GLJRNL-OPEN     VALUE 'Y'.
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

      *    MANDATES IN FORCE. NO MANDATE FILE AT ALL MEANS MANDATES
      *    ARE NOT YET IN USE AND WDL ITEMS POST UNCHECKED, AS
      *    BEFORE; A PRESENT BUT EMPTY FILE RETURNS EVERY DEBIT. A
      *    ZERO MAXIMUM IS NO LIMIT, A ZERO EXPIRY OPEN-ENDED. MORE
      *    MANDATES THAN THE TABLE HOLDS REFUSES THE RUN - A DROPPED
      *    MANDATE WOULD RETURN GOOD DEBITS AS UNAUTHORISED.
       01  WS-MANDATE-FILE-NAME PIC X(100) VALUE 'MANDATES.DAT'.
       01  MD-FILE-STATUS     PIC XX.
       01  WS-MANDATE-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-MANDATES-IN-USE VALUE 'Y'.
       01  WS-MND-TABLE.
           05  WS-MND-ENTRY OCCURS 5000 TIMES.
               10  WS-MND-ACCT      PIC X(10).
               10  WS-MND-ORIG      PIC X(10).
               10  WS-MND-MAX       PIC 9(9)V99.
               10  WS-MND-EXPIRY    PIC 9(8).
       01  WS-MND-COUNT       PIC 9(4) VALUE 0.
       01  WS-MND-LIMIT       PIC 9(4) VALUE 5000.
       01  WS-MND-IDX         PIC 9(4).
       01  WS-MND-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88  WS-MND-OVERFLOW    VALUE 'Y'.
       01  WS-MND-F1          PIC X(10).
       01  WS-MND-F2          PIC X(10).
       01  WS-MND-F3          PIC X(12).
       01  WS-MND-F4          PIC X(10).
       01  WS-MND-SETTLE-DATE PIC 9(8).
       01  WS-MND-RESULT-SW   PIC X(1).
           88  WS-MND-NONE        VALUE 'N'.
           88  WS-MND-EXPIRED     VALUE 'E'.
           88  WS-MND-OVER-LIMIT  VALUE 'L'.
           88  WS-MND-VALID       VALUE 'Y'.

      *    THE RETURNED ITEM TURNS THE DEBIT ROUND: THE ORIGINATOR IN
      *    THE ACCOUNT FIELD, OUR CUSTOMER AS COUNTERPARTY, THE
      *    ORIGINAL REFERENCE AS TRACE AND THE NETWORK'S RETURN
      *    REASON AS NARRATIVE - THE SAME SHAPE 'RTN' ITEMS ARRIVE IN.
       01  WS-DDRETURN-FILE-NAME PIC X(100) VALUE 'CLRRETURN.DAT'.
       01  DR-FILE-STATUS     PIC XX.
       01  WS-DDRETURN-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-DDRETURN-OPEN   VALUE 'Y'.
       01  WS-DDRTN-RECORD.
           05  WS-DDRTN-REC-TYPE  PIC X(2).
           05  WS-DDRTN-BODY      PIC X(78).
       01  WS-DDRTN-HEADER REDEFINES WS-DDRTN-RECORD.
           05  FILLER             PIC X(2).
           05  WS-DDRTN-FILE-DATE PIC X(8).
           05  FILLER             PIC X(70).
       01  WS-DDRTN-ITEM REDEFINES WS-DDRTN-RECORD.
           05  FILLER             PIC X(2).
           05  WS-DDRTN-ITEM-TYPE PIC X(3).
           05  WS-DDRTN-ACCOUNT   PIC X(10).
           05  WS-DDRTN-COUNTER   PIC X(10).
           05  WS-DDRTN-AMOUNT    PIC 9(9)V99.
           05  WS-DDRTN-DR-CR     PIC X(1).
           05  WS-DDRTN-REFERENCE PIC X(10).
           05  WS-DDRTN-CURRENCY  PIC X(3).
           05  WS-DDRTN-NARRATIVE PIC X(30).
       01  WS-DDRTN-TRAILER REDEFINES WS-DDRTN-RECORD.
           05  FILLER             PIC X(2).
           05  WS-DDRTN-COUNT     PIC 9(6).
           05  WS-DDRTN-TOTAL     PIC 9(13)V99.
           05  FILLER             PIC X(57).
       01  WS-UNAUTH-COUNT    PIC 9(6) VALUE 0.
       01  WS-UNAUTH-AMOUNT   PIC 9(13)V99 VALUE 0.
       01  WS-UNAUTH-EDIT     PIC Z(8)9.99.

      *    NOTIFICATION-QUEUE WORK FIELDS FOR QUEUE-NOTIFY-EVENT.
       01  WS-NOTIFYQ-FILE-NAME PIC X(100) VALUE 'NOTIFYQ.DAT'.
       01  NQ-FILE-STATUS     PIC XX.
       01  WS-NFY-EVENT       PIC X(8).
       01  WS-NFY-ACCOUNT     PIC X(10).
       01  WS-NFY-DETAIL      PIC X(40).

       PROCEDURE DIVISION.

       100-INITILIZE.
               DISPLAY 'Error opening CLEARING FILE: ' CL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 040-LOAD-MANDATES THRU
                       040-LOAD-MANDATES-EXIT
               IF WS-MND-OVERFLOW
                   DISPLAY 'REFUSED: MORE THAN ' WS-MND-LIMIT
                           ' DIRECT-DEBIT MANDATES'
                   CLOSE CLEARINGFILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT BATCHFILE
               OPEN OUTPUT CLREJECTFILE
               OPEN I-O OFCHQFILE
               IF OC-FILE-STATUS = '00'
                   SET WS-OFCHQ-OPEN TO TRUE
               END-IF
               PERFORM 030-LOAD-GLMAP THRU 030-LOAD-GLMAP-EXIT
               PERFORM 200-TRANSLATE-FILE THRU
                       200-TRANSLATE-FILE-EXIT UNTIL EOF-FLAG = 'Y'
      *        A FILE WITH NO HEADER RECORD STILL GETS A BATCH
               CLOSE BATCHFILE
               CLOSE CLREJECTFILE
               CLOSE CLEARINGFILE
               IF WS-OFCHQ-OPEN
                   CLOSE OFCHQFILE
               END-IF
               IF WS-GLJRNL-OPEN
                   CLOSE GLJOURNALFILE
               END-IF
               IF WS-DDRETURN-OPEN
                   PERFORM 395-CLOSE-RETURN-FILE THRU
                           395-CLOSE-RETURN-FILE-EXIT
               END-IF
               IF WS-NETWORK-COUNT NOT = 0 AND
                  WS-NETWORK-COUNT NOT = WS-ITEM-COUNT
                   DISPLAY 'WARNING - NETWORK TRAILER COUNT '
               END-IF
               PERFORM 400-APPEND-TO-BATCHLIST THRU
                       400-APPEND-TO-BATCHLIST-EXIT
               PERFORM 410-APPEND-CONTROL-TOTALS THRU
                       410-APPEND-CONTROL-TOTALS-EXIT
               DISPLAY 'ITEMS READ     : ' WS-ITEM-COUNT
               DISPLAY 'ITEMS MAPPED   : ' WS-MAPPED-COUNT
               DISPLAY 'ITEMS REJECTED : ' WS-REJECTED-COUNT
               DISPLAY 'CHEQUES PAID   : ' WS-CHQ-PAID-COUNT
               DISPLAY 'RETURNS MAPPED : ' WS-RETURN-COUNT
               DISPLAY 'DEBITS RETURNED: ' WS-UNAUTH-COUNT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OFCHQ-FILE-NAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRCTL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLRCTL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'MANDATES_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MANDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRRETURN_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DDRETURN-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NOTIFYQ-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.

       GET-PROCESSING-DATE-EXIT.
           EXIT.

      *    ONLY THE 'OCQPD' LINES MATTER HERE. WITHOUT ONE THE PAID
      *    CHEQUES JOURNAL TO SUSPENSE - SAME RULE POSTING APPLIES
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
                               IF WS-GLM-F1 = 'OCQPD'
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

       040-LOAD-MANDATES.
           MOVE 0 TO WS-MND-COUNT.
           OPEN INPUT MANDATEFILE.
           IF MD-FILE-STATUS = '00'
               SET WS-MANDATES-IN-USE TO TRUE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MANDATEFILE INTO MANDATE-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 045-LOAD-ONE-MANDATE THRU
                                   045-LOAD-ONE-MANDATE-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE MANDATEFILE
           END-IF.
       040-LOAD-MANDATES-EXIT.
           EXIT.

       045-LOAD-ONE-MANDATE.
           IF MANDATE-RECORD = SPACES
               GO TO 045-LOAD-ONE-MANDATE-EXIT
           END-IF.
           IF WS-MND-COUNT NOT < WS-MND-LIMIT
               SET WS-MND-OVERFLOW TO TRUE
               GO TO 045-LOAD-ONE-MANDATE-EXIT
           END-IF.
           MOVE SPACES TO WS-MND-F1 WS-MND-F2 WS-MND-F3 WS-MND-F4.
           UNSTRING MANDATE-RECORD DELIMITED BY '|'
               INTO WS-MND-F1 WS-MND-F2 WS-MND-F3 WS-MND-F4
           END-UNSTRING.
           ADD 1 TO WS-MND-COUNT.
           MOVE WS-MND-F1 TO WS-MND-ACCT(WS-MND-COUNT).
           MOVE WS-MND-F2 TO WS-MND-ORIG(WS-MND-COUNT).
           IF WS-MND-F3 = SPACES
               MOVE 0 TO WS-MND-MAX(WS-MND-COUNT)
           ELSE
               COMPUTE WS-MND-MAX(WS-MND-COUNT) =
                       FUNCTION NUMVAL(WS-MND-F3)
           END-IF.
           IF WS-MND-F4(1:8) NUMERIC
               MOVE WS-MND-F4(1:8) TO WS-MND-EXPIRY(WS-MND-COUNT)
           ELSE
               MOVE 0 TO WS-MND-EXPIRY(WS-MND-COUNT)
           END-IF.
       045-LOAD-ONE-MANDATE-EXIT.
           EXIT.

       200-TRANSLATE-FILE.
           READ CLEARINGFILE
               AT END MOVE 'Y' TO EOF-FLAG
                                   210-TAKE-FILE-HEADER-EXIT
                       WHEN CL-REC-ITEM
                           ADD 1 TO WS-ITEM-COUNT
                           IF CI-AMOUNT NUMERIC
                               ADD CI-AMOUNT-9 TO WS-ITEM-AMOUNT
                           END-IF
                           PERFORM 300-MAP-ONE-ITEM THRU
                                   300-MAP-ONE-ITEM-EXIT
                       WHEN CL-REC-TRAILER
                               MOVE CT-ITEM-COUNT-9 TO
                                    WS-NETWORK-COUNT
                           END-IF
                           IF CT-ITEM-COUNT NUMERIC AND
                              CT-AMOUNT-TOTAL NUMERIC
                               MOVE 'Y' TO WS-NETWORK-TRL-SW
                               MOVE CT-AMOUNT-TOTAL-9 TO
                                    WS-NETWORK-TOTAL
                           END-IF
                       WHEN CLEARING-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                   MOVE 'REVERSAL WITHOUT REFERENCE' TO
                        WS-REJECT-REASON
                   PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
               WHEN CI-TYPE-RETURN AND CI-REFERENCE = SPACES
                   MOVE 'RETURN WITHOUT TRACE REFERENCE' TO
                        WS-REJECT-REASON
                   PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
               WHEN CI-TYPE-DEPOSIT
                   MOVE 'C' TO WS-EFFECTIVE-IND
                   PERFORM 310-EMIT-DETAIL THRU 310-EMIT-DETAIL-EXIT
               WHEN CI-TYPE-WITHDRAWAL
                   PERFORM 380-CHECK-MANDATE THRU
                           380-CHECK-MANDATE-EXIT
                   IF WS-MND-VALID
                       MOVE 'D' TO WS-EFFECTIVE-IND
                       PERFORM 310-EMIT-DETAIL THRU
                               310-EMIT-DETAIL-EXIT
                   ELSE
                       PERFORM 385-RETURN-UNAUTHORISED THRU
                               385-RETURN-UNAUTHORISED-EXIT
                   END-IF
               WHEN CI-TYPE-TRANSFER
                   PERFORM 320-EMIT-TRANSFER THRU
                           320-EMIT-TRANSFER-EXIT
               WHEN CI-TYPE-REVERSAL
                   PERFORM 330-EMIT-REVERSAL THRU
                           330-EMIT-REVERSAL-EXIT
               WHEN CI-TYPE-OFFICIAL-CHEQUE
                   PERFORM 360-RETIRE-OFFICIAL-CHEQUE THRU
                           360-RETIRE-OFFICIAL-CHEQUE-EXIT
               WHEN CI-TYPE-RETURN
                   PERFORM 315-EMIT-RETURN THRU 315-EMIT-RETURN-EXIT
               WHEN OTHER
                   MOVE 'UNMAPPABLE ITEM TYPE' TO WS-REJECT-REASON
                   PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
       310-EMIT-DETAIL.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD CI-AMOUNT-9 TO WS-MAPPED-AMOUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE CI-ACCOUNT TO TF-ACCOUNT-NUMBER.
           MOVE CI-NARRATIVE TO TF-TRANSACTION-NAME.
       310-EMIT-DETAIL-EXIT.
           EXIT.

      *    'RTN' ITEMS ARE OUR OWN EXTERNAL TRANSFERS THE RECEIVING
      *    BANK SENT BACK: CI-ACCOUNT IS THE ORIGINATING CUSTOMER,
      *    CI-REFERENCE THE TRACE WE SENT THE ITEM UNDER (SEE
      *    ORIGSENT.DAT) AND CI-NARRATIVE THE NETWORK'S RETURN
      *    REASON. THE MONEY GOES BACK TO THE CUSTOMER AS AN XRT01
      *    CREDIT WHOSE NARRATIVE - AND SO THE STATEMENT LINE - SAYS
      *    WHY. POSTING'S JUNK-CHARACTER SCAN TOLERATES ONE EMBEDDED
      *    BLANK IN A NARRATIVE, SO THE REASON'S OWN BLANKS BECOME
      *    HYPHENS: 'RETURNED ACCOUNT-CLOSED'.
       315-EMIT-RETURN.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD CI-AMOUNT-9 TO WS-MAPPED-AMOUNT.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE SPACES TO WS-RTN-REASON.
           IF CI-NARRATIVE = SPACES
               MOVE 'NO-REASON-GIVEN' TO WS-RTN-REASON
           ELSE
               MOVE FUNCTION TRIM(CI-NARRATIVE) TO WS-RTN-REASON
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RTN-REASON))
                    TO WS-RTN-REASON-LEN
               INSPECT WS-RTN-REASON(1:WS-RTN-REASON-LEN)
                   REPLACING ALL SPACE BY '-'
           END-IF.
           MOVE SPACES TO TRANS-RECORD.
           MOVE CI-ACCOUNT TO TF-ACCOUNT-NUMBER.
           STRING 'RETURNED ' WS-RTN-REASON
               DELIMITED BY SIZE INTO TF-TRANSACTION-NAME.
           MOVE 'XRT01' TO TF-TRANSACTION-CODE.
           MOVE CI-AMOUNT-9 TO TF-TRANSACTION-AMOUNT.
           MOVE 'C' TO TF-CREDIT-DEBIT-IND.
           MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER.
           MOVE CI-CURRENCY TO TF-CURRENCY-CODE.
           ADD CI-AMOUNT-9 TO WS-TRL-CREDIT-TOTAL.
           MOVE CI-ACCOUNT TO WS-HASH-ACCOUNT.
           PERFORM 340-HASH-ACCOUNT THRU 340-HASH-ACCOUNT-EXIT.
           WRITE TRANS-RECORD.
       315-EMIT-RETURN-EXIT.
           EXIT.

      *    A TRF COUNTS ITS AMOUNT ON BOTH SIDES AND HASHES ITS
      *    FROM-ACCOUNT, EXACTLY AS THE TRANSREC RULE SAYS.
       320-EMIT-TRANSFER.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD CI-AMOUNT-9 TO WS-MAPPED-AMOUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'TRF' TO TX-RECORD-TYPE.
           MOVE CI-ACCOUNT TO TX-FROM-ACCOUNT.
       330-EMIT-REVERSAL.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD CI-AMOUNT-9 TO WS-MAPPED-AMOUNT.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'REV' TO TR-RECORD-TYPE.
           MOVE CI-ACCOUNT TO TR-ACCOUNT-NUMBER.

       350-REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT.
           IF CL-REC-ITEM
               ADD 1 TO WS-REJ-ITEM-COUNT
               IF CI-AMOUNT NUMERIC
                   ADD CI-AMOUNT-9 TO WS-REJ-ITEM-AMOUNT
               END-IF
           END-IF.
           MOVE SPACES TO CLREJECT-RECORD.
           STRING WS-REJECT-REASON ' | ' CLEARING-RECORD
               DELIMITED BY SIZE INTO CLREJECT-RECORD.
       350-REJECT-ITEM-EXIT.
           EXIT.

      *    POSITIVE PAY: THE PRESENTED SERIAL MUST BE IN THE REGISTER,
      *    STILL OUTSTANDING, FOR EXACTLY THE ISSUED AMOUNT. A MATCH
      *    IS MARKED PAID UNDER THE PRESENTING REFERENCE (CARRIED IN
      *    THE COUNTERPARTY FIELD) AND JOURNALED; A SECOND
      *    PRESENTMENT OF THE SAME CHEQUE FINDS IT PAID AND REJECTS.
       360-RETIRE-OFFICIAL-CHEQUE.
           IF NOT WS-OFCHQ-OPEN
               MOVE 'NO OFFICIAL CHEQUE REGISTER' TO WS-REJECT-REASON
               PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
               GO TO 360-RETIRE-OFFICIAL-CHEQUE-EXIT
           END-IF.
           MOVE CI-REFERENCE TO OC-SERIAL-NUMBER.
           READ OFCHQFILE
               INVALID KEY
                   MOVE 'OFFICIAL CHEQUE NOT ISSUED' TO
                        WS-REJECT-REASON
                   PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
                   GO TO 360-RETIRE-OFFICIAL-CHEQUE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN OC-STATUS-PAID
                   MOVE 'OFFICIAL CHEQUE ALREADY PAID' TO
                        WS-REJECT-REASON
               WHEN OC-STATUS-UNCLAIMED OR OC-STATUS-ESCHEATED
                   MOVE 'OFFICIAL CHEQUE ESCHEATED' TO
                        WS-REJECT-REASON
               WHEN CI-AMOUNT-9 NOT = OC-AMOUNT
                   MOVE 'OFFICIAL CHEQUE AMOUNT MISMATCH' TO
                        WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
               GO TO 360-RETIRE-OFFICIAL-CHEQUE-EXIT
           END-IF.
           SET OC-STATUS-PAID TO TRUE.
           MOVE WS-BATCH-DATE TO OC-STATUS-DATE.
           MOVE CI-COUNTER-ACCOUNT TO OC-PRESENTED-REF.
           REWRITE OFCHQ-RECORD.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'OFCHQFILE REWRITE FAILED: ' OC-FILE-STATUS
                       ' SERIAL ' OC-SERIAL-NUMBER
               MOVE 'REGISTER UPDATE FAILED' TO WS-REJECT-REASON
               PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT
               GO TO 360-RETIRE-OFFICIAL-CHEQUE-EXIT
           END-IF.
           ADD 1 TO WS-CHQ-PAID-COUNT.
           ADD OC-AMOUNT TO WS-CHQ-PAID-AMOUNT.
           MOVE 'OCQPD' TO WS-JRNL-CODE.
           MOVE OC-BRANCH-CODE TO WS-JRNL-BRANCH.
           MOVE OC-AMOUNT TO WS-JRNL-AMOUNT.
           PERFORM 370-WRITE-JOURNAL-PAIR THRU
                   370-WRITE-JOURNAL-PAIR-EXIT.
       360-RETIRE-OFFICIAL-CHEQUE-EXIT.
           EXIT.

      *    A BRANCH-SCOPED MAPPING FOR WS-JRNL-BRANCH WINS; OTHERWISE
      *    THE UNSCOPED (BLANK-BRANCH) MAPPING APPLIES, THE SAME
      *    LOOKUP ORDER POSTING USES. THE JOURNAL IS OPENED ON THE
      *    FIRST PAID CHEQUE, SO A RUN WITH NONE LEAVES IT UNTOUCHED.
       370-WRITE-JOURNAL-PAIR.
           IF NOT WS-GLJRNL-OPEN
               OPEN EXTEND GLJOURNALFILE
               IF GJ-FILE-STATUS = '35'
                   OPEN OUTPUT GLJOURNALFILE
               END-IF
               IF GJ-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening GLJOURNAL: ' GJ-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 370-WRITE-JOURNAL-PAIR-EXIT
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
           STRING WS-BATCH-DATE ' | ' WS-JRNL-DR-ACCT ' | DR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
           MOVE SPACES TO GLJOURNAL-RECORD.
           STRING WS-BATCH-DATE ' | ' WS-JRNL-CR-ACCT ' | CR '
               WS-JRNL-AMOUNT ' | ' WS-JRNL-CODE ' | BR '
               WS-JRNL-BRANCH
               DELIMITED BY SIZE INTO GLJOURNAL-RECORD.
           WRITE GLJOURNAL-RECORD.
       370-WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

      *    A WDL ITEM IS A DEBIT SOMEONE ELSE ORIGINATED AGAINST OUR
      *    CUSTOMER; THE NETWORK CARRIES THE ORIGINATOR'S ID IN THE
      *    COUNTERPARTY FIELD. IT STANDS ONLY UNDER A MANDATE FOR
      *    THAT ACCOUNT AND ORIGINATOR, UNEXPIRED AT THE SETTLEMENT
      *    DATE, WHOSE MAXIMUM (IF ANY) COVERS THE AMOUNT. WITH
      *    SEVERAL CANDIDATES THE BEST OUTCOME WINS, SO A STALE
      *    MANDATE NEVER HIDES A CURRENT ONE.
       380-CHECK-MANDATE.
           SET WS-MND-VALID TO TRUE.
           IF NOT WS-MANDATES-IN-USE
               GO TO 380-CHECK-MANDATE-EXIT
           END-IF.
           SET WS-MND-NONE TO TRUE.
           IF CI-COUNTER-ACCOUNT = SPACES
               GO TO 380-CHECK-MANDATE-EXIT
           END-IF.
           IF WS-BATCH-DATE NUMERIC
               MOVE WS-BATCH-DATE TO WS-MND-SETTLE-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-MND-SETTLE-DATE
           END-IF.
           PERFORM VARYING WS-MND-IDX FROM 1 BY 1
                   UNTIL WS-MND-IDX > WS-MND-COUNT OR WS-MND-VALID
               IF WS-MND-ACCT(WS-MND-IDX) = CI-ACCOUNT AND
                  WS-MND-ORIG(WS-MND-IDX) = CI-COUNTER-ACCOUNT
                   EVALUATE TRUE
                       WHEN WS-MND-EXPIRY(WS-MND-IDX) NOT = 0 AND
                            WS-MND-EXPIRY(WS-MND-IDX) <
                            WS-MND-SETTLE-DATE
                           IF WS-MND-NONE
                               SET WS-MND-EXPIRED TO TRUE
                           END-IF
                       WHEN WS-MND-MAX(WS-MND-IDX) NOT = 0 AND
                            CI-AMOUNT-9 > WS-MND-MAX(WS-MND-IDX)
                           SET WS-MND-OVER-LIMIT TO TRUE
                       WHEN OTHER
                           SET WS-MND-VALID TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       380-CHECK-MANDATE-EXIT.
           EXIT.

      *    THE UNAUTHORISED DEBIT IS REJECTED HERE (SO IT STAYS IN
      *    THE REJECTED BUCKET AND CLRCTL STILL FOOTS TO THE NETWORK
      *    TRAILER), SENT BACK ON THE RETURNED-ITEMS FILE, AND THE
      *    CUSTOMER IS TOLD SOMEONE TRIED TO DEBIT THEM.
       385-RETURN-UNAUTHORISED.
           EVALUATE TRUE
               WHEN WS-MND-EXPIRED
                   MOVE 'UNAUTHORISED - MANDATE EXPIRED' TO
                        WS-REJECT-REASON
               WHEN WS-MND-OVER-LIMIT
                   MOVE 'UNAUTHORISED - ABOVE MAXIMUM' TO
                        WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'UNAUTHORISED - NO MANDATE' TO
                        WS-REJECT-REASON
           END-EVALUATE.
           PERFORM 350-REJECT-ITEM THRU 350-REJECT-ITEM-EXIT.
           IF NOT WS-DDRETURN-OPEN
               PERFORM 390-OPEN-RETURN-FILE THRU
                       390-OPEN-RETURN-FILE-EXIT
           END-IF.
           IF WS-DDRETURN-OPEN
               MOVE SPACES TO WS-DDRTN-RECORD
               MOVE '05' TO WS-DDRTN-REC-TYPE
               MOVE 'RTN' TO WS-DDRTN-ITEM-TYPE
               MOVE CI-COUNTER-ACCOUNT TO WS-DDRTN-ACCOUNT
               MOVE CI-ACCOUNT TO WS-DDRTN-COUNTER
               MOVE CI-AMOUNT-9 TO WS-DDRTN-AMOUNT
               MOVE 'C' TO WS-DDRTN-DR-CR
               MOVE CI-REFERENCE TO WS-DDRTN-REFERENCE
               MOVE CI-CURRENCY TO WS-DDRTN-CURRENCY
               MOVE 'UNAUTHORISED' TO WS-DDRTN-NARRATIVE
               MOVE WS-DDRTN-RECORD TO DDRETURN-RECORD
               WRITE DDRETURN-RECORD
           END-IF.
           ADD 1 TO WS-UNAUTH-COUNT.
           ADD CI-AMOUNT-9 TO WS-UNAUTH-AMOUNT.
           MOVE CI-AMOUNT-9 TO WS-UNAUTH-EDIT.
           MOVE 'DDUNAUTH' TO WS-NFY-EVENT.
           MOVE CI-ACCOUNT TO WS-NFY-ACCOUNT.
           MOVE SPACES TO WS-NFY-DETAIL.
           STRING 'RETURNED DEBIT ' CI-COUNTER-ACCOUNT ' '
               WS-UNAUTH-EDIT
               DELIMITED BY SIZE INTO WS-NFY-DETAIL.
           PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT.
       385-RETURN-UNAUTHORISED-EXIT.
           EXIT.

      *    OPENED ON THE FIRST RETURN, SO A RUN WITH NONE LEAVES THE
      *    PREVIOUS FILE UNTOUCHED. THE HEADER CARRIES THE SETTLEMENT
      *    DATE OF THE FILE THE ITEMS CAME IN ON.
       390-OPEN-RETURN-FILE.
           OPEN OUTPUT DDRETURNFILE.
           IF DR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLRRETURN: ' DR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 390-OPEN-RETURN-FILE-EXIT
           END-IF.
           SET WS-DDRETURN-OPEN TO TRUE.
           MOVE SPACES TO WS-DDRTN-RECORD.
           MOVE '01' TO WS-DDRTN-REC-TYPE.
           MOVE WS-BATCH-DATE TO WS-DDRTN-FILE-DATE.
           MOVE WS-DDRTN-RECORD TO DDRETURN-RECORD.
           WRITE DDRETURN-RECORD.
       390-OPEN-RETURN-FILE-EXIT.
           EXIT.

       395-CLOSE-RETURN-FILE.
           MOVE SPACES TO WS-DDRTN-RECORD.
           MOVE '99' TO WS-DDRTN-REC-TYPE.
           MOVE WS-UNAUTH-COUNT TO WS-DDRTN-COUNT.
           MOVE WS-UNAUTH-AMOUNT TO WS-DDRTN-TOTAL.
           MOVE WS-DDRTN-RECORD TO DDRETURN-RECORD.
           WRITE DDRETURN-RECORD.
           CLOSE DDRETURNFILE.
       395-CLOSE-RETURN-FILE-EXIT.
           EXIT.

      *    THE GENERATED BATCH NAME GOES ON THE END OF BATCHLIST.DAT
      *    FOR THE NEXT POSTING WINDOW. A MISSING LIST IS CREATED -
      *    THE SAME EXTEND-THEN-OUTPUT FALLBACK BANKTRANS USES FOR
           END-IF.
       400-APPEND-TO-BATCHLIST-EXIT.
           EXIT.

      *    THE FILE'S CONTROL TOTALS GO ON THE END OF CLRCTL.DAT FOR
      *    THE SETTLEMENT RECONCILIATION, WITH THE SAME EXTEND-THEN-
      *    OUTPUT FALLBACK AS THE BATCH LIST. A LOST LINE LEAVES A
      *    FILE THE RECONCILIATION NEVER SEES, SO IT FAILS THE STEP.
       410-APPEND-CONTROL-TOTALS.
           OPEN EXTEND CLRCTLFILE.
           IF CC-FILE-STATUS = '35'
               OPEN OUTPUT CLRCTLFILE
           END-IF.
           IF CC-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLRCTL: ' CC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CLRCTL-RECORD
               MOVE WS-PROCESSING-DATE TO CC-RUN-DATE
               MOVE WS-BATCH-DATE TO CC-SETTLE-DATE
               MOVE WS-BATCH-FILE-NAME TO CC-BATCH-FILE
               MOVE WS-NETWORK-TRL-SW TO CC-NETWORK-TRL-SW
               MOVE WS-NETWORK-COUNT TO CC-NETWORK-COUNT
               MOVE WS-NETWORK-TOTAL TO CC-NETWORK-TOTAL
               MOVE WS-ITEM-COUNT TO CC-ITEMS-READ
               MOVE WS-ITEM-AMOUNT TO CC-ITEMS-AMOUNT
               MOVE WS-MAPPED-COUNT TO CC-MAPPED-COUNT
               MOVE WS-MAPPED-AMOUNT TO CC-MAPPED-AMOUNT
               MOVE WS-REJ-ITEM-COUNT TO CC-REJECTED-COUNT
               MOVE WS-REJ-ITEM-AMOUNT TO CC-REJECTED-AMOUNT
               MOVE WS-CHQ-PAID-COUNT TO CC-CHQ-PAID-COUNT
               MOVE WS-CHQ-PAID-AMOUNT TO CC-CHQ-PAID-AMOUNT
               WRITE CLRCTL-RECORD
               CLOSE CLRCTLFILE
           END-IF.
       410-APPEND-CONTROL-TOTALS-EXIT.
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
                   WS-PROCESSING-DATE '|' WS-NFY-DETAIL
                   DELIMITED BY SIZE INTO NOTIFYQ-RECORD
               WRITE NOTIFYQ-RECORD
               CLOSE NOTIFYQFILE
           END-IF.
       QUEUE-NOTIFY-EVENT-EXIT.
           EXIT.
