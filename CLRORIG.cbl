       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRORIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE DAY'S POSTED EXTERNAL TRANSFERS, QUEUED BY POSTING AS
      *    EACH XOT01 DEBIT WENT THROUGH.
           SELECT ORIGQFILE ASSIGN TO WS-ORIGQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OQ-FILE-STATUS.

      *    THE DRAINED GENERATION - EMPTY AFTER A CLEAN RUN UNLESS
      *    AN ITEM COULD NOT BE SENT, SWAPPED IN BY THE OPERATOR.
      *    NOTIFGEN'S GENERATION PATTERN, SO AN ABEND MID-RUN LEAVES
      *    THE LIVE QUEUE UNTOUCHED.
           SELECT NEWQUEUEFILE ASSIGN TO WS-NEWQUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NW-FILE-STATUS.

      *    THE OUTBOUND FILE IN THE CLEARING NETWORK'S OWN FIXED
      *    80-BYTE FORMAT - THE SAME '01' HEADER / '05' ITEM / '99'
      *    TRAILER SHAPE CLRTRANS READS FROM IT.
           SELECT CLROUTFILE ASSIGN TO WS-CLROUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-FILE-STATUS.

      *    THE SENT LOG - APPEND-ONLY, ONE LINE PER ITEM UNDER THE
      *    TRACE REFERENCE IT WENT OUT WITH, SO A NETWORK RETURN OR
      *    ENQUIRY TIES BACK TO THE CUSTOMER AND POSTING THAT
      *    ORIGINATED IT.
           SELECT SENTLOGFILE ASSIGN TO WS-SENTLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGQFILE.
       COPY ORIGQREC.

       FD  NEWQUEUEFILE.
       01  NEWQUEUE-RECORD PIC X(80).

      *    ITEM POSITIONS MATCH THE INBOUND LAYOUT CLRTRANS DECLARES
      *    WHEREVER THE MEANING IS THE SAME: OUR ACCOUNT, AMOUNT,
      *    DR/CR, REFERENCE AND CURRENCY SIT WHERE THE NETWORK READS
      *    THEM ON EVERY ITEM. THE BENEFICIARY BANK'S ROUTING NUMBER
      *    TAKES THE COUNTERPARTY FIELD AND ITS ACCOUNT THE NARRATIVE.
       FD  CLROUTFILE.
       01  CLROUT-RECORD.
           05  CO-REC-TYPE        PIC X(2).
           05  CO-BODY            PIC X(78).
       01  CLROUT-HEADER REDEFINES CLROUT-RECORD.
           05  FILLER             PIC X(2).
           05  COH-FILE-DATE      PIC X(8).
           05  FILLER             PIC X(70).
       01  CLROUT-ITEM REDEFINES CLROUT-RECORD.
           05  FILLER             PIC X(2).
           05  COI-ITEM-TYPE      PIC X(3).
           05  COI-ACCOUNT        PIC X(10).
           05  COI-ROUTING-NUMBER PIC X(9).
           05  FILLER             PIC X(1).
           05  COI-AMOUNT         PIC 9(9)V99.
           05  COI-DR-CR          PIC X(1).
           05  COI-REFERENCE      PIC X(10).
           05  COI-CURRENCY       PIC X(3).
           05  COI-BENEF-ACCOUNT  PIC X(17).
           05  FILLER             PIC X(13).
       01  CLROUT-TRAILER REDEFINES CLROUT-RECORD.
           05  FILLER             PIC X(2).
           05  COT-ITEM-COUNT     PIC 9(6).
           05  COT-AMOUNT-TOTAL   PIC 9(13)V99.
           05  FILLER             PIC X(57).

       FD  SENTLOGFILE.
       01  SENTLOG-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ORIGQ-FILE-NAME PIC X(100) VALUE 'ORIGQ.DAT'.
       01  WS-NEWQUEUE-FILE-NAME PIC X(100) VALUE 'ORIGQ.NEW'.
       01  WS-CLROUT-FILE-NAME PIC X(100) VALUE 'CLROUT.DAT'.
       01  WS-SENTLOG-FILE-NAME PIC X(100) VALUE 'ORIGSENT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  OQ-FILE-STATUS     PIC XX.
       01  NW-FILE-STATUS     PIC XX.
       01  CO-FILE-STATUS     PIC XX.
       01  SL-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).

      *    THE TRACE REFERENCE EACH ITEM GOES OUT UNDER: THE FILE
      *    DATE AS YYMMDD AND THE ITEM'S NUMBER WITHIN THE FILE.
       01  WS-TRACE-REFERENCE.
           05  WS-TRACE-DATE      PIC X(6).
           05  WS-TRACE-ITEM      PIC 9(4).

       01  WS-QUEUE-COUNT     PIC 9(6) VALUE 0.
       01  WS-SENT-COUNT      PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT      PIC 9(6) VALUE 0.
       01  WS-SENT-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-SENT-TOTAL-ED   PIC Z(12)9.99.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE(3:6) TO WS-TRACE-DATE.
      *    NO QUEUE IS A DAY WITH NOTHING TO SEND; THE NETWORK STILL
      *    GETS ITS FILE, HEADER AND ZERO TRAILER, SO ITS OWN
      *    MISSING-FILE CHECK DOES NOT FIRE.
           OPEN INPUT ORIGQFILE.
           IF OQ-FILE-STATUS NOT = '00' AND
              OQ-FILE-STATUS NOT = '35'
               DISPLAY 'Error opening ORIGQ: ' OQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLROUTFILE.
           IF CO-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CLROUT: ' CO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEWQUEUEFILE.
           OPEN EXTEND SENTLOGFILE.
           IF SL-FILE-STATUS = '35'
               OPEN OUTPUT SENTLOGFILE
           END-IF.
           PERFORM WRITE-FILE-HEADER THRU WRITE-FILE-HEADER-EXIT.
           IF OQ-FILE-STATUS = '00'
               PERFORM 200-SEND-QUEUE THRU 200-SEND-QUEUE-EXIT
                       UNTIL EOF-FLAG = 'Y'
               CLOSE ORIGQFILE
           ELSE
               DISPLAY 'NO ORIGINATION QUEUE - EMPTY FILE SENT'
           END-IF.
           PERFORM WRITE-FILE-TRAILER THRU WRITE-FILE-TRAILER-EXIT.
           CLOSE CLROUTFILE.
           CLOSE NEWQUEUEFILE.
           CLOSE SENTLOGFILE.
           MOVE WS-SENT-TOTAL TO WS-SENT-TOTAL-ED.
           DISPLAY 'ITEMS QUEUED   : ' WS-QUEUE-COUNT.
           DISPLAY 'ITEMS SENT     : ' WS-SENT-COUNT.
           DISPLAY 'AMOUNT SENT    : ' WS-SENT-TOTAL-ED.
           DISPLAY 'ITEMS HELD     : ' WS-HELD-COUNT.
           IF WS-HELD-COUNT > 0
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ORIGQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORIGQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ORIGQNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWQUEUE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLROUT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLROUT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ORIGSENT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SENTLOG-FILE-NAME
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

       200-SEND-QUEUE.
           READ ORIGQFILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF ORIGQ-RECORD NOT = SPACES
                       ADD 1 TO WS-QUEUE-COUNT
                       PERFORM 300-SEND-ONE-ITEM THRU
                               300-SEND-ONE-ITEM-EXIT
                   END-IF
           END-READ.
       200-SEND-QUEUE-EXIT.
           EXIT.

      *    POSTING ONLY QUEUES AN ITEM WHOSE ROUTING NUMBER PASSED
      *    ITS CHECK DIGIT, SO A BAD LINE HERE MEANS THE QUEUE WAS
      *    DAMAGED OR HAND-EDITED. IT IS HELD IN THE NEW GENERATION
      *    FOR OPERATIONS RATHER THAN SENT OR DROPPED - OUR CUSTOMER
      *    HAS ALREADY BEEN DEBITED FOR IT.
       300-SEND-ONE-ITEM.
           IF OQ-AMOUNT NOT NUMERIC OR
              OQ-ROUTING-NUMBER NOT NUMERIC OR
              OQ-BENEF-ACCOUNT = SPACES
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'ORIGINATION ITEM HELD - UNSENDABLE: '
                       OQ-FROM-ACCOUNT ' SEQ ' OQ-SEQUENCE-NUMBER
               MOVE ORIGQ-RECORD TO NEWQUEUE-RECORD
               WRITE NEWQUEUE-RECORD
               GO TO 300-SEND-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-SENT-COUNT.
           MOVE WS-SENT-COUNT TO WS-TRACE-ITEM.
           ADD OQ-AMOUNT TO WS-SENT-TOTAL.
           MOVE SPACES TO CLROUT-RECORD.
           MOVE '05' TO CO-REC-TYPE.
           MOVE 'EXT' TO COI-ITEM-TYPE.
           MOVE OQ-FROM-ACCOUNT TO COI-ACCOUNT.
           MOVE OQ-ROUTING-NUMBER TO COI-ROUTING-NUMBER.
           MOVE OQ-AMOUNT TO COI-AMOUNT.
           MOVE 'C' TO COI-DR-CR.
           MOVE WS-TRACE-REFERENCE TO COI-REFERENCE.
           MOVE OQ-CURRENCY-CODE TO COI-CURRENCY.
           MOVE OQ-BENEF-ACCOUNT TO COI-BENEF-ACCOUNT.
           WRITE CLROUT-RECORD.
           MOVE SPACES TO SENTLOG-RECORD.
           STRING WS-PROCESSING-DATE '|' WS-TRACE-REFERENCE '|'
               OQ-FROM-ACCOUNT '|' OQ-ROUTING-NUMBER '|'
               OQ-BENEF-ACCOUNT '|' OQ-AMOUNT '|' OQ-CURRENCY-CODE
               '|' OQ-POSTING-DATE '|' OQ-BATCH-IDX '|'
               OQ-SEQUENCE-NUMBER
               DELIMITED BY SIZE INTO SENTLOG-RECORD.
           WRITE SENTLOG-RECORD.
       300-SEND-ONE-ITEM-EXIT.
           EXIT.

       WRITE-FILE-HEADER.
           MOVE SPACES TO CLROUT-RECORD.
           MOVE '01' TO CO-REC-TYPE.
           MOVE WS-PROCESSING-DATE TO COH-FILE-DATE.
           WRITE CLROUT-RECORD.
       WRITE-FILE-HEADER-EXIT.
           EXIT.

      *    THE NETWORK PROVES THE FILE AGAINST THESE: THE NUMBER OF
      *    '05' ITEMS AND THEIR AMOUNT TOTAL.
       WRITE-FILE-TRAILER.
           MOVE SPACES TO CLROUT-RECORD.
           MOVE '99' TO CO-REC-TYPE.
           MOVE WS-SENT-COUNT TO COT-ITEM-COUNT.
           MOVE WS-SENT-TOTAL TO COT-AMOUNT-TOTAL.
           WRITE CLROUT-RECORD.
       WRITE-FILE-TRAILER-EXIT.
           EXIT.
