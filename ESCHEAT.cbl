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

      *    ESCHEATMENT TRACKING: ACCOUNT|FINAL-NOTICE-DATE, ONE LINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    OFFICIAL CHEQUES NEVER CASHED ARE UNCLAIMED PROPERTY TOO.
      *    OFFCHQ MARKS THEM UNCLAIMED ('U') AND HAS ALREADY MOVED
      *    THE LIABILITY TO THE ESCHEATMENT GL; HERE EACH ONE GOES
      *    ON THE REMITTANCE FILE AND IS MARKED ESCHEATED ('E') SO
      *    IT IS REMITTED ONCE. NO REGISTER, NOTHING TO REMIT.
           SELECT OFCHQFILE ASSIGN TO WS-OFCHQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-SERIAL-NUMBER
                FILE STATUS IS OC-FILE-STATUS.


      *    SHARED CUSTOMER-NOTIFICATION QUEUE: ONE STANDARD EVENT
      *    LINE PER CUSTOMER-FACING OCCURRENCE, APPENDED HERE AND
       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  OFCHQFILE.
       COPY OFCHQREC.


       FD  NOTIFYQFILE.
       01  NOTIFYQ-RECORD PIC X(80).
       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-REMIT-FILE-NAME PIC X(100) VALUE 'ESCHREMIT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-OFCHQ-FILE-NAME PIC X(100) VALUE
               'officialchq_index.txt'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  OC-FILE-STATUS     PIC XX.
       01  WS-CHQ-REMITTED-COUNT PIC 9(5) VALUE 0.
       01  AF-FILE-STATUS     PIC XX.
       01  TK-FILE-STATUS     PIC XX.
       01  NT-FILE-STATUS     PIC XX.
               OPEN OUTPUT NEWTRACKFILE
               PERFORM 200-SWEEP-ACCOUNTS THRU
                       200-SWEEP-ACCOUNTS-EXIT UNTIL EOF-FLAG = 'Y'
               MOVE 'N' TO EOF-FLAG
               PERFORM 400-REMIT-OFFICIAL-CHEQUES THRU
                       400-REMIT-OFFICIAL-CHEQUES-EXIT
               PERFORM 600-FINISH-OUTPUTS THRU
                       600-FINISH-OUTPUTS-EXIT
               CLOSE ACCOUNTFILE
               DISPLAY 'FINAL NOTICES SENT: ' WS-NOTICED-COUNT
               DISPLAY 'AWAITING CUTOFF   : ' WS-WAITING-COUNT
               DISPLAY 'ESCHEATED TODAY   : ' WS-ESCHEATED-COUNT
               DISPLAY 'CHEQUES REMITTED  : ' WS-CHQ-REMITTED-COUNT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NOTIFYQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OFCHQ-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.

       340-OPEN-FEED-ONCE-EXIT.
           EXIT.

      *    THE OWNER OF AN UNCASHED OFFICIAL CHEQUE IS THE PAYEE;
      *    THE STATE IS GIVEN THE SERIAL IN THE ACCOUNT FIELD, THE
      *    ISSUING BRANCH AS THE LAST KNOWN ADDRESS (THE REGISTER
      *    HOLDS NO PAYEE ADDRESS) AND THE ISSUE DATE AS THE LAST
      *    ACTIVITY.
       400-REMIT-OFFICIAL-CHEQUES.
           OPEN I-O OFCHQFILE.
           IF OC-FILE-STATUS NOT = '00'
               GO TO 400-REMIT-OFFICIAL-CHEQUES-EXIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ OFCHQFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OC-STATUS-UNCLAIMED
                           PERFORM 410-REMIT-ONE-CHEQUE THRU
                                   410-REMIT-ONE-CHEQUE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE OFCHQFILE.
       400-REMIT-OFFICIAL-CHEQUES-EXIT.
           EXIT.

       410-REMIT-ONE-CHEQUE.
           SET OC-STATUS-ESCHEATED TO TRUE.
           MOVE WS-PROCESSING-DATE TO OC-STATUS-DATE.
           REWRITE OFCHQ-RECORD.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'OFCHQFILE REWRITE FAILED - NOT REMITTED: '
                       OC-SERIAL-NUMBER ' ' OC-FILE-STATUS
               GO TO 410-REMIT-ONE-CHEQUE-EXIT
           END-IF.
           ADD 1 TO WS-CHQ-REMITTED-COUNT.
           MOVE SPACES TO REMIT-RECORD.
           MOVE OC-SERIAL-NUMBER TO RM-ACCOUNT-NUMBER.
           MOVE WS-PROCESSING-DATE TO RM-REMIT-DATE.
           MOVE OC-AMOUNT TO RM-AMOUNT.
           MOVE OC-PAYEE-NAME TO RM-OWNER-NAME.
           STRING 'OFFICIAL CHEQUE ISSUED AT BRANCH ' OC-BRANCH-CODE
               DELIMITED BY SIZE INTO RM-ADDRESS.
           MOVE OC-ISSUE-DATE TO RM-LAST-ACTIVITY.
           WRITE REMIT-RECORD.
       410-REMIT-ONE-CHEQUE-EXIT.
           EXIT.

      *    NEW TRACKING GENERATION: ESCHEATED ACCOUNTS LEAVE THE
      *    BOOK, EVERYTHING ELSE CARRIES WITH ITS ORIGINAL NOTICE
      *    DATE. THE FEED CLOSES WITH PROPER CONTROL TOTALS AND GOES
