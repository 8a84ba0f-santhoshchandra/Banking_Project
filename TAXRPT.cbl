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

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
           05  TE-INTEREST-PAID   PIC 9(9)V99.
           05  TE-INTEREST-CHARGED PIC 9(9)V99.
           05  TE-CUSTOMER-NAME   PIC X(28).
      *    BACKUP WITHHOLDING (BWH01) TAKEN FROM THE YEAR'S INTEREST.
      *    CARRIED AFTER THE NAME SO EXISTING POSITIONS DO NOT MOVE.
           05  TE-TAX-WITHHELD    PIC 9(9)V99.

       FD  TAXNOTICEFILE.
       01  TAXNOTICE-RECORD PIC X(240).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).
               10  WS-TX-LINKED     PIC X(1).
               10  WS-TX-PAID       PIC 9(9)V99.
               10  WS-TX-CHARGED    PIC 9(9)V99.
               10  WS-TX-WITHHELD   PIC 9(9)V99.
       01  WS-TX-COUNT        PIC 9(3) VALUE 0.
       01  WS-TX-IDX          PIC 9(3).
       01  WS-TX-FOUND        PIC 9(3).
                       NOT AT END
                           IF AL-TXN-DATE(1:4) = WS-TAX-YEAR-X AND
                              (AL-TXN-CODE = 'INT01' OR
                               AL-TXN-CODE = 'ODI01' OR
                               AL-TXN-CODE = 'BWH01') AND
                              AL-TXN-AMOUNT NUMERIC
                               PERFORM 300-ROLL-UP-ONE-LINE THRU
                                       300-ROLL-UP-ONE-LINE-EXIT
               DISPLAY 'TAX TABLE FULL - LINE NOT COUNTED: '
                       AL-ACCOUNT-NUMBER
           ELSE
               EVALUATE AL-TXN-CODE
                   WHEN 'INT01'
                       ADD AL-TXN-AMOUNT TO WS-TX-PAID(WS-TX-IDX)
                   WHEN 'BWH01'
                       ADD AL-TXN-AMOUNT TO WS-TX-WITHHELD(WS-TX-IDX)
                   WHEN OTHER
                       ADD AL-TXN-AMOUNT TO WS-TX-CHARGED(WS-TX-IDX)
               END-EVALUATE
           END-IF.
       300-ROLL-UP-ONE-LINE-EXIT.
           EXIT.
                   MOVE WS-CACHE-LINKED TO WS-TX-LINKED(WS-TX-IDX)
                   MOVE 0 TO WS-TX-PAID(WS-TX-IDX)
                             WS-TX-CHARGED(WS-TX-IDX)
                             WS-TX-WITHHELD(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-IDX
               END-IF
           EXIT.

      *    ONE EXTRACT RECORD AND ONE NOTICE LINE PER CUSTOMER WITH
      *    ANY INTEREST ACTIVITY IN THE YEAR, WITH ANY BACKUP
      *    WITHHOLDING TAKEN FROM IT. THE NOTICE CARRIES THE
      *    MAILING NAME AND ADDRESS FROM THE CUSTOMER MASTER, OR THE
      *    ACCOUNT MASTER'S CONTACT BLOCK FOR AN UNLINKED ACCOUNT.
       400-WRITE-OUTPUTS.
           MOVE WS-TX-PAID(WS-TX-IDX) TO TE-INTEREST-PAID.
           MOVE WS-TX-CHARGED(WS-TX-IDX) TO TE-INTEREST-CHARGED.
           MOVE WS-NOTICE-NAME TO TE-CUSTOMER-NAME.
           MOVE WS-TX-WITHHELD(WS-TX-IDX) TO TE-TAX-WITHHELD.
           WRITE TAXEXTRACT-RECORD.

           MOVE SPACES TO TAXNOTICE-RECORD.
               ' | ' WS-NOTICE-ADDRESS ' | YEAR ' WS-TAX-YEAR-X
               ' | INTEREST PAID ' WS-TX-PAID(WS-TX-IDX)
               ' | INTEREST CHARGED ' WS-TX-CHARGED(WS-TX-IDX)
               ' | TAX WITHHELD ' WS-TX-WITHHELD(WS-TX-IDX)
               DELIMITED BY SIZE INTO TAXNOTICE-RECORD.
           WRITE TAXNOTICE-RECORD.
       410-WRITE-ONE-CUSTOMER-EXIT.
