       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BACKUP WITHHOLDING POSTS AS BWH01 DEBITS, SO THE AUDIT
      *    TRAIL AND ITS ARCHPURGE ARCHIVES HOLD EVERY AMOUNT OWED TO
      *    THE TAX AUTHORITY. THE ONE SELECT IS RE-POINTED AT EACH
      *    SOURCE IN TURN, THE SAME WAY TAXRPT SWEEPS A TAX YEAR.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

      *    OPTIONAL LIST OF ARCHIVED AUDIT FILES, ONE NAME PER LINE,
      *    FOR A MONTH THAT HAS ALREADY BEEN PARTLY ARCHIVED.
           SELECT ARCHLISTFILE ASSIGN TO WS-ARCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

      *    THE REMITTANCE REPORT: ONE LINE PER ACCOUNT WITHHELD FROM
      *    IN THE MONTH, THEN THE TOTAL OWED FOR THE PAYMENT.
           SELECT REMITFILE ASSIGN TO WS-REMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       COPY AUDITREC.

       FD  ARCHLISTFILE.
       01  ARCHLIST-RECORD PIC X(100).

       FD  REMITFILE.
       01  REMIT-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-ARCHLIST-FILE-NAME PIC X(100) VALUE
               'WHTARCHLIST.DAT'.
       01  WS-REMIT-FILE-NAME PIC X(100) VALUE 'WHTREMIT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AU-FILE-STATUS     PIC XX.
       01  AL-FILE-STATUS     PIC XX.
       01  RM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).

      *    THE MONTH BEING REMITTED - DEFAULTS TO THE CALENDAR MONTH
      *    BEFORE THE BUSINESS DATE, WHICH IS WHAT AN EARLY-MONTH RUN
      *    WANTS. REMIT_MONTH TAKES YYYYMM FOR A CATCH-UP OR RERUN.
       01  WS-REMIT-MONTH     PIC 9(6) VALUE 0.
       01  WS-REMIT-MONTH-X REDEFINES WS-REMIT-MONTH.
           05  WS-REMIT-YEAR      PIC X(4).
           05  WS-REMIT-MM        PIC X(2).

      *    THE SOURCE LIST: THE LIVE TRAIL FIRST, THEN ANY ARCHIVES
      *    NAMED IN WHTARCHLIST.DAT.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY PIC X(100) OCCURS 20 TIMES.
       01  WS-SRC-COUNT       PIC 9(2) VALUE 0.
       01  WS-SRC-IDX         PIC 9(2).

      *    PER-ACCOUNT WITHHOLDING FOR THE MONTH.
       01  WS-WH-TABLE.
           05  WS-WH-ENTRY OCCURS 500 TIMES.
               10  WS-WH-ACCOUNT    PIC X(10).
               10  WS-WH-ITEMS      PIC 9(5).
               10  WS-WH-AMOUNT     PIC 9(9)V99.
       01  WS-WH-COUNT        PIC 9(3) VALUE 0.
       01  WS-WH-IDX          PIC 9(3).
       01  WS-WH-FOUND        PIC 9(3).

       01  WS-LINE-COUNT      PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT   PIC 9(5) VALUE 0.
       01  WS-TOTAL-OWED      PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           IF WS-REMIT-MONTH = 0
               MOVE WS-PROCESSING-DATE(1:6) TO WS-REMIT-MONTH
               IF WS-PROCESSING-DATE(5:2) = '01'
                   SUBTRACT 89 FROM WS-REMIT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-REMIT-MONTH
               END-IF
           END-IF.
           PERFORM 020-BUILD-SOURCE-LIST THRU
                   020-BUILD-SOURCE-LIST-EXIT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-ENTRY(WS-SRC-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM 200-SWEEP-ONE-SOURCE THRU
                       200-SWEEP-ONE-SOURCE-EXIT
           END-PERFORM.
           PERFORM 400-WRITE-REPORT THRU 400-WRITE-REPORT-EXIT.
           DISPLAY 'REMITTANCE MONTH    : ' WS-REMIT-MONTH.
           DISPLAY 'WITHHOLDING LINES   : ' WS-LINE-COUNT.
           DISPLAY 'ACCOUNTS REPORTED   : ' WS-WH-COUNT.
           DISPLAY 'TOTAL OWED          : ' WS-TOTAL-OWED.
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'LINES NOT LISTED    : ' WS-DROPPED-COUNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'REMIT_MONTH'.
           IF WS-ENV-OVERRIDE(1:6) NUMERIC AND
              WS-ENV-OVERRIDE(7:1) = SPACE
               MOVE WS-ENV-OVERRIDE(1:6) TO WS-REMIT-MONTH
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'WHTARCHLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'WHTREMIT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMIT-FILE-NAME
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

      *    THE LIVE TRAIL IS ALWAYS SWEPT; WHTARCHLIST.DAT IS
      *    OPTIONAL AND SIMPLY ADDS THE ARCHIVES THE MONTH NEEDS.
       020-BUILD-SOURCE-LIST.
           MOVE 1 TO WS-SRC-COUNT.
           MOVE WS-AUDIT-FILE-NAME TO WS-SRC-ENTRY(1).
           OPEN INPUT ARCHLISTFILE.
           IF AL-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ARCHLISTFILE INTO ARCHLIST-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ARCHLIST-RECORD NOT = SPACES AND
                              WS-SRC-COUNT < 20
                               ADD 1 TO WS-SRC-COUNT
                               MOVE ARCHLIST-RECORD TO
                                    WS-SRC-ENTRY(WS-SRC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE ARCHLISTFILE
           END-IF.
       020-BUILD-SOURCE-LIST-EXIT.
           EXIT.

      *    AUDIT DATES ARE YYYY-MM-DD.
       200-SWEEP-ONE-SOURCE.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT SOURCE UNREADABLE (' AU-FILE-STATUS
                       '): ' WS-AUDIT-FILE-NAME(1:40)
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF AL-TXN-CODE = 'BWH01' AND
                              AL-TXN-DATE(1:4) = WS-REMIT-YEAR AND
                              AL-TXN-DATE(6:2) = WS-REMIT-MM AND
                              AL-TXN-AMOUNT NUMERIC
                               PERFORM 300-ROLL-UP-ONE-LINE THRU
                                       300-ROLL-UP-ONE-LINE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE AUDITFILE
           END-IF.
       200-SWEEP-ONE-SOURCE-EXIT.
           EXIT.

      *    THE TOTAL OWED COUNTS EVERY LINE EVEN WHEN THE ACCOUNT
      *    TABLE IS FULL - THE PAYMENT MUST NEVER BE SHORT, ONLY THE
      *    DETAIL LISTING.
       300-ROLL-UP-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD AL-TXN-AMOUNT TO WS-TOTAL-OWED.
           MOVE 0 TO WS-WH-FOUND.
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-COUNT
               IF WS-WH-ACCOUNT(WS-WH-IDX) = AL-ACCOUNT-NUMBER
                   MOVE WS-WH-IDX TO WS-WH-FOUND
                   MOVE WS-WH-COUNT TO WS-WH-IDX
               END-IF
           END-PERFORM.
           IF WS-WH-FOUND > 0
               MOVE WS-WH-FOUND TO WS-WH-IDX
           ELSE
               IF WS-WH-COUNT < 500
                   ADD 1 TO WS-WH-COUNT
                   MOVE WS-WH-COUNT TO WS-WH-IDX
                   MOVE AL-ACCOUNT-NUMBER TO WS-WH-ACCOUNT(WS-WH-IDX)
                   MOVE 0 TO WS-WH-ITEMS(WS-WH-IDX)
                             WS-WH-AMOUNT(WS-WH-IDX)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY 'REMIT TABLE FULL - LINE NOT LISTED: '
                           AL-ACCOUNT-NUMBER
                   GO TO 300-ROLL-UP-ONE-LINE-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-WH-ITEMS(WS-WH-IDX).
           ADD AL-TXN-AMOUNT TO WS-WH-AMOUNT(WS-WH-IDX).
       300-ROLL-UP-ONE-LINE-EXIT.
           EXIT.

      *    HEADER, ONE LINE PER ACCOUNT, THEN THE TOTAL TO REMIT. A
      *    MONTH WITH NO WITHHOLDING STILL GETS A REPORT SAYING SO,
      *    SO A NIL RETURN CAN BE FILED FROM IT.
       400-WRITE-REPORT.
           OPEN OUTPUT REMITFILE.
           IF RM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening WHTREMIT: ' RM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 400-WRITE-REPORT-EXIT
           END-IF.
           MOVE SPACES TO REMIT-RECORD.
           STRING 'BACKUP WITHHOLDING REMITTANCE FOR ' WS-REMIT-YEAR
               '-' WS-REMIT-MM ' | RUN ' WS-PROCESSING-DATE
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-COUNT
               MOVE SPACES TO REMIT-RECORD
               STRING 'ACCOUNT ' WS-WH-ACCOUNT(WS-WH-IDX)
                   ' | ITEMS ' WS-WH-ITEMS(WS-WH-IDX)
                   ' | WITHHELD ' WS-WH-AMOUNT(WS-WH-IDX)
                   DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
           END-PERFORM.
           MOVE SPACES TO REMIT-RECORD.
           STRING 'TOTAL OWED ' WS-TOTAL-OWED
               ' | ITEMS ' WS-LINE-COUNT
               ' | ACCOUNTS ' WS-WH-COUNT
               ' | NOT LISTED ' WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           CLOSE REMITFILE.
       400-WRITE-REPORT-EXIT.
           EXIT.
