       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDFILE ASSIGN TO WS-CARD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-CARD-NUMBER
                FILE STATUS IS CD-FILE-STATUS.

      *    READ ONLY - A CARD MUST LINK TO AN ACCOUNT THAT EXISTS.
      *    NOTHING ON THE ACCOUNT MASTER CHANGES, SO NO RUN LOCK.
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

      *    MAINTENANCE INSTRUCTIONS, ONE PER LINE:
      *    CARD|NUMBER|ACCOUNT|EXPIRY|ATMLIMIT|POSLIMIT|BRANCH ISSUES
      *    A CARD (ACTIVE) OR RE-KEYS AN EXISTING ONE'S DETAILS,
      *    LEAVING ITS STATUS AND THE DAY'S USAGE ALONE;
      *    STAT|NUMBER|CODE SETS THE STATUS (A=ACTIVE, L=LOST,
      *    S=STOLEN, E=EXPIRED); LIM|NUMBER|ATMLIMIT|POSLIMIT RESETS
      *    THE DAILY LIMITS (0 = NO CARD-LEVEL LIMIT).
           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDFILE.
       COPY CARDREC.

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  MAINTFILE.
       01  MAINT-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-NAME  PIC X(100) VALUE 'cards_index.txt'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-MAINT-FILE-NAME PIC X(100) VALUE 'CARDMAINT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  CD-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  MF-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-ISSUED-COUNT    PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT   PIC 9(5) VALUE 0.
       01  WS-STATUS-COUNT    PIC 9(5) VALUE 0.
       01  WS-LIMIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01  WS-MNT-F1          PIC X(10).
       01  WS-MNT-F2          PIC X(20).
       01  WS-MNT-F3          PIC X(20).
       01  WS-MNT-F4          PIC X(20).
       01  WS-MNT-F5          PIC X(20).
       01  WS-MNT-F6          PIC X(20).
       01  WS-MNT-F7          PIC X(10).

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           OPEN I-O CARDFILE.
           IF CD-FILE-STATUS = '35'
               DISPLAY 'CARDFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT CARDFILE
               CLOSE CARDFILE
               OPEN I-O CARDFILE
           END-IF.
           IF CD-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CARDFILE: ' CD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE CARDFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAINTFILE.
           IF MF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CARDMAINT: ' MF-FILE-STATUS
           ELSE
               PERFORM 200-PROCESS-MAINT THRU 200-PROCESS-MAINT-EXIT
                       UNTIL EOF-FLAG = 'Y'
               CLOSE MAINTFILE
               DISPLAY 'CARDS ISSUED     : ' WS-ISSUED-COUNT
               DISPLAY 'CARDS UPDATED    : ' WS-UPDATED-COUNT
               DISPLAY 'STATUS CHANGES   : ' WS-STATUS-COUNT
               DISPLAY 'LIMITS SET       : ' WS-LIMIT-COUNT
               DISPLAY 'ERRORS           : ' WS-ERROR-COUNT
           END-IF.
           CLOSE CARDFILE.
           CLOSE ACCOUNTFILE.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CARDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARD-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CARDMAINT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAINT-FILE-NAME
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

       200-PROCESS-MAINT.
           READ MAINTFILE INTO MAINT-RECORD
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF MAINT-RECORD NOT = SPACES
                       PERFORM 300-APPLY-ONE-LINE THRU
                               300-APPLY-ONE-LINE-EXIT
                   END-IF
           END-READ.
       200-PROCESS-MAINT-EXIT.
           EXIT.

       300-APPLY-ONE-LINE.
           MOVE SPACES TO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                          WS-MNT-F5 WS-MNT-F6 WS-MNT-F7.
           UNSTRING MAINT-RECORD DELIMITED BY '|'
               INTO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                    WS-MNT-F5 WS-MNT-F6 WS-MNT-F7
           END-UNSTRING.
           IF WS-MNT-F2 = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NO CARD NUMBER: ' MAINT-RECORD
               GO TO 300-APPLY-ONE-LINE-EXIT
           END-IF.
           EVALUATE WS-MNT-F1
               WHEN 'CARD'
                   PERFORM 310-ISSUE-OR-UPDATE-CARD THRU
                           310-ISSUE-OR-UPDATE-CARD-EXIT
               WHEN 'STAT'
                   PERFORM 320-SET-CARD-STATUS THRU
                           320-SET-CARD-STATUS-EXIT
               WHEN 'LIM'
                   PERFORM 330-SET-CARD-LIMITS THRU
                           330-SET-CARD-LIMITS-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN CARDMAINT LINE: ' MAINT-RECORD
           END-EVALUATE.
       300-APPLY-ONE-LINE-EXIT.
           EXIT.

      *    UNLIKE A CUSTOMER LINK, A CARD MAY NOT POINT AT AN ACCOUNT
      *    THAT ISN'T ON THE MASTER - THE SWITCH WOULD BE AUTHORIZING
      *    AGAINST NOTHING. THE EXPIRY MUST BE A REAL YYYYMMDD DATE.
      *    A LIMIT KEYED MUST BE A NUMBER - A MISKEYED LIMIT READ AS
      *    ZERO WOULD LEAVE THE CARD WITH NO CARD-LEVEL LIMIT AT ALL.
       310-ISSUE-OR-UPDATE-CARD.
           MOVE WS-MNT-F3(1:10) TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'CARD FOR UNKNOWN ACCOUNT: ' MAINT-RECORD
                   GO TO 310-ISSUE-OR-UPDATE-CARD-EXIT
           END-READ.
           IF WS-MNT-F4(1:8) NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-MNT-F4(1:8))) NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'CARD EXPIRY NOT YYYYMMDD: ' MAINT-RECORD
               GO TO 310-ISSUE-OR-UPDATE-CARD-EXIT
           END-IF.
           IF (WS-MNT-F5 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MNT-F5) NOT = 0) OR
              (WS-MNT-F6 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MNT-F6) NOT = 0)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'CARD LIMIT NOT NUMERIC: ' MAINT-RECORD
               GO TO 310-ISSUE-OR-UPDATE-CARD-EXIT
           END-IF.
           MOVE WS-MNT-F2(1:16) TO CD-CARD-NUMBER.
           READ CARDFILE
               INVALID KEY
                   MOVE SPACES TO CARD-RECORD
                   MOVE WS-MNT-F2(1:16) TO CD-CARD-NUMBER
                   SET CD-STATUS-ACTIVE TO TRUE
                   MOVE WS-PROCESSING-DATE TO CD-ISSUE-DATE
                                              CD-STATUS-DATE
                   MOVE 0 TO CD-ATM-USED-TODAY CD-POS-USED-TODAY
                   PERFORM 315-FILL-CARD-FIELDS THRU
                           315-FILL-CARD-FIELDS-EXIT
                   WRITE CARD-RECORD
                   END-WRITE
                   ADD 1 TO WS-ISSUED-COUNT
               NOT INVALID KEY
                   PERFORM 315-FILL-CARD-FIELDS THRU
                           315-FILL-CARD-FIELDS-EXIT
                   REWRITE CARD-RECORD
                   ADD 1 TO WS-UPDATED-COUNT
           END-READ.
       310-ISSUE-OR-UPDATE-CARD-EXIT.
           EXIT.

       315-FILL-CARD-FIELDS.
           MOVE WS-MNT-F3(1:10) TO CD-ACCOUNT-NUMBER.
           MOVE WS-MNT-F4(1:8) TO CD-EXPIRY-DATE.
           MOVE 0 TO CD-ATM-DAILY-LIMIT CD-POS-DAILY-LIMIT.
           IF WS-MNT-F5 NOT = SPACES
               COMPUTE CD-ATM-DAILY-LIMIT = FUNCTION NUMVAL(WS-MNT-F5)
           END-IF.
           IF WS-MNT-F6 NOT = SPACES
               COMPUTE CD-POS-DAILY-LIMIT = FUNCTION NUMVAL(WS-MNT-F6)
           END-IF.
      *    NO BRANCH KEYED = THE ACCOUNT'S OWN BRANCH ISSUED IT.
           IF WS-MNT-F7 NOT = SPACES
               MOVE WS-MNT-F7(1:3) TO CD-ISSUE-BRANCH
           ELSE
               MOVE AF-BRANCH-CODE TO CD-ISSUE-BRANCH
           END-IF.
       315-FILL-CARD-FIELDS-EXIT.
           EXIT.

      *    LOST AND STOLEN ARE FINAL - THE CUSTOMER GETS A NEW CARD
      *    NUMBER, SO A SLIP OF THE KEYBOARD CAN NEVER REOPEN A
      *    COMPROMISED CARD.
       320-SET-CARD-STATUS.
           MOVE WS-MNT-F2(1:16) TO CD-CARD-NUMBER.
           READ CARDFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'STAT FOR UNKNOWN CARD: ' MAINT-RECORD
                   GO TO 320-SET-CARD-STATUS-EXIT
           END-READ.
           IF WS-MNT-F3(1:1) NOT = 'A' AND WS-MNT-F3(1:1) NOT = 'L'
              AND WS-MNT-F3(1:1) NOT = 'S'
              AND WS-MNT-F3(1:1) NOT = 'E'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'UNKNOWN CARD STATUS: ' MAINT-RECORD
               GO TO 320-SET-CARD-STATUS-EXIT
           END-IF.
           IF (CD-STATUS-LOST OR CD-STATUS-STOLEN) AND
              WS-MNT-F3(1:1) NOT = CD-CARD-STATUS
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LOST/STOLEN CARD CANNOT CHANGE STATUS: '
                       MAINT-RECORD
               GO TO 320-SET-CARD-STATUS-EXIT
           END-IF.
           MOVE WS-MNT-F3(1:1) TO CD-CARD-STATUS.
           MOVE WS-PROCESSING-DATE TO CD-STATUS-DATE.
           REWRITE CARD-RECORD.
           ADD 1 TO WS-STATUS-COUNT.
       320-SET-CARD-STATUS-EXIT.
           EXIT.

       330-SET-CARD-LIMITS.
           IF (WS-MNT-F3 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MNT-F3) NOT = 0) OR
              (WS-MNT-F4 NOT = SPACES AND
               FUNCTION TEST-NUMVAL(WS-MNT-F4) NOT = 0)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'CARD LIMIT NOT NUMERIC: ' MAINT-RECORD
               GO TO 330-SET-CARD-LIMITS-EXIT
           END-IF.
           MOVE WS-MNT-F2(1:16) TO CD-CARD-NUMBER.
           READ CARDFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'LIM FOR UNKNOWN CARD: ' MAINT-RECORD
               NOT INVALID KEY
                   MOVE 0 TO CD-ATM-DAILY-LIMIT CD-POS-DAILY-LIMIT
                   IF WS-MNT-F3 NOT = SPACES
                       COMPUTE CD-ATM-DAILY-LIMIT =
                               FUNCTION NUMVAL(WS-MNT-F3)
                   END-IF
                   IF WS-MNT-F4 NOT = SPACES
                       COMPUTE CD-POS-DAILY-LIMIT =
                               FUNCTION NUMVAL(WS-MNT-F4)
                   END-IF
                   REWRITE CARD-RECORD
                   ADD 1 TO WS-LIMIT-COUNT
           END-READ.
       330-SET-CARD-LIMITS-EXIT.
           EXIT.
