       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALMNT.
      *    LEGAL-ORDER REGISTER MAINTENANCE. GARNISHMENTS, LEVIES AND
      *    OTHER COURT ORDERS ARE KEYED HERE BY THE LEGAL-ORDERS DESK
      *    AND ACTED ON BY GARNISH IN THE NIGHTLY CYCLE. INSTRUCTIONS
      *    (LEGALMNT.DAT), ONE PER LINE:
      *      ORDER|COURTREF|TYPE|TARGET|AMOUNT|EXEMPT|RECEIVED|
      *            PRIORITY|RELEASE|OPER
      *        ENTERS A NEW ORDER UNDER THE NEXT ORDER NUMBER. TYPE A
      *        = TARGET IS AN ACCOUNT, C = A CUSTOMER (EVERY ACCOUNT
      *        THEY HOLD). EXEMPT IS THE PROTECTED BALANCE (BLANK =
      *        NONE). RECEIVED IS THE DATE SERVED (BLANK = BUSINESS
      *        DATE); PRIORITY 01-99, LOWER ATTACHES FIRST (BLANK =
      *        50); RELEASE IS THE DATE THE HELD FUNDS ARE PAID OVER
      *        (BLANK = RECEIVED + LEGAL|HOLD_DAYS).
      *      LIFT|ORDER|OPER
      *        RECORDS A RELEASE OR VACATUR FROM THE COURT. GARNISH
      *        FREES WHATEVER THE ORDER STILL HOLDS ON ITS NEXT RUN.
      *    OPER IS THE LEGAL OFFICER ACTING. WHEN THE OPERATOR MASTER
      *    IS ON FILE THE OFFICER MUST BE ACTIVE WITH THE OFFICER
      *    ROLE. NOTHING ON THE ACCOUNT MASTER CHANGES, SO NO RUN LOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALFILE ASSIGN TO WS-LEGAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LO-ORDER-NUMBER
                FILE STATUS IS LO-FILE-STATUS.

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

           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

      *    OPERATOR MASTER, ONLY READ, TO CHECK THE ACTING OFFICER.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.

      *    EFFECTIVE-DATED PARAMETER MASTER (PARAMS.DAT):
      *    CODE|PARAMETER|VALUE|EFFFROM LINES, MAINTAINED BY
      *    PARMAINT. LEGAL|HOLD_DAYS IS THE DEFAULT ANSWER PERIOD
      *    BETWEEN SERVICE OF AN ORDER AND PAYING THE FUNDS OVER.
           SELECT PARAMFILE ASSIGN TO WS-PARAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALFILE.
       COPY LEGALREC.

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  OPERFILE.
       COPY OPERREC.

       FD  MAINTFILE.
       01  LEGALMNT-RECORD PIC X(160).

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-FILE-NAME PIC X(100) VALUE 'legalorders_index.txt'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  WS-MAINT-FILE-NAME PIC X(100) VALUE 'LEGALMNT.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  LO-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  OP-FILE-STATUS     PIC XX.
       01  MF-FILE-STATUS     PIC XX.
       01  PM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY           PIC X(8).
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.
       01  WS-OFFICER-SW      PIC X(1).
           88  WS-OFFICER-OK      VALUE 'Y'.
           88  WS-OFFICER-REFUSED VALUE 'N'.

      *    DEFAULT ANSWER PERIOD AND PRIORITY FOR AN ORDER KEYED
      *    WITHOUT THEM.
       01  WS-HOLD-DAYS       PIC 9(3) VALUE 21.
       01  WS-DEFAULT-PRIORITY PIC 9(2) VALUE 50.
       01  WS-PRM-F1          PIC X(5).
       01  WS-PRM-F2          PIC X(12).
       01  WS-PRM-F3          PIC X(15).
       01  WS-PRM-F4          PIC X(8).

       01  WS-MNT-F1          PIC X(10).
       01  WS-MNT-F2          PIC X(20).
       01  WS-MNT-F3          PIC X(10).
       01  WS-MNT-F4          PIC X(10).
       01  WS-MNT-F5          PIC X(15).
       01  WS-MNT-F6          PIC X(15).
       01  WS-MNT-F7          PIC X(10).
       01  WS-MNT-F8          PIC X(5).
       01  WS-MNT-F9          PIC X(10).
       01  WS-MNT-F10         PIC X(5).
       01  WS-MNT-OPERATOR    PIC X(5).

      *    ORDER NUMBERS ARE ISSUED IN SEQUENCE FROM THE HIGHEST ON
      *    FILE, THE SAME WAY DISPUTE ISSUES CASE NUMBERS.
       01  WS-HIGH-ORDER      PIC 9(10) VALUE 0.
       01  WS-NEW-ORDER       PIC 9(10).
       01  WS-ORDERED-AMOUNT  PIC 9(9)V99.
       01  WS-EXEMPT-AMOUNT   PIC 9(9)V99.
       01  WS-RECEIVED-DATE   PIC X(8).
       01  WS-RELEASE-INT     PIC 9(8).

       01  WS-ENTERED-COUNT   PIC 9(5) VALUE 0.
       01  WS-LIFTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY.
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
           OPEN I-O LEGALFILE.
           IF LO-FILE-STATUS = '35'
               DISPLAY 'LEGALFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT LEGALFILE
               CLOSE LEGALFILE
               OPEN I-O LEGALFILE
           END-IF.
           IF LO-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening LEGALFILE: ' LO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               CLOSE LEGALFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO CUSTOMER MASTER MEANS NO CUSTOMER-WIDE ORDER CAN BE
      *    CHECKED, SO ONLY ACCOUNT ORDERS ARE TAKEN. NO OPERATOR
      *    MASTER MEANS THE OFFICER IS TAKEN AS KEYED.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           END-IF.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           END-IF.
           PERFORM 040-FIND-HIGH-ORDER THRU 040-FIND-HIGH-ORDER-EXIT.
           OPEN INPUT MAINTFILE.
           IF MF-FILE-STATUS NOT = '00'
               DISPLAY 'NO LEGALMNT INSTRUCTIONS: ' MF-FILE-STATUS
           ELSE
               PERFORM 200-PROCESS-MAINT THRU 200-PROCESS-MAINT-EXIT
                       UNTIL EOF-FLAG = 'Y'
               MOVE 'N' TO EOF-FLAG
               CLOSE MAINTFILE
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUSTFILE
           END-IF.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           CLOSE LEGALFILE.
           DISPLAY 'ORDERS ENTERED   : ' WS-ENTERED-COUNT.
           DISPLAY 'ORDERS LIFTED    : ' WS-LIFTED-COUNT.
           DISPLAY 'ERRORS           : ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEGAL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCOUNTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LEGALMNT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAINT-FILE-NAME
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

      *    THE LEGAL-ORDER SETTINGS FROM THE PARAMETER MASTER. EVERY
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
               IF WS-PRM-F1 = 'LEGAL'
                   EVALUATE WS-PRM-F2
                       WHEN 'HOLD_DAYS'
                           COMPUTE WS-HOLD-DAYS =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN 'PRIORITY'
                           COMPUTE WS-DEFAULT-PRIORITY =
                                   FUNCTION NUMVAL(WS-PRM-F3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       APPLY-ONE-PARAMETER-EXIT.
           EXIT.

       040-FIND-HIGH-ORDER.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LEGALFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LO-ORDER-NUMBER NUMERIC
                           MOVE LO-ORDER-NUMBER TO WS-HIGH-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
       040-FIND-HIGH-ORDER-EXIT.
           EXIT.

       200-PROCESS-MAINT.
           READ MAINTFILE INTO LEGALMNT-RECORD
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF LEGALMNT-RECORD NOT = SPACES
                       PERFORM 300-APPLY-ONE-LINE THRU
                               300-APPLY-ONE-LINE-EXIT
                   END-IF
           END-READ.
       200-PROCESS-MAINT-EXIT.
           EXIT.

       300-APPLY-ONE-LINE.
           MOVE SPACES TO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                          WS-MNT-F5 WS-MNT-F6 WS-MNT-F7 WS-MNT-F8
                          WS-MNT-F9 WS-MNT-F10.
           UNSTRING LEGALMNT-RECORD DELIMITED BY '|'
               INTO WS-MNT-F1 WS-MNT-F2 WS-MNT-F3 WS-MNT-F4
                    WS-MNT-F5 WS-MNT-F6 WS-MNT-F7 WS-MNT-F8
                    WS-MNT-F9 WS-MNT-F10
           END-UNSTRING.
           EVALUATE WS-MNT-F1
               WHEN 'ORDER'
                   MOVE WS-MNT-F10 TO WS-MNT-OPERATOR
               WHEN 'LIFT'
                   MOVE WS-MNT-F3(1:5) TO WS-MNT-OPERATOR
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN LEGALMNT LINE: ' LEGALMNT-RECORD
                   GO TO 300-APPLY-ONE-LINE-EXIT
           END-EVALUATE.
           PERFORM 305-CHECK-OFFICER THRU 305-CHECK-OFFICER-EXIT.
           IF WS-OFFICER-REFUSED
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-APPLY-ONE-LINE-EXIT
           END-IF.
           IF WS-MNT-F1 = 'ORDER'
               PERFORM 310-ENTER-ORDER THRU 310-ENTER-ORDER-EXIT
           ELSE
               PERFORM 330-LIFT-ORDER THRU 330-LIFT-ORDER-EXIT
           END-IF.
       300-APPLY-ONE-LINE-EXIT.
           EXIT.

      *    A LEGAL ORDER IS ALWAYS ACTED ON BY A NAMED OFFICER, AND
      *    WHEN THE OPERATOR MASTER IS PRESENT THE OFFICER MUST BE
      *    ACTIVE WITH THE OFFICER ROLE - THE SAME TEST THE REVIEW
      *    DESKS APPLY TO THEIR DECIDING OFFICER.
       305-CHECK-OFFICER.
           SET WS-OFFICER-OK TO TRUE.
           IF WS-MNT-OPERATOR = SPACES
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NO ACTING OFFICER: ' LEGALMNT-RECORD
               GO TO 305-CHECK-OFFICER-EXIT
           END-IF.
           IF NOT WS-OPER-OPEN
               GO TO 305-CHECK-OFFICER-EXIT
           END-IF.
           MOVE WS-MNT-OPERATOR TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-OFFICER-REFUSED TO TRUE
                   DISPLAY 'UNKNOWN OFFICER REFUSED: ' LEGALMNT-RECORD
                   GO TO 305-CHECK-OFFICER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ROLE-OFFICER
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NON-OFFICER REFUSED (ROLE ' OP-ROLE
                       ' STATUS ' OP-STATUS '): ' LEGALMNT-RECORD
           END-IF.
       305-CHECK-OFFICER-EXIT.
           EXIT.

      *    THE TARGET MUST EXIST - AN ACCOUNT THAT IS NOT CLOSED, OR
      *    A CUSTOMER ON THE CUSTOMER MASTER - AND THE ORDERED SUM
      *    MUST BE POSITIVE. AMOUNTS MUST BE NUMBERS AND DATES REAL
      *    YYYYMMDD DATES: A MISKEYED EXEMPTION READ AS ZERO WOULD
      *    ATTACH PROTECTED FUNDS, AND A BAD RELEASE DATE WOULD LET
      *    GARNISH PAY THE HOLD OVER BEFORE THE ANSWER PERIOD ENDS.
       310-ENTER-ORDER.
           IF WS-MNT-F3(1:1) NOT = 'A' AND WS-MNT-F3(1:1) NOT = 'C'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'ORDER TYPE NOT A OR C: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           IF WS-MNT-F4 = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NO ORDER TARGET: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           IF WS-MNT-F3(1:1) = 'A'
               MOVE WS-MNT-F4 TO AF-ACCOUNT-NUMBER
               READ ACCOUNTFILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'ORDER ON UNKNOWN ACCOUNT: '
                               LEGALMNT-RECORD
                       GO TO 310-ENTER-ORDER-EXIT
               END-READ
               IF AF-STATUS-CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'ORDER ON CLOSED ACCOUNT: ' LEGALMNT-RECORD
                   GO TO 310-ENTER-ORDER-EXIT
               END-IF
           ELSE
               IF NOT WS-CUST-OPEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'NO CUSTOMER MASTER FOR ORDER: '
                           LEGALMNT-RECORD
                   GO TO 310-ENTER-ORDER-EXIT
               END-IF
               MOVE WS-MNT-F4 TO CM-CUSTOMER-NUMBER
               READ CUSTFILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'ORDER ON UNKNOWN CUSTOMER: '
                               LEGALMNT-RECORD
                       GO TO 310-ENTER-ORDER-EXIT
               END-READ
           END-IF.
           MOVE 0 TO WS-ORDERED-AMOUNT WS-EXEMPT-AMOUNT.
           IF WS-MNT-F5 NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-MNT-F5) NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'ORDERED AMOUNT NOT NUMERIC: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           IF WS-MNT-F5 NOT = SPACES
               COMPUTE WS-ORDERED-AMOUNT = FUNCTION NUMVAL(WS-MNT-F5)
           END-IF.
           IF WS-ORDERED-AMOUNT NOT > 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'ORDERED AMOUNT MISSING: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           IF WS-MNT-F6 NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-MNT-F6) NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EXEMPT AMOUNT NOT NUMERIC: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           IF WS-MNT-F6 NOT = SPACES
               COMPUTE WS-EXEMPT-AMOUNT = FUNCTION NUMVAL(WS-MNT-F6)
           END-IF.
           IF WS-MNT-F7 = SPACES
               MOVE WS-TODAY TO WS-RECEIVED-DATE
           ELSE
               IF WS-MNT-F7(1:8) NOT NUMERIC OR
                  FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-MNT-F7(1:8))) NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'RECEIVED DATE NOT YYYYMMDD: '
                           LEGALMNT-RECORD
                   GO TO 310-ENTER-ORDER-EXIT
               END-IF
               MOVE WS-MNT-F7(1:8) TO WS-RECEIVED-DATE
           END-IF.
           IF WS-MNT-F9 NOT = SPACES AND
              (WS-MNT-F9(1:8) NOT NUMERIC OR
               FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-MNT-F9(1:8))) NOT = 0)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RELEASE DATE NOT YYYYMMDD: ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-HIGH-ORDER.
           MOVE WS-HIGH-ORDER TO WS-NEW-ORDER.
           MOVE SPACES TO LEGAL-RECORD.
           MOVE WS-NEW-ORDER TO LO-ORDER-NUMBER.
           MOVE WS-MNT-F2 TO LO-COURT-REFERENCE.
           MOVE WS-MNT-F3(1:1) TO LO-TARGET-TYPE.
           IF LO-TARGET-ACCOUNT
               MOVE WS-MNT-F4 TO LO-ACCOUNT-NUMBER
           ELSE
               MOVE WS-MNT-F4 TO LO-CUSTOMER-NUMBER
           END-IF.
           MOVE WS-ORDERED-AMOUNT TO LO-ORDERED-AMOUNT.
           MOVE WS-EXEMPT-AMOUNT TO LO-EXEMPT-AMOUNT.
           MOVE WS-RECEIVED-DATE TO LO-RECEIVED-DATE.
           IF FUNCTION TRIM(WS-MNT-F8) NUMERIC
               COMPUTE LO-PRIORITY = FUNCTION NUMVAL(WS-MNT-F8)
           ELSE
               MOVE WS-DEFAULT-PRIORITY TO LO-PRIORITY
           END-IF.
           IF WS-MNT-F9 = SPACES
               COMPUTE WS-RELEASE-INT = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RECEIVED-DATE)) +
                       WS-HOLD-DAYS)
               MOVE WS-RELEASE-INT TO LO-RELEASE-DATE
           ELSE
               MOVE WS-MNT-F9(1:8) TO LO-RELEASE-DATE
           END-IF.
           SET LO-STATUS-ACTIVE TO TRUE.
           MOVE 0 TO LO-HELD-AMOUNT LO-SWEPT-AMOUNT LO-HOLD-SEQ.
           MOVE WS-MNT-OPERATOR TO LO-OPERATOR-ID.
           MOVE WS-TODAY TO LO-ENTERED-DATE.
           WRITE LEGAL-RECORD.
           IF LO-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LEGALFILE WRITE FAILED: ' LO-FILE-STATUS
                       ' ' LEGALMNT-RECORD
               GO TO 310-ENTER-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-ENTERED-COUNT.
           DISPLAY 'ORDER ENTERED ' LO-ORDER-NUMBER ' ' LO-TARGET-TYPE
                   ' ' WS-MNT-F4 ' AMOUNT ' LO-ORDERED-AMOUNT
                   ' RELEASE ' LO-RELEASE-DATE.
       310-ENTER-ORDER-EXIT.
           EXIT.

      *    ONLY AN ACTIVE ORDER CAN BE LIFTED. WHAT IT ALREADY PAID
      *    OVER STAYS PAID; GARNISH RELEASES ANY HOLDS STILL ON.
       330-LIFT-ORDER.
      *    THE ORDER NUMBER MAY BE KEYED WITHOUT ITS LEADING ZEROS.
           MOVE WS-MNT-F2 TO LO-ORDER-NUMBER.
           IF FUNCTION TRIM(WS-MNT-F2) NUMERIC
               COMPUTE WS-NEW-ORDER = FUNCTION NUMVAL(WS-MNT-F2)
               MOVE WS-NEW-ORDER TO LO-ORDER-NUMBER
           END-IF.
           READ LEGALFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN LEGAL ORDER: ' LEGALMNT-RECORD
                   GO TO 330-LIFT-ORDER-EXIT
           END-READ.
           IF NOT LO-STATUS-ACTIVE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LEGAL ORDER NOT ACTIVE: ' LEGALMNT-RECORD
               GO TO 330-LIFT-ORDER-EXIT
           END-IF.
           SET LO-STATUS-LIFTED TO TRUE.
           MOVE WS-MNT-OPERATOR TO LO-OPERATOR-ID.
           REWRITE LEGAL-RECORD.
           IF LO-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LEGALFILE REWRITE FAILED: ' LO-FILE-STATUS
                       ' ' LEGALMNT-RECORD
               GO TO 330-LIFT-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-LIFTED-COUNT.
           DISPLAY 'ORDER LIFTED ' LO-ORDER-NUMBER.
       330-LIFT-ORDER-EXIT.
           EXIT.
