       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OPERATOR MASTER. NOTHING ON THE ACCOUNT MASTER CHANGES,
      *    SO NO RUN LOCK.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

      *    MAINTENANCE INSTRUCTIONS, ONE PER LINE, EACH ENDING WITH
      *    THE ID OF THE SECURITY ADMINISTRATOR MAKING THE CHANGE:
      *    OPER|ID|NAME|BRANCH|ROLE|AUTHORITY|BY ADDS AN OPERATOR
      *    (ACTIVE) OR RE-KEYS AN EXISTING ONE'S DETAILS, LEAVING ITS
      *    STATUS ALONE; REVOKE|ID|BY AND REINSTATE|ID|BY SET THE
      *    STATUS. ROLE IS T, O OR S AS IN OPERREC; AUTHORITY IS THE
      *    PER-ITEM AMOUNT LIMIT (0 = NONE).
           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.

      *    EVERY CHANGE APPLIED, OLD AND NEW VALUES WITH WHO MADE IT.
      *    THE LOG ONLY EVER EXTENDS.
           SELECT OPERLOGFILE ASSIGN TO WS-OPERLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OL-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERFILE.
       COPY OPERREC.

       FD  MAINTFILE.
       01  MAINT-RECORD PIC X(132).

       FD  OPERLOGFILE.
       01  OPERLOG-RECORD PIC X(160).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  WS-MAINT-FILE-NAME PIC X(100) VALUE 'OPERMAINT.DAT'.
       01  WS-OPERLOG-FILE-NAME PIC X(100) VALUE 'OPERLOG.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  OP-FILE-STATUS     PIC XX.
       01  MF-FILE-STATUS     PIC XX.
       01  OL-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-ADDED-COUNT     PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REVOKED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REINSTATED-COUNT PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01  WS-MNT-F1          PIC X(10).
       01  WS-MNT-F2          PIC X(10).
       01  WS-MNT-F3          PIC X(30).
       01  WS-MNT-F4          PIC X(10).
       01  WS-MNT-F5          PIC X(10).
       01  WS-MNT-F6          PIC X(15).
       01  WS-MNT-F7          PIC X(10).
       01  WS-MNT-BY          PIC X(5).

      *    WHILE THE MASTER HOLDS NO ACTIVE SECURITY ADMINISTRATOR
      *    (THE FIRST RUN, OR A RECOVERY AFTER THE LAST ONE LEFT) THE
      *    BY CHECK CANNOT BE MET, SO IT IS WAIVED FOR THE RUN WITH A
      *    CONSOLE WARNING. EVERY CHANGE IS STILL LOGGED.
       01  WS-BOOTSTRAP-SW    PIC X(1) VALUE 'Y'.
           88  WS-BOOTSTRAP       VALUE 'Y'.
           88  WS-NOT-BOOTSTRAP   VALUE 'N'.
       01  WS-SCAN-EOF        PIC X(1).

      *    THE ENTRY BEING CHANGED, BEFORE THE CHANGE, FOR THE LOG.
       01  WS-OLD-ROLE        PIC X(1).
       01  WS-OLD-AUTHORITY   PIC 9(7)V99.
       01  WS-OLD-STATUS      PIC X(1).
       01  WS-LOG-ACTION      PIC X(9).
       01  WS-NEW-AUTHORITY   PIC 9(7)V99.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           OPEN I-O OPERFILE.
           IF OP-FILE-STATUS = '35'
               DISPLAY 'OPERFILE NOT FOUND, CREATING NEW FILE'
               OPEN OUTPUT OPERFILE
               CLOSE OPERFILE
               OPEN I-O OPERFILE
           END-IF.
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening OPERFILE: ' OP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 020-CHECK-BOOTSTRAP THRU 020-CHECK-BOOTSTRAP-EXIT.
           OPEN INPUT MAINTFILE.
           IF MF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening OPERMAINT: ' MF-FILE-STATUS
           ELSE
               PERFORM 200-PROCESS-MAINT THRU 200-PROCESS-MAINT-EXIT
                       UNTIL EOF-FLAG = 'Y'
               CLOSE MAINTFILE
               DISPLAY 'OPERATORS ADDED  : ' WS-ADDED-COUNT
               DISPLAY 'OPERATORS UPDATED: ' WS-UPDATED-COUNT
               DISPLAY 'REVOKED          : ' WS-REVOKED-COUNT
               DISPLAY 'REINSTATED       : ' WS-REINSTATED-COUNT
               DISPLAY 'ERRORS           : ' WS-ERROR-COUNT
           END-IF.
           CLOSE OPERFILE.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERMAINT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERLOG_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPERLOG-FILE-NAME
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

      *    THE FILE IS A FEW HUNDRED RECORDS AT MOST; A SCAN FOR AN
      *    ACTIVE SECURITY ADMINISTRATOR COSTS NOTHING.
       020-CHECK-BOOTSTRAP.
           SET WS-BOOTSTRAP TO TRUE.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERFILE KEY NOT < OP-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ OPERFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF OP-ROLE-SECADMIN AND OP-STATUS-ACTIVE
                           SET WS-NOT-BOOTSTRAP TO TRUE
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BOOTSTRAP
               DISPLAY 'NO ACTIVE SECURITY ADMINISTRATOR ON FILE - '
                       'BY CHECK WAIVED FOR THIS RUN'
           END-IF.
       020-CHECK-BOOTSTRAP-EXIT.
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
               DISPLAY 'NO OPERATOR ID: ' MAINT-RECORD
               GO TO 300-APPLY-ONE-LINE-EXIT
           END-IF.
           IF WS-MNT-F1 = 'OPER'
               MOVE WS-MNT-F7(1:5) TO WS-MNT-BY
           ELSE
               MOVE WS-MNT-F3(1:5) TO WS-MNT-BY
           END-IF.
           PERFORM 310-CHECK-MAINTAINER THRU
                   310-CHECK-MAINTAINER-EXIT.
           IF WS-MNT-BY = SPACES
               GO TO 300-APPLY-ONE-LINE-EXIT
           END-IF.
           EVALUATE WS-MNT-F1
               WHEN 'OPER'
                   PERFORM 320-ADD-OR-UPDATE-OPERATOR THRU
                           320-ADD-OR-UPDATE-OPERATOR-EXIT
               WHEN 'REVOKE'
                   PERFORM 330-SET-OPERATOR-STATUS THRU
                           330-SET-OPERATOR-STATUS-EXIT
               WHEN 'REINSTATE'
                   PERFORM 330-SET-OPERATOR-STATUS THRU
                           330-SET-OPERATOR-STATUS-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN OPERMAINT LINE: ' MAINT-RECORD
           END-EVALUATE.
       300-APPLY-ONE-LINE-EXIT.
           EXIT.

      *    THE CHANGE MUST BE MADE BY AN ACTIVE SECURITY
      *    ADMINISTRATOR, AND NOBODY MAINTAINS THEIR OWN ENTRY - NO
      *    ONE RAISES THEIR OWN AUTHORITY OR UNDOES THEIR OWN
      *    REVOCATION. A REFUSED LINE COMES BACK WITH WS-MNT-BY
      *    BLANKED.
       310-CHECK-MAINTAINER.
           IF WS-MNT-BY = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NO MAINTAINING ADMINISTRATOR: ' MAINT-RECORD
               GO TO 310-CHECK-MAINTAINER-EXIT
           END-IF.
           IF WS-MNT-BY = WS-MNT-F2(1:5)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'OPERATOR CANNOT MAINTAIN OWN ENTRY: '
                       MAINT-RECORD
               MOVE SPACES TO WS-MNT-BY
               GO TO 310-CHECK-MAINTAINER-EXIT
           END-IF.
           IF WS-BOOTSTRAP
               GO TO 310-CHECK-MAINTAINER-EXIT
           END-IF.
           MOVE WS-MNT-BY TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   MOVE SPACES TO OPERATOR-RECORD
           END-READ.
           IF OP-OPERATOR-ID = SPACES OR NOT OP-ROLE-SECADMIN OR
              NOT OP-STATUS-ACTIVE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NOT AN ACTIVE SECURITY ADMINISTRATOR: '
                       MAINT-RECORD
               MOVE SPACES TO WS-MNT-BY
           END-IF.
       310-CHECK-MAINTAINER-EXIT.
           EXIT.

      *    A RE-KEY LEAVES THE ADDED DATE AND STATUS ALONE; A REVOKED
      *    OPERATOR STAYS REVOKED UNTIL SOMEONE REINSTATES THEM.
       320-ADD-OR-UPDATE-OPERATOR.
           IF WS-MNT-F3 = SPACES OR WS-MNT-F4(1:3) = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'OPERATOR NAME AND BRANCH REQUIRED: '
                       MAINT-RECORD
               GO TO 320-ADD-OR-UPDATE-OPERATOR-EXIT
           END-IF.
           MOVE WS-MNT-F5(1:1) TO OP-ROLE.
           IF NOT OP-ROLE-VALID OR WS-MNT-F5(2:9) NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'UNKNOWN OPERATOR ROLE: ' MAINT-RECORD
               GO TO 320-ADD-OR-UPDATE-OPERATOR-EXIT
           END-IF.
           MOVE 0 TO WS-NEW-AUTHORITY.
           IF WS-MNT-F6 NOT = SPACES
               COMPUTE WS-NEW-AUTHORITY = FUNCTION NUMVAL(WS-MNT-F6)
           END-IF.
           MOVE WS-MNT-F2(1:5) TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE WS-MNT-F2(1:5) TO OP-OPERATOR-ID
                   SET OP-STATUS-ACTIVE TO TRUE
                   MOVE WS-PROCESSING-DATE TO OP-ADDED-DATE
                                              OP-STATUS-DATE
                   MOVE SPACES TO WS-OLD-ROLE WS-OLD-STATUS
                   MOVE 0 TO WS-OLD-AUTHORITY
                   PERFORM 325-FILL-OPERATOR-FIELDS THRU
                           325-FILL-OPERATOR-FIELDS-EXIT
                   WRITE OPERATOR-RECORD
                   END-WRITE
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADD' TO WS-LOG-ACTION
               NOT INVALID KEY
                   MOVE OP-ROLE TO WS-OLD-ROLE
                   MOVE OP-AUTHORITY-LIMIT TO WS-OLD-AUTHORITY
                   MOVE OP-STATUS TO WS-OLD-STATUS
                   PERFORM 325-FILL-OPERATOR-FIELDS THRU
                           325-FILL-OPERATOR-FIELDS-EXIT
                   REWRITE OPERATOR-RECORD
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE 'UPDATE' TO WS-LOG-ACTION
           END-READ.
           PERFORM 340-LOG-CHANGE THRU 340-LOG-CHANGE-EXIT.
       320-ADD-OR-UPDATE-OPERATOR-EXIT.
           EXIT.

       325-FILL-OPERATOR-FIELDS.
           MOVE WS-MNT-F3 TO OP-OPERATOR-NAME.
           MOVE WS-MNT-F4(1:3) TO OP-BRANCH-CODE.
           MOVE WS-MNT-F5(1:1) TO OP-ROLE.
           MOVE WS-NEW-AUTHORITY TO OP-AUTHORITY-LIMIT.
           MOVE WS-PROCESSING-DATE TO OP-CHANGED-DATE.
           MOVE WS-MNT-BY TO OP-CHANGED-BY.
       325-FILL-OPERATOR-FIELDS-EXIT.
           EXIT.

       330-SET-OPERATOR-STATUS.
           MOVE WS-MNT-F2(1:5) TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'STATUS FOR UNKNOWN OPERATOR: '
                           MAINT-RECORD
                   GO TO 330-SET-OPERATOR-STATUS-EXIT
           END-READ.
           MOVE OP-ROLE TO WS-OLD-ROLE.
           MOVE OP-AUTHORITY-LIMIT TO WS-OLD-AUTHORITY.
           MOVE OP-STATUS TO WS-OLD-STATUS.
           IF WS-MNT-F1 = 'REVOKE'
               SET OP-STATUS-REVOKED TO TRUE
               ADD 1 TO WS-REVOKED-COUNT
               MOVE 'REVOKE' TO WS-LOG-ACTION
           ELSE
               SET OP-STATUS-ACTIVE TO TRUE
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE 'REINSTATE' TO WS-LOG-ACTION
           END-IF.
           MOVE WS-PROCESSING-DATE TO OP-STATUS-DATE OP-CHANGED-DATE.
           MOVE WS-MNT-BY TO OP-CHANGED-BY.
           REWRITE OPERATOR-RECORD.
           PERFORM 340-LOG-CHANGE THRU 340-LOG-CHANGE-EXIT.
       330-SET-OPERATOR-STATUS-EXIT.
           EXIT.

       340-LOG-CHANGE.
           OPEN EXTEND OPERLOGFILE.
           IF OL-FILE-STATUS = '35'
               OPEN OUTPUT OPERLOGFILE
           END-IF.
           IF OL-FILE-STATUS NOT = '00'
               DISPLAY 'OPERATOR LOG UNWRITABLE: ' OL-FILE-STATUS
           ELSE
               MOVE SPACES TO OPERLOG-RECORD
               STRING WS-PROCESSING-DATE ' | ' WS-LOG-ACTION
                   ' | OPERATOR ' OP-OPERATOR-ID ' | BY ' WS-MNT-BY
                   ' | ROLE ' WS-OLD-ROLE '>' OP-ROLE
                   ' | AUTHORITY ' WS-OLD-AUTHORITY '>'
                   OP-AUTHORITY-LIMIT
                   ' | STATUS ' WS-OLD-STATUS '>' OP-STATUS
                   ' | ' OP-BRANCH-CODE ' ' OP-OPERATOR-NAME
                   DELIMITED BY SIZE INTO OPERLOG-RECORD
               WRITE OPERLOG-RECORD
               CLOSE OPERLOGFILE
           END-IF.
       340-LOG-CHANGE-EXIT.
           EXIT.
