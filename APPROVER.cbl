               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-FILE-STATUS.

      *    THE OPERATOR MASTER, READ-ONLY: A DECIDING OFFICER MUST BE
      *    ON IT, ACTIVE, AND HOLD THE OFFICER ROLE. NO FILE MEANS NO
      *    ROLE CHECK, AS IN POSTING.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       FD  APPRLOGFILE.
       01  APPRLOG-RECORD PIC X(160).

       FD  OPERFILE.
       COPY OPERREC.

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-BATCHLIST-FILE-NAME PIC X(100) VALUE 'BATCHLIST.DAT'.
       01  WS-APPRLOG-FILE-NAME PIC X(100) VALUE 'APPRLOG.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  OP-FILE-STATUS     PIC XX.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.
       01  WS-OFFICER-SW      PIC X(1).
           88  WS-OFFICER-OK      VALUE 'Y'.
           88  WS-OFFICER-REFUSED VALUE 'N'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  PP-FILE-STATUS     PIC XX.
       01  NP-FILE-STATUS     PIC XX.
                   GET-PROCESSING-DATE-EXIT.
           PERFORM 200-LOAD-QUEUE THRU 200-LOAD-QUEUE-EXIT.
           PERFORM 300-WRITE-LISTING THRU 300-WRITE-LISTING-EXIT.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           END-IF.
           PERFORM 400-APPLY-DECISIONS THRU 400-APPLY-DECISIONS-EXIT.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
           PERFORM 500-RELEASE-AND-CARRY THRU
                   500-RELEASE-AND-CARRY-EXIT.
           DISPLAY 'PENDING ITEMS READ : ' WS-PA-COUNT.
           DISPLAY 'RELEASED           : ' WS-RELEASED-COUNT.
           DISPLAY 'REJECTED           : ' WS-REJECTED-COUNT.
           DISPLAY 'DECISIONS REFUSED  : ' WS-REFUSED-COUNT.
           DISPLAY 'CARRIED FORWARD    : ' WS-CARRIED-COUNT.
           STOP RUN.
       100-INITILIZE-EXIT.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.


      *    DUAL CONTROL MEANS TWO DIFFERENT PEOPLE: AN OFFICER
      *    APPROVING THEIR OWN HELD ITEM IS REFUSED, LOGGED, AND THE
      *    ITEM STAYS PENDING FOR SOMEONE ELSE. SO IS ANY DECISION BY
      *    SOMEONE WHO IS NOT AN ACTIVE OFFICER ON THE OPERATOR
      *    MASTER.
       410-APPLY-ONE-DECISION.
           MOVE SPACES TO WS-DC-F1 WS-DC-F2 WS-DC-F3.
           UNSTRING DECISION-RECORD DELIMITED BY '|'
               ELSE
               IF WS-PA-STATE(WS-DC-ITEM) NOT = 'P'
                   DISPLAY 'ITEM ALREADY DECIDED: ' DECISION-RECORD
               ELSE
               PERFORM 415-CHECK-OFFICER THRU 415-CHECK-OFFICER-EXIT
               IF WS-OFFICER-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'REFUSED' TO WS-DC-F1
                   PERFORM 420-LOG-DECISION THRU
                           420-LOG-DECISION-EXIT
               ELSE
                   EVALUATE WS-DC-F1
                       WHEN 'APPROVE'
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.
       410-APPLY-ONE-DECISION-EXIT.
           EXIT.

       415-CHECK-OFFICER.
           SET WS-OFFICER-OK TO TRUE.
           IF NOT WS-OPER-OPEN
               GO TO 415-CHECK-OFFICER-EXIT
           END-IF.
           MOVE WS-DC-OFFICER TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-OFFICER-REFUSED TO TRUE
                   DISPLAY 'DECISION BY UNKNOWN OFFICER REFUSED: '
                           DECISION-RECORD
                   GO TO 415-CHECK-OFFICER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ROLE-OFFICER
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'DECISION BY NON-OFFICER REFUSED (ROLE '
                       OP-ROLE ' STATUS ' OP-STATUS '): '
                       DECISION-RECORD
           END-IF.
       415-CHECK-OFFICER-EXIT.
           EXIT.

       420-LOG-DECISION.
           OPEN EXTEND APPRLOGFILE.
           IF AG-FILE-STATUS = '35'
