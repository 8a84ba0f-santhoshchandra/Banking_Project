               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

      *    THE OPERATOR MASTER, READ-ONLY: THE DECIDING OFFICER MUST
      *    BE ON IT, ACTIVE, AND HOLD THE OFFICER ROLE. NO FILE MEANS
      *    NO ROLE CHECK, AS IN POSTING.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       FD  OPERFILE.
       COPY OPERREC.

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-NSFLOG-FILE-NAME PIC X(100) VALUE 'NSFLOG.DAT'.
       01  WS-PARAM-FILE-NAME PIC X(100) VALUE 'PARAMS.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  OP-FILE-STATUS     PIC XX.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.
       01  WS-OFFICER-SW      PIC X(1).
           88  WS-OFFICER-OK      VALUE 'Y'.
           88  WS-OFFICER-REFUSED VALUE 'N'.
      *    THE TELLER WHO KEYED THE ITEM - TF-TELLER-ID'S PLACE IN
      *    THE EMBEDDED DETAIL RECORD.
       01  WS-NQ-KEYER        PIC X(5).
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  NF-FILE-STATUS     PIC XX.
       01  NP-FILE-STATUS     PIC XX.
       01  WS-PAID-COUNT      PIC 9(3) VALUE 0.
       01  WS-RETURNED-COUNT  PIC 9(3) VALUE 0.
       01  WS-CARRIED-COUNT   PIC 9(3) VALUE 0.
       01  WS-REFUSED-COUNT   PIC 9(3) VALUE 0.
       01  WS-BATCH-ITEMS     PIC 9(5) VALUE 0.

      *    TRAILER CONTROL TOTALS PER THE RULE IN TRANSREC - PAYS AND
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-EXIT.
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
           PERFORM 500-EXECUTE-DECISIONS THRU
                   500-EXECUTE-DECISIONS-EXIT.
           DISPLAY 'NSF ITEMS READ : ' WS-NQ-COUNT.
           DISPLAY 'PAID           : ' WS-PAID-COUNT.
           DISPLAY 'RETURNED       : ' WS-RETURNED-COUNT.
           DISPLAY 'CARRIED FORWARD: ' WS-CARRIED-COUNT.
           DISPLAY 'REFUSED        : ' WS-REFUSED-COUNT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.
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

               IF WS-DC-ITEM < 1 OR WS-DC-ITEM > WS-NQ-COUNT
                   DISPLAY 'DECISION NAMES UNKNOWN ITEM: '
                           DECISION-RECORD
               ELSE
               PERFORM 415-CHECK-OFFICER THRU 415-CHECK-OFFICER-EXIT
               IF WS-OFFICER-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   EVALUATE WS-DC-F1
                       WHEN 'PAY'
                                   DECISION-RECORD
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
       410-APPLY-ONE-DECISION-EXIT.
           EXIT.

      *    NOBODY DECIDES AN ITEM THEY KEYED THEMSELVES, AND ONLY AN
      *    ACTIVE OFFICER ON THE OPERATOR MASTER DECIDES AT ALL. A
      *    REFUSED DECISION LEAVES THE ITEM PENDING FOR SOMEONE ELSE.
       415-CHECK-OFFICER.
           SET WS-OFFICER-OK TO TRUE.
           MOVE WS-NQ-RECORD(WS-DC-ITEM)(65:5) TO WS-NQ-KEYER.
           IF WS-DC-F3(1:5) = SPACES OR
              WS-DC-F3(1:5) = WS-NQ-KEYER
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NSF DECISION BY KEYING TELLER REFUSED: '
                       DECISION-RECORD
               GO TO 415-CHECK-OFFICER-EXIT
           END-IF.
           IF NOT WS-OPER-OPEN
               GO TO 415-CHECK-OFFICER-EXIT
           END-IF.
           MOVE WS-DC-F3(1:5) TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-OFFICER-REFUSED TO TRUE
                   DISPLAY 'NSF DECISION BY UNKNOWN OFFICER REFUSED: '
                           DECISION-RECORD
                   GO TO 415-CHECK-OFFICER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ROLE-OFFICER
               SET WS-OFFICER-REFUSED TO TRUE
               DISPLAY 'NSF DECISION BY NON-OFFICER REFUSED (ROLE '
                       OP-ROLE ' STATUS ' OP-STATUS '): '
                       DECISION-RECORD
           END-IF.
       415-CHECK-OFFICER-EXIT.
           EXIT.

      *    PAYS GO INTO THE BATCH FORCE-POST FLAGGED; RETURNS GO TO
      *    THE RETURNED-ITEMS FILE IN FEED FORMAT; BOTH DRAW THE NSF
      *    FEE IN THE SAME BATCH. UNDECIDED ITEMS CARRY FORWARD.
