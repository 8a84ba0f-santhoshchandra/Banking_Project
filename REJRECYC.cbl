           SELECT REPAIRLOGFILE ASSIGN TO WS-REPAIRLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
      *    THE OPERATOR MASTER, READ-ONLY: THE REPAIRING OFFICER MUST
      *    BE ON IT, ACTIVE, AND HOLD THE OFFICER ROLE. NO FILE MEANS
      *    NO ROLE CHECK, AS IN POSTING.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.
      *    PROCESSING-DATE CONTROL RECORD: THE BUSINESS DATE THE
      *    CYCLE IS RUNNING FOR, ADVANCED BY THE DAY-END CLOSE - SO A
      *    RERUN OR BACKDATED CYCLE CARRIES THE DATE IT BELONGS TO

       FD  REPAIRLOGFILE.
       01  REPAIRLOG-RECORD PIC X(240).
       FD  OPERFILE.
       COPY OPERREC.
       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  OP-FILE-STATUS     PIC XX.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN       VALUE 'Y'.

       01  WS-TODAY-INTEGER   PIC 9(8).
       01  WS-FIRST-SEEN-INTEGER PIC 9(8).
      *    IND, NAME, CCY, REF (ALSO THE HOLD ID), ODL, STATUS, EXP
      *    (HOLD EXPIRY), AND PASS (RESUBMIT THE REJECT UNCHANGED).
      *    A REJECT WITH NO CORRECTION IS NOT RESUBMITTED - IT
      *    CARRIES FORWARD INTO THE AGING FILE. THE FOURTH FIELD IS
      *    THE REPAIRING OFFICER, REQUIRED WHEN THE OPERATOR MASTER
      *    IS PRESENT.
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-ENTRY OCCURS 200 TIMES.
               10  WS-CORR-LINE-NO   PIC 9(5).
               10  WS-CORR-FIELD     PIC X(6).
               10  WS-CORR-VALUE     PIC X(30).
               10  WS-CORR-OFFICER   PIC X(5).
       01  WS-CORR-COUNT      PIC 9(3) VALUE 0.
       01  WS-CORR-IDX        PIC 9(3).
       01  WS-CORR-LINE-TEXT  PIC X(5).
       01  WS-REPAIR-COUNT    PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01  WS-SEQUENCE-NUMBER PIC 9(6) VALUE 0.

      *    PARSED FIELDS OF ONE PIPE-DELIMITED REJECT LINE. THE
       01  WS-REJ-F5          PIC X(30).
       01  WS-REJ-F6          PIC X(30).
       01  WS-REJ-F7          PIC X(30).
       01  WS-REJ-F8          PIC X(30).
      *    WHO KEYED THE REJECTED ITEM (THE 'TLR' FIELD OF A DETAIL
      *    REJECT, THE 'OPR' FIELD OF A MAINTENANCE ONE) AND WHO IS
      *    REPAIRING IT. THE KEYER'S ID GOES BACK ON THE REPAIRED
      *    ITEM SO IT STILL TIES TO THE DRAWER IT CAME FROM.
       01  WS-RPR-KEYER       PIC X(5).
       01  WS-RPR-OFFICER     PIC X(5).
       01  WS-RPR-OFFICER-SW  PIC X(1).
           88  WS-RPR-OFFICER-OK      VALUE 'Y'.
           88  WS-RPR-OFFICER-REFUSED VALUE 'N'.
       01  WS-REJ-TYPE        PIC X(3).
       01  WS-RPR-ACCOUNT     PIC X(10).
       01  WS-RPR-TO-ACCOUNT  PIC X(10).
           PERFORM 020-LOAD-CORRECTIONS THRU
                   020-LOAD-CORRECTIONS-EXIT.
           PERFORM 030-LOAD-AGING THRU 030-LOAD-AGING-EXIT.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           END-IF.

           OPEN INPUT REJECTFILE.
           IF RJ-FILE-STATUS NOT = '00'
               DISPLAY 'REPAIRS WRITTEN   : ' WS-REPAIR-COUNT
               DISPLAY 'CARRIED FORWARD   : ' WS-CARRIED-COUNT
               DISPLAY 'AGED PAST LIMIT   : ' WS-AGED-COUNT
               DISPLAY 'REPAIRS REFUSED   : ' WS-REFUSED-COUNT
           END-IF.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
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


      *    CORRECTIONS.DAT IS OPTIONAL - NO FILE MEANS NO REPAIRS
      *    THIS RUN, JUST AGING. EACH LINE:
      *    LINE-NO|FIELD|VALUE|OFFICER.
       020-LOAD-CORRECTIONS.
           MOVE 0 TO WS-CORR-COUNT.
           OPEN INPUT CORRECTIONFILE.
                           IF CORRECTION-RECORD NOT = SPACES AND
                              WS-CORR-COUNT < 200
                               ADD 1 TO WS-CORR-COUNT
                               MOVE SPACES TO
                                    WS-CORR-OFFICER(WS-CORR-COUNT)
                               UNSTRING CORRECTION-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-CORR-LINE-TEXT
                                   WS-CORR-FIELD(WS-CORR-COUNT)
                                   WS-CORR-VALUE(WS-CORR-COUNT)
                                   WS-CORR-OFFICER(WS-CORR-COUNT)
                               END-UNSTRING
                               MOVE FUNCTION NUMVAL(WS-CORR-LINE-TEXT)
                                 TO WS-CORR-LINE-NO(WS-CORR-COUNT)
           SET WS-REPAIR-NOT-SELECTED TO TRUE.
           PERFORM 230-APPLY-CORRECTIONS THRU
                   230-APPLY-CORRECTIONS-EXIT.
           IF WS-REPAIR-SELECTED AND WS-REJ-TYPE NOT = 'BAT'
               PERFORM 235-CHECK-REPAIR-OFFICER THRU
                       235-CHECK-REPAIR-OFFICER-EXIT
               IF WS-RPR-OFFICER-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   SET WS-REPAIR-NOT-SELECTED TO TRUE
               END-IF
           END-IF.
           IF WS-REPAIR-SELECTED AND WS-REJ-TYPE = 'BAT'
               DISPLAY 'BATCH REFUSAL CANNOT BE RESUBMITTED - FIX '
                       'THE SOURCE FILE: ' WS-REJECT-LINE(1:60)
      *    / REJECT-MAINTENANCE IN BANKTRANS EXACTLY.
       220-PARSE-REJECT-LINE.
           MOVE SPACES TO WS-REJ-F1 WS-REJ-F2 WS-REJ-F3 WS-REJ-F4
                          WS-REJ-F5 WS-REJ-F6 WS-REJ-F7 WS-REJ-F8.
           UNSTRING WS-REJECT-LINE DELIMITED BY ' | '
               INTO WS-REJ-F1 WS-REJ-F2 WS-REJ-F3 WS-REJ-F4
                    WS-REJ-F5 WS-REJ-F6 WS-REJ-F7 WS-REJ-F8
           END-UNSTRING.
           MOVE SPACES TO WS-RPR-KEYER.
           MOVE SPACES TO WS-RPR-TO-ACCOUNT WS-RPR-REFERENCE
                          WS-RPR-CURRENCY WS-RPR-NAME WS-RPR-CODE
                          WS-RPR-STATUS.
                   MOVE 'MNT' TO WS-REJ-TYPE
                   MOVE WS-REJ-F1(1:10) TO WS-RPR-ACCOUNT
                   MOVE WS-REJ-F3(1:1) TO WS-RPR-ACTION
                   IF WS-REJ-F6(1:4) = 'OPR '
                       MOVE WS-REJ-F6(5:5) TO WS-RPR-KEYER
                   END-IF
      *        A WHOLE-BATCH REFUSAL LINE DESCRIBES A FILE, NOT AN
      *        ITEM - IT CAN ONLY BE FIXED AT THE SOURCE AND NEVER
      *        RESUBMITTED FROM HERE.
                   MOVE WS-REJ-F3(1:5) TO WS-RPR-CODE
                   MOVE WS-REJ-F4(1:9) TO WS-RPR-AMOUNT-X
                   MOVE WS-REJ-F5(1:1) TO WS-RPR-IND
                   IF WS-REJ-F8(1:4) = 'TLR '
                       MOVE WS-REJ-F8(5:5) TO WS-RPR-KEYER
                   END-IF
           END-EVALUATE.
       220-PARSE-REJECT-LINE-EXIT.
           EXIT.
      *    CHANGING A FIELD, FOR REJECTS WHOSE CAUSE WAS FIXED
      *    ELSEWHERE (E.G. THE ACCOUNT HAS SINCE BEEN OPENED).
       230-APPLY-CORRECTIONS.
           MOVE SPACES TO WS-RPR-OFFICER.
           SET WS-RPR-OFFICER-OK TO TRUE.
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF WS-CORR-LINE-NO(WS-CORR-IDX) = WS-REJECT-ORDINAL
                   IF WS-REPAIR-NOT-SELECTED
                       MOVE WS-CORR-OFFICER(WS-CORR-IDX) TO
                            WS-RPR-OFFICER
                   ELSE
                       IF WS-CORR-OFFICER(WS-CORR-IDX) NOT =
                          WS-RPR-OFFICER
                           SET WS-RPR-OFFICER-REFUSED TO TRUE
                       END-IF
                   END-IF
                   SET WS-REPAIR-SELECTED TO TRUE
                   EVALUATE WS-CORR-FIELD(WS-CORR-IDX)
                       WHEN 'ACCT'
       230-APPLY-CORRECTIONS-EXIT.
           EXIT.

      *    ONE OFFICER OWNS A REPAIR: EVERY CORRECTION FOR THE LINE
      *    MUST NAME THE SAME ONE. THEY MAY NOT REPAIR AN ITEM THEY
      *    KEYED THEMSELVES, AND WITH THE OPERATOR MASTER PRESENT THEY
      *    MUST BE AN ACTIVE OFFICER ON IT. A REFUSED REPAIR CARRIES
      *    FORWARD, UNTOUCHED, FOR SOMEONE ELSE.
       235-CHECK-REPAIR-OFFICER.
           IF WS-RPR-OFFICER-REFUSED
               DISPLAY 'REPAIR REFUSED - CORRECTIONS BY MORE THAN '
                       'ONE OFFICER: LINE ' WS-REJECT-ORDINAL
               GO TO 235-CHECK-REPAIR-OFFICER-EXIT
           END-IF.
           IF WS-RPR-OFFICER NOT = SPACES AND
              WS-RPR-OFFICER = WS-RPR-KEYER
               SET WS-RPR-OFFICER-REFUSED TO TRUE
               DISPLAY 'REPAIR REFUSED - OFFICER ' WS-RPR-OFFICER
                       ' KEYED THE ITEM: LINE ' WS-REJECT-ORDINAL
               GO TO 235-CHECK-REPAIR-OFFICER-EXIT
           END-IF.
           IF NOT WS-OPER-OPEN
               GO TO 235-CHECK-REPAIR-OFFICER-EXIT
           END-IF.
           MOVE WS-RPR-OFFICER TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-RPR-OFFICER-REFUSED TO TRUE
                   DISPLAY 'REPAIR REFUSED - UNKNOWN OFFICER '
                           WS-RPR-OFFICER ': LINE ' WS-REJECT-ORDINAL
                   GO TO 235-CHECK-REPAIR-OFFICER-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ROLE-OFFICER
               SET WS-RPR-OFFICER-REFUSED TO TRUE
               DISPLAY 'REPAIR REFUSED - ' WS-RPR-OFFICER
                       ' IS NOT AN ACTIVE OFFICER: LINE '
                       WS-REJECT-ORDINAL
           END-IF.
       235-CHECK-REPAIR-OFFICER-EXIT.
           EXIT.

      *    EMITS THE CORRECTED ITEM IN PROPER TRANSREC FORM WITH A
      *    FRESH SEQUENCE NUMBER, AND LOGS NEW-SEQUENCE -> ORIGINAL
      *    REJECT LINEAGE SO NOTHING IS RE-KEYED BLIND.
                   MOVE WS-RPR-IND TO TF-CREDIT-DEBIT-IND
                   MOVE WS-SEQUENCE-NUMBER TO TF-SEQUENCE-NUMBER
                   MOVE WS-RPR-CURRENCY TO TF-CURRENCY-CODE
                   MOVE WS-RPR-KEYER TO TF-TELLER-ID
               WHEN 'REV'
                   MOVE 'REV' TO TR-RECORD-TYPE
                   MOVE WS-RPR-ACCOUNT TO TR-ACCOUNT-NUMBER
                   MOVE WS-RPR-STATUS TO MT-ACCOUNT-STATUS
                   MOVE WS-RPR-NAME(1:28) TO MT-HOLDER-NAME
                   MOVE WS-RPR-CURRENCY TO MT-CURRENCY-CODE
                   MOVE WS-RPR-KEYER TO MT-OPERATOR-ID
           END-EVALUATE.
      *    A NON-NUMERIC AMOUNT STAYS OUT OF THE CONTROL TOTALS, THE
      *    SAME RULE THE POSTING PRE-PASS APPLIES, SO BOTH SIDES

           MOVE SPACES TO REPAIRLOG-RECORD.
           STRING 'SEQ ' WS-SEQUENCE-NUMBER ' | REJECT LINE '
               WS-REJECT-ORDINAL ' | BY ' WS-RPR-OFFICER ' | '
               WS-REJECT-LINE(1:170)
               DELIMITED BY SIZE INTO REPAIRLOG-RECORD.
           WRITE REPAIRLOG-RECORD.
       240-WRITE-REPAIR-RECORD-EXIT.
