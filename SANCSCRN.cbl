       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CURRENT SANCTIONS / WATCH LIST: LISTREF|NAME. NAMES
      *    ARE MATCHED BY THE RULES IN WATCHLST.
           SELECT WATCHLISTFILE ASSIGN TO WS-WATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.

      *    THE COMPLIANCE REVIEW QUEUE. BANKTRANS (AT ACCOUNT OPEN)
      *    AND CUSTMNT (AT CUSTOMER ADD/CHANGE) APPEND POTENTIAL
      *    HITS; THIS RUN ADDS THE RESCREEN'S. ONE LINE PER HIT:
      *    STATUS|DATE|TYPE|KEY|ACCOUNT|LISTREF|SOURCE|NAME|LISTNAME
      *    |DECIDED|OPERATOR - STATUS P PENDING, C CLEARED, F
      *    CONFIRMED; TYPE A = ACCOUNT HOLDER NAME (KEY = ACCOUNT),
      *    C = CUSTOMER (KEY = CUSTOMER). DECIDED LINES STAY ON THE
      *    FILE AS THE RECORD OF THE DECISION AND SO A CLEARED HIT
      *    IS NOT RAISED AGAIN BY THE NEXT RESCREEN.
           SELECT REVIEWFILE ASSIGN TO WS-REVIEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

      *    THE REWRITTEN GENERATION, SWAPPED IN BY THE OPERATOR -
      *    NSFREVIW'S PATTERN, SO AN ABEND MID-RUN LEAVES THE LIVE
      *    QUEUE UNTOUCHED.
           SELECT NEWREVIEWFILE ASSIGN TO WS-NEWREVIEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NR-FILE-STATUS.

      *    COMPLIANCE'S DECISIONS: CLEAR|TYPE|KEY|LISTREF|OPERATOR
      *    OR CONFIRM|TYPE|KEY|LISTREF|OPERATOR, NAMING A PENDING
      *    LINE ON THE QUEUE.
           SELECT DECISIONFILE ASSIGN TO WS-DECISION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-FILE-STATUS.

      *    FINGERPRINT (ENTRY COUNT AND HASH) OF THE LIST THE BOOK
      *    WAS LAST FULLY SCREENED AGAINST. A DIFFERENT LIST ON THE
      *    NEXT RUN MEANS A NEW LIST HAS ARRIVED AND TRIGGERS THE
      *    FULL RESCREEN.
           SELECT LISTCTLFILE ASSIGN TO WS-LISTCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

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

           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

      *    CONFIRMED HITS RAISE A SANCHIT EVENT ON THE SHARED QUEUE;
      *    NOTIFGEN ROUTES IT TO COMPLIANCE, NEVER TO THE CUSTOMER.
           SELECT NOTIFYQFILE ASSIGN TO WS-NOTIFYQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NQ-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    SHARED RUN LOCK ON THE ACCOUNT MASTER - A CONFIRMED HIT
      *    FREEZES ACCOUNTS, SO THIS RUN IS AN UPDATER LIKE ANY
      *    OTHER.
           SELECT LOCKFILE ASSIGN TO WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LK-FILE-STATUS.

           SELECT LOCKLOGFILE ASSIGN TO WS-LOCKLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLISTFILE.
       01  WATCHLIST-RECORD PIC X(80).

       FD  REVIEWFILE.
       01  REVIEW-RECORD PIC X(200).

       FD  NEWREVIEWFILE.
       01  NEWREVIEW-RECORD PIC X(200).

       FD  DECISIONFILE.
       01  DECISION-RECORD PIC X(60).

       FD  LISTCTLFILE.
       01  LISTCTL-RECORD PIC X(40).

       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  NOTIFYQFILE.
       01  NOTIFYQ-RECORD PIC X(80).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  LOCKFILE.
       01  LOCK-RECORD PIC X(60).

       FD  LOCKLOGFILE.
       01  LOCKLOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    RUN-LOCK CONTROLS. THE PID COMES FROM THE SCHEDULER VIA
      *    LOCK_PID (ZEROS WHEN RUN BY HAND); LOCK_OVERRIDE=Y IS THE
      *    EXPLICIT OPERATOR OVERRIDE FOR A STALE LOCK.
       01  WS-LOCK-FILE-NAME  PIC X(100) VALUE 'ACCTLOCK.DAT'.
       01  WS-LOCKLOG-FILE-NAME PIC X(100) VALUE 'LOCKLOG.DAT'.
       01  LK-FILE-STATUS     PIC XX.
       01  LL-FILE-STATUS     PIC XX.
       01  WS-LOCK-PID        PIC X(7) VALUE '0000000'.
       01  WS-LOCK-DENIED-SW  PIC X(1) VALUE 'N'.
           88  WS-LOCK-DENIED     VALUE 'Y'.
           88  WS-LOCK-NOT-DENIED VALUE 'N'.
       01  WS-LOCK-HELD-SW    PIC X(1) VALUE 'N'.
           88  WS-LOCK-HELD       VALUE 'Y'.
           88  WS-LOCK-NOT-HELD   VALUE 'N'.
       01  WS-LOCK-OVERRIDE-SW PIC X(1) VALUE 'N'.
           88  WS-LOCK-OVERRIDE-REQUESTED VALUE 'Y'.
       01  WS-LCK-F1          PIC X(10).
       01  WS-LCK-F2          PIC X(7).
       01  WS-LCK-F3          PIC X(16).

       01  WS-WATCHLIST-FILE-NAME PIC X(100) VALUE 'WATCHLIST.DAT'.
       01  WS-REVIEW-FILE-NAME PIC X(100) VALUE 'SANCREVIEW.DAT'.
       01  WS-NEWREVIEW-FILE-NAME PIC X(100) VALUE 'SANCREVIEW.NEW'.
       01  WS-DECISION-FILE-NAME PIC X(100) VALUE 'SANCDECIDE.DAT'.
       01  WS-LISTCTL-FILE-NAME PIC X(100) VALUE 'SANCLIST.CTL'.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-NOTIFYQ-FILE-NAME PIC X(100) VALUE 'NOTIFYQ.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  WL-FILE-STATUS     PIC XX.
       01  RV-FILE-STATUS     PIC XX.
       01  NR-FILE-STATUS     PIC XX.
       01  DC-FILE-STATUS     PIC XX.
       01  LC-FILE-STATUS     PIC XX.
       01  AF-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  NQ-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-SCAN-EOF        PIC X(1).
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
           88  WS-CUST-NOT-OPEN   VALUE 'N'.
       01  WS-REL-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-REL-OPEN        VALUE 'Y'.
           88  WS-REL-NOT-OPEN    VALUE 'N'.

      *    SANC_RESCREEN=Y FORCES THE FULL RESCREEN EVEN WHEN THE
      *    LIST IS UNCHANGED (E.G. AFTER A BULK CONVERSION).
       01  WS-RESCREEN-SW     PIC X(1) VALUE 'N'.
           88  WS-RESCREEN-FORCED VALUE 'Y'.
       01  WS-FP-COUNT        PIC 9(3) VALUE 0.
       01  WS-FP-HASH         PIC 9(9) VALUE 0.
       01  WS-FP-WORK         PIC 9(12).
       01  WS-FP-POS          PIC 9(2).
       01  WS-FP-OLD-COUNT    PIC 9(3) VALUE 0.
       01  WS-FP-OLD-HASH     PIC 9(9) VALUE 0.
       01  WS-CTL-F1          PIC X(5).
       01  WS-CTL-F2          PIC X(10).

       COPY WATCHLST.

      *    THE REVIEW QUEUE IN STORAGE.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 2000 TIMES.
               10  WS-RV-STATUS   PIC X(1).
               10  WS-RV-DATE     PIC X(8).
               10  WS-RV-TYPE     PIC X(1).
               10  WS-RV-KEY      PIC X(10).
               10  WS-RV-ACCOUNT  PIC X(10).
               10  WS-RV-LISTREF  PIC X(12).
               10  WS-RV-SOURCE   PIC X(8).
               10  WS-RV-NAME     PIC X(40).
               10  WS-RV-LISTNAME PIC X(40).
               10  WS-RV-DECIDED  PIC X(8).
               10  WS-RV-OPERATOR PIC X(8).
       01  WS-RV-COUNT        PIC 9(4) VALUE 0.
       01  WS-RV-IDX          PIC 9(4).
       01  WS-RV-FOUND-SW     PIC X(1).
           88  WS-RV-FOUND        VALUE 'Y'.
           88  WS-RV-NOT-FOUND    VALUE 'N'.

      *    THE CANDIDATE BEING SCREENED BY THE RESCREEN.
       01  WS-SC-TYPE         PIC X(1).
       01  WS-SC-KEY          PIC X(10).
       01  WS-SC-ACCOUNT      PIC X(10).
       01  WS-SC-HIT          PIC 9(2).

       01  WS-DC-F1           PIC X(8).
       01  WS-DC-F2           PIC X(1).
       01  WS-DC-F3           PIC X(10).
       01  WS-DC-F4           PIC X(12).
       01  WS-DC-F5           PIC X(8).

      *    NOTIFICATION-QUEUE WORK FIELDS FOR QUEUE-NOTIFY-EVENT.
       01  WS-NFY-EVENT       PIC X(8).
       01  WS-NFY-ACCOUNT     PIC X(10).
       01  WS-NFY-DETAIL      PIC X(40).
       01  WS-FREEZE-TALLY    PIC 9(3).

       01  WS-SCREENED-COUNT  PIC 9(7) VALUE 0.
       01  WS-RAISED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT   PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
       01  WS-FROZEN-COUNT    PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT   PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           PERFORM ACQUIRE-RUN-LOCK THRU ACQUIRE-RUN-LOCK-EXIT.
           IF WS-LOCK-DENIED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNTFILE.
           IF AF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening ACCOUNTFILE: ' AF-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           END-IF.
           OPEN INPUT RELFILE.
           IF RL-FILE-STATUS = '00'
               SET WS-REL-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT.
           PERFORM 150-FINGERPRINT-LIST THRU
                   150-FINGERPRINT-LIST-EXIT.
           PERFORM 200-LOAD-REVIEWS THRU 200-LOAD-REVIEWS-EXIT.
           PERFORM 300-APPLY-DECISIONS THRU 300-APPLY-DECISIONS-EXIT.
           PERFORM 400-CHECK-FOR-NEW-LIST THRU
                   400-CHECK-FOR-NEW-LIST-EXIT.
           PERFORM 600-WRITE-REVIEWS THRU 600-WRITE-REVIEWS-EXIT.
           IF WS-CUST-OPEN
               CLOSE CUSTFILE
           END-IF.
           IF WS-REL-OPEN
               CLOSE RELFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           DISPLAY 'WATCH LIST ENTRIES: ' WS-WL-COUNT.
           DISPLAY 'NAMES SCREENED    : ' WS-SCREENED-COUNT.
           DISPLAY 'NEW HITS RAISED   : ' WS-RAISED-COUNT.
           DISPLAY 'HITS CLEARED      : ' WS-CLEARED-COUNT.
           DISPLAY 'HITS CONFIRMED    : ' WS-CONFIRMED-COUNT.
           DISPLAY 'ACCOUNTS FROZEN   : ' WS-FROZEN-COUNT.
           DISPLAY 'HITS PENDING      : ' WS-PENDING-COUNT.
           DISPLAY 'ERRORS            : ' WS-ERROR-COUNT.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'WATCHLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANCREVIEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REVIEW-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANCREVIEWNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWREVIEW-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANCDECIDE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DECISION-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANCLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LISTCTL-FILE-NAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NOTIFYQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NOTIFYQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANC_RESCREEN'.
           IF WS-ENV-OVERRIDE = 'Y'
               SET WS-RESCREEN-FORCED TO TRUE
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOCK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOCK_PID'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:7) TO WS-LOCK-PID
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'LOCK_OVERRIDE'.
           IF WS-ENV-OVERRIDE = 'Y'
               SET WS-LOCK-OVERRIDE-REQUESTED TO TRUE
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


      *    COUNT PLUS A POSITION-WEIGHTED CHARACTER HASH OF EVERY
      *    LOADED ENTRY (REFERENCE AND NORMALIZED NAME). ANY ADDED,
      *    DROPPED OR ALTERED ENTRY CHANGES IT; RE-SORTING THE FILE
      *    DOES NOT, AND NEED NOT.
       150-FINGERPRINT-LIST.
           MOVE WS-WL-COUNT TO WS-FP-COUNT.
           MOVE 0 TO WS-FP-HASH.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               PERFORM VARYING WS-FP-POS FROM 1 BY 1
                       UNTIL WS-FP-POS > 60
                   COMPUTE WS-FP-WORK = WS-FP-HASH + WS-FP-POS *
                       FUNCTION ORD(WS-WL-NORM(WS-WL-IDX)
                                    (WS-FP-POS:1))
                   IF WS-FP-POS <= 12
                       COMPUTE WS-FP-WORK = WS-FP-WORK + WS-FP-POS *
                           FUNCTION ORD(WS-WL-REF(WS-WL-IDX)
                                        (WS-FP-POS:1))
                   END-IF
                   COMPUTE WS-FP-HASH =
                           FUNCTION MOD(WS-FP-WORK, 999999937)
               END-PERFORM
           END-PERFORM.
       150-FINGERPRINT-LIST-EXIT.
           EXIT.

       200-LOAD-REVIEWS.
           OPEN INPUT REVIEWFILE.
           IF RV-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ REVIEWFILE INTO REVIEW-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF REVIEW-RECORD NOT = SPACES
                               PERFORM 210-LOAD-ONE-REVIEW THRU
                                       210-LOAD-ONE-REVIEW-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE REVIEWFILE
           END-IF.
       200-LOAD-REVIEWS-EXIT.
           EXIT.

      *    A LINE THAT WILL NOT FIT IS REPORTED, NOT DROPPED SILENTLY
      *    - THE TABLE IS SIZED WELL ABOVE ANY REAL QUEUE.
       210-LOAD-ONE-REVIEW.
           IF WS-RV-COUNT = 2000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'REVIEW TABLE FULL - LINE NOT CARRIED: '
                       REVIEW-RECORD(1:60)
               GO TO 210-LOAD-ONE-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE SPACES TO WS-RV-ENTRY(WS-RV-COUNT).
           UNSTRING REVIEW-RECORD DELIMITED BY '|'
               INTO WS-RV-STATUS(WS-RV-COUNT)
                    WS-RV-DATE(WS-RV-COUNT)
                    WS-RV-TYPE(WS-RV-COUNT)
                    WS-RV-KEY(WS-RV-COUNT)
                    WS-RV-ACCOUNT(WS-RV-COUNT)
                    WS-RV-LISTREF(WS-RV-COUNT)
                    WS-RV-SOURCE(WS-RV-COUNT)
                    WS-RV-NAME(WS-RV-COUNT)
                    WS-RV-LISTNAME(WS-RV-COUNT)
                    WS-RV-DECIDED(WS-RV-COUNT)
                    WS-RV-OPERATOR(WS-RV-COUNT)
           END-UNSTRING.
       210-LOAD-ONE-REVIEW-EXIT.
           EXIT.

       300-APPLY-DECISIONS.
           OPEN INPUT DECISIONFILE.
           IF DC-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ DECISIONFILE INTO DECISION-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DECISION-RECORD NOT = SPACES
                               PERFORM 310-APPLY-ONE-DECISION THRU
                                       310-APPLY-ONE-DECISION-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE DECISIONFILE
           END-IF.
       300-APPLY-DECISIONS-EXIT.
           EXIT.

      *    A DECISION ONLY ACTS ON A PENDING LINE. NAMING ONE ALREADY
      *    DECIDED, OR ONE NOT ON THE QUEUE, IS AN ERROR FOR THE
      *    DESK TO LOOK AT - NEVER A SECOND FREEZE.
       310-APPLY-ONE-DECISION.
           MOVE SPACES TO WS-DC-F1 WS-DC-F2 WS-DC-F3 WS-DC-F4
                          WS-DC-F5.
           UNSTRING DECISION-RECORD DELIMITED BY '|'
               INTO WS-DC-F1 WS-DC-F2 WS-DC-F3 WS-DC-F4 WS-DC-F5
           END-UNSTRING.
           IF WS-DC-F1 NOT = 'CLEAR' AND WS-DC-F1 NOT = 'CONFIRM'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'UNKNOWN SANCTIONS DECISION: ' DECISION-RECORD
               GO TO 310-APPLY-ONE-DECISION-EXIT
           END-IF.
           SET WS-RV-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT OR WS-RV-FOUND
               IF WS-RV-STATUS(WS-RV-IDX) = 'P' AND
                  WS-RV-TYPE(WS-RV-IDX) = WS-DC-F2 AND
                  WS-RV-KEY(WS-RV-IDX) = WS-DC-F3 AND
                  WS-RV-LISTREF(WS-RV-IDX) = WS-DC-F4
                   SET WS-RV-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RV-NOT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'DECISION NAMES NO PENDING HIT: '
                       DECISION-RECORD
               GO TO 310-APPLY-ONE-DECISION-EXIT
           END-IF.
      *    THE SEARCH LEFT THE SUBSCRIPT ONE PAST THE MATCH.
           SUBTRACT 1 FROM WS-RV-IDX.
           MOVE WS-PROCESSING-DATE TO WS-RV-DECIDED(WS-RV-IDX).
           MOVE WS-DC-F5 TO WS-RV-OPERATOR(WS-RV-IDX).
           IF WS-DC-F1 = 'CLEAR'
               MOVE 'C' TO WS-RV-STATUS(WS-RV-IDX)
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               MOVE 'F' TO WS-RV-STATUS(WS-RV-IDX)
               ADD 1 TO WS-CONFIRMED-COUNT
               PERFORM 320-FREEZE-FOR-HIT THRU
                       320-FREEZE-FOR-HIT-EXIT
           END-IF.
       310-APPLY-ONE-DECISION-EXIT.
           EXIT.

      *    A CONFIRMED ACCOUNT-HOLDER HIT FREEZES THAT ACCOUNT; A
      *    CONFIRMED CUSTOMER HIT FREEZES EVERY ACCOUNT THE CUSTOMER
      *    IS LINKED TO, AS PRIMARY (AF-CUSTOMER-NUMBER) OR THROUGH
      *    A RELFILE HOLDER ROLE. EACH FREEZE RAISES A SANCHIT EVENT;
      *    A CUSTOMER WITH NO ACCOUNTS STILL RAISES ONE, AGAINST THE
      *    CUSTOMER NUMBER, SO COMPLIANCE ALWAYS HEARS OF IT.
       320-FREEZE-FOR-HIT.
           MOVE 0 TO WS-FREEZE-TALLY.
           IF WS-RV-TYPE(WS-RV-IDX) = 'A'
               MOVE WS-RV-KEY(WS-RV-IDX) TO AF-ACCOUNT-NUMBER
               PERFORM 330-FREEZE-ONE-ACCOUNT THRU
                       330-FREEZE-ONE-ACCOUNT-EXIT
           ELSE
               MOVE LOW-VALUES TO AF-ACCOUNT-NUMBER
               START ACCOUNTFILE KEY NOT < AF-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ACCOUNTFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF AF-CUSTOMER-NUMBER =
                              WS-RV-KEY(WS-RV-IDX)
                               PERFORM 340-FREEZE-CURRENT THRU
                                       340-FREEZE-CURRENT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-REL-OPEN
                   PERFORM 325-FREEZE-HELD-ACCOUNTS THRU
                           325-FREEZE-HELD-ACCOUNTS-EXIT
               END-IF
           END-IF.
           IF WS-FREEZE-TALLY = 0
               MOVE 'SANCHIT ' TO WS-NFY-EVENT
               MOVE WS-RV-KEY(WS-RV-IDX) TO WS-NFY-ACCOUNT
               MOVE SPACES TO WS-NFY-DETAIL
               STRING 'SANCTIONS HIT CONFIRMED '
                   WS-RV-LISTREF(WS-RV-IDX)
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT
           END-IF.
       320-FREEZE-FOR-HIT-EXIT.
           EXIT.

       325-FREEZE-HELD-ACCOUNTS.
           MOVE LOW-VALUES TO RL-RELATION-KEY.
           START RELFILE KEY NOT < RL-RELATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RELFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RL-CUSTOMER-NUMBER = WS-RV-KEY(WS-RV-IDX)
                           MOVE RL-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
                           PERFORM 330-FREEZE-ONE-ACCOUNT THRU
                                   330-FREEZE-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       325-FREEZE-HELD-ACCOUNTS-EXIT.
           EXIT.

       330-FREEZE-ONE-ACCOUNT.
           READ ACCOUNTFILE
               INVALID KEY
                   DISPLAY 'CONFIRMED HIT ON UNKNOWN ACCOUNT: '
                           AF-ACCOUNT-NUMBER
               NOT INVALID KEY
                   PERFORM 340-FREEZE-CURRENT THRU
                           340-FREEZE-CURRENT-EXIT
           END-READ.
       330-FREEZE-ONE-ACCOUNT-EXIT.
           EXIT.

      *    A CLOSED ACCOUNT STAYS CLOSED; ANYTHING ELSE GOES TO
      *    FROZEN. AN ACCOUNT ALREADY FROZEN (E.G. PRIMARY AND JOINT
      *    ON THE SAME ACCOUNT) IS NOT FROZEN OR REPORTED TWICE.
       340-FREEZE-CURRENT.
           IF AF-STATUS-CLOSED OR AF-STATUS-FROZEN
               GO TO 340-FREEZE-CURRENT-EXIT
           END-IF.
           SET AF-STATUS-FROZEN TO TRUE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'FREEZE REWRITE FAILED: ' AF-ACCOUNT-NUMBER
                   GO TO 340-FREEZE-CURRENT-EXIT
           END-REWRITE.
           ADD 1 TO WS-FROZEN-COUNT.
           ADD 1 TO WS-FREEZE-TALLY.
           DISPLAY 'ACCOUNT FROZEN ON SANCTIONS HIT: '
                   AF-ACCOUNT-NUMBER ' ' WS-RV-LISTREF(WS-RV-IDX).
           MOVE 'SANCHIT ' TO WS-NFY-EVENT.
           MOVE AF-ACCOUNT-NUMBER TO WS-NFY-ACCOUNT.
           MOVE SPACES TO WS-NFY-DETAIL.
           STRING 'SANCTIONS HIT CONFIRMED '
               WS-RV-LISTREF(WS-RV-IDX)
               DELIMITED BY SIZE INTO WS-NFY-DETAIL.
           PERFORM QUEUE-NOTIFY-EVENT THRU QUEUE-NOTIFY-EVENT-EXIT.
       340-FREEZE-CURRENT-EXIT.
           EXIT.

      *    A NEW LIST IS ONE WHOSE FINGERPRINT DIFFERS FROM THE ONE
      *    THE BOOK WAS LAST SCREENED AGAINST (NO CONTROL FILE = NEVER
      *    SCREENED). THE FINGERPRINT IS ONLY STORED AFTER A COMPLETE
      *    RESCREEN, SO A RUN THAT DIES PART WAY TRIES AGAIN.
       400-CHECK-FOR-NEW-LIST.
           MOVE 0 TO WS-FP-OLD-COUNT WS-FP-OLD-HASH.
           OPEN INPUT LISTCTLFILE.
           IF LC-FILE-STATUS = '00'
               READ LISTCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CTL-F1 WS-CTL-F2
                       UNSTRING LISTCTL-RECORD DELIMITED BY '|'
                           INTO WS-CTL-F1 WS-CTL-F2
                       END-UNSTRING
                       IF WS-CTL-F1 NOT = SPACES AND
                          WS-CTL-F2 NOT = SPACES
                           COMPUTE WS-FP-OLD-COUNT =
                                   FUNCTION NUMVAL(WS-CTL-F1)
                           COMPUTE WS-FP-OLD-HASH =
                                   FUNCTION NUMVAL(WS-CTL-F2)
                       END-IF
               END-READ
               CLOSE LISTCTLFILE
           END-IF.
           IF WS-WL-COUNT = 0
               DISPLAY 'NO WATCH LIST LOADED - NO RESCREEN'
               GO TO 400-CHECK-FOR-NEW-LIST-EXIT
           END-IF.
           IF WS-FP-COUNT = WS-FP-OLD-COUNT AND
              WS-FP-HASH = WS-FP-OLD-HASH AND
              NOT WS-RESCREEN-FORCED
               GO TO 400-CHECK-FOR-NEW-LIST-EXIT
           END-IF.
           DISPLAY 'NEW WATCH LIST - FULL RESCREEN'.
           PERFORM 500-RESCREEN-BOOK THRU 500-RESCREEN-BOOK-EXIT.
           OPEN OUTPUT LISTCTLFILE.
           IF LC-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening SANCLIST: ' LC-FILE-STATUS
           ELSE
               MOVE SPACES TO LISTCTL-RECORD
               STRING WS-FP-COUNT '|' WS-FP-HASH '|'
                   WS-PROCESSING-DATE
                   DELIMITED BY SIZE INTO LISTCTL-RECORD
               WRITE LISTCTL-RECORD
               CLOSE LISTCTLFILE
           END-IF.
       400-CHECK-FOR-NEW-LIST-EXIT.
           EXIT.

      *    THE WHOLE BOOK AGAINST THE NEW LIST: EVERY ACCOUNT'S
      *    HOLDER NAME, EVERY CUSTOMER ON RELFILE AGAINST THE ACCOUNT
      *    THEY HOLD, AND EVERY CUSTOMER ON CUSTFILE (WHICH CATCHES
      *    CUSTOMERS NOT YET HOLDING ANYTHING). FULL SCANS - THE
      *    BOOK IS SMALL ENOUGH THAT A SCAN BEATS AN ALTERNATE INDEX.
       500-RESCREEN-BOOK.
           MOVE LOW-VALUES TO AF-ACCOUNT-NUMBER.
           START ACCOUNTFILE KEY NOT < AF-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCOUNTFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF NOT AF-STATUS-CLOSED
                           MOVE 'A' TO WS-SC-TYPE
                           MOVE AF-ACCOUNT-NUMBER TO WS-SC-KEY
                                                     WS-SC-ACCOUNT
                           MOVE AF-HOLDER-NAME TO WS-SCR-IN-NAME
                           PERFORM 520-SCREEN-CANDIDATE THRU
                                   520-SCREEN-CANDIDATE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REL-OPEN AND WS-CUST-OPEN
               PERFORM 510-RESCREEN-HOLDERS THRU
                       510-RESCREEN-HOLDERS-EXIT
           END-IF.
           IF WS-CUST-OPEN
               MOVE LOW-VALUES TO CM-CUSTOMER-NUMBER
               START CUSTFILE KEY NOT < CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CUSTFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           MOVE 'C' TO WS-SC-TYPE
                           MOVE CM-CUSTOMER-NUMBER TO WS-SC-KEY
                           MOVE SPACES TO WS-SC-ACCOUNT
                           MOVE CM-CUSTOMER-NAME TO WS-SCR-IN-NAME
                           PERFORM 520-SCREEN-CANDIDATE THRU
                                   520-SCREEN-CANDIDATE-EXIT
                   END-READ
               END-PERFORM
           END-IF.
       500-RESCREEN-BOOK-EXIT.
           EXIT.

       510-RESCREEN-HOLDERS.
           MOVE LOW-VALUES TO RL-RELATION-KEY.
           START RELFILE KEY NOT < RL-RELATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RELFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE RL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                       READ CUSTFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'C' TO WS-SC-TYPE
                               MOVE CM-CUSTOMER-NUMBER TO WS-SC-KEY
                               MOVE RL-ACCOUNT-NUMBER TO
                                    WS-SC-ACCOUNT
                               MOVE CM-CUSTOMER-NAME TO
                                    WS-SCR-IN-NAME
                               PERFORM 520-SCREEN-CANDIDATE THRU
                                       520-SCREEN-CANDIDATE-EXIT
                       END-READ
               END-READ
           END-PERFORM.
       510-RESCREEN-HOLDERS-EXIT.
           EXIT.

      *    A HIT ALREADY ON THE QUEUE FOR THE SAME NAME-HOLDER AND
      *    LIST ENTRY - PENDING, CLEARED OR CONFIRMED - IS NOT RAISED
      *    AGAIN; COMPLIANCE DECIDES EACH PAIRING ONCE.
       520-SCREEN-CANDIDATE.
           ADD 1 TO WS-SCREENED-COUNT.
           PERFORM SCREEN-NAME THRU SCREEN-NAME-EXIT.
           PERFORM VARYING WS-SC-HIT FROM 1 BY 1
                   UNTIL WS-SC-HIT > WS-SCR-HIT-COUNT
               MOVE WS-SCR-HIT-IDX(WS-SC-HIT) TO WS-WL-IDX
               SET WS-RV-NOT-FOUND TO TRUE
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                       UNTIL WS-RV-IDX > WS-RV-COUNT OR WS-RV-FOUND
                   IF WS-RV-TYPE(WS-RV-IDX) = WS-SC-TYPE AND
                      WS-RV-KEY(WS-RV-IDX) = WS-SC-KEY AND
                      WS-RV-LISTREF(WS-RV-IDX) = WS-WL-REF(WS-WL-IDX)
                       SET WS-RV-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RV-NOT-FOUND
                   PERFORM 530-ADD-REVIEW THRU 530-ADD-REVIEW-EXIT
               END-IF
           END-PERFORM.
       520-SCREEN-CANDIDATE-EXIT.
           EXIT.

       530-ADD-REVIEW.
           IF WS-RV-COUNT = 2000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'REVIEW TABLE FULL - HIT NOT RAISED: '
                       WS-SC-TYPE ' ' WS-SC-KEY ' '
                       WS-WL-REF(WS-WL-IDX)
               GO TO 530-ADD-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE SPACES TO WS-RV-ENTRY(WS-RV-COUNT).
           MOVE 'P' TO WS-RV-STATUS(WS-RV-COUNT).
           MOVE WS-PROCESSING-DATE TO WS-RV-DATE(WS-RV-COUNT).
           MOVE WS-SC-TYPE TO WS-RV-TYPE(WS-RV-COUNT).
           MOVE WS-SC-KEY TO WS-RV-KEY(WS-RV-COUNT).
           MOVE WS-SC-ACCOUNT TO WS-RV-ACCOUNT(WS-RV-COUNT).
           MOVE WS-WL-REF(WS-WL-IDX) TO WS-RV-LISTREF(WS-RV-COUNT).
           MOVE 'RESCREEN' TO WS-RV-SOURCE(WS-RV-COUNT).
           MOVE WS-SCR-IN-NAME TO WS-RV-NAME(WS-RV-COUNT).
           MOVE WS-WL-NAME(WS-WL-IDX) TO WS-RV-LISTNAME(WS-RV-COUNT).
           ADD 1 TO WS-RAISED-COUNT.
           DISPLAY 'POTENTIAL SANCTIONS HIT: ' WS-SC-TYPE ' '
                   WS-SC-KEY ' ' WS-WL-REF(WS-WL-IDX).
       530-ADD-REVIEW-EXIT.
           EXIT.

       600-WRITE-REVIEWS.
           OPEN OUTPUT NEWREVIEWFILE.
           IF NR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening SANCREVIEW.NEW: ' NR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 600-WRITE-REVIEWS-EXIT
           END-IF.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-STATUS(WS-RV-IDX) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               MOVE SPACES TO NEWREVIEW-RECORD
               STRING WS-RV-STATUS(WS-RV-IDX) '|'
                   WS-RV-DATE(WS-RV-IDX) '|'
                   WS-RV-TYPE(WS-RV-IDX) '|'
                   WS-RV-KEY(WS-RV-IDX) '|'
                   WS-RV-ACCOUNT(WS-RV-IDX) '|'
                   WS-RV-LISTREF(WS-RV-IDX) '|'
                   WS-RV-SOURCE(WS-RV-IDX) '|'
                   WS-RV-NAME(WS-RV-IDX) '|'
                   WS-RV-LISTNAME(WS-RV-IDX) '|'
                   WS-RV-DECIDED(WS-RV-IDX) '|'
                   WS-RV-OPERATOR(WS-RV-IDX)
                   DELIMITED BY SIZE INTO NEWREVIEW-RECORD
               WRITE NEWREVIEW-RECORD
           END-PERFORM.
           CLOSE NEWREVIEWFILE.
       600-WRITE-REVIEWS-EXIT.
           EXIT.

      *    WATCHLIST.DAT IS OPTIONAL - NO FILE MEANS NOTHING TO
      *    SCREEN AGAINST. EACH ENTRY IS NORMALIZED ONCE AT LOAD.
      *    THE LOAD, NORMALIZE AND MATCH PARAGRAPHS ARE THE SAME AS
      *    BANKTRANS'S AND CUSTMNT'S - CHANGE ALL THREE TOGETHER.
       LOAD-WATCHLIST.
           MOVE 0 TO WS-WL-COUNT.
           OPEN INPUT WATCHLISTFILE.
           IF WL-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ WATCHLISTFILE INTO WATCHLIST-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-WATCH-ENTRY THRU
                                   LOAD-ONE-WATCH-ENTRY-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE WATCHLISTFILE
           END-IF.
       LOAD-WATCHLIST-EXIT.
           EXIT.

       LOAD-ONE-WATCH-ENTRY.
           IF WATCHLIST-RECORD = SPACES
               GO TO LOAD-ONE-WATCH-ENTRY-EXIT
           END-IF.
           IF WS-WL-COUNT = 500
               DISPLAY 'WATCH LIST TABLE FULL - IGNORING: '
                       WATCHLIST-RECORD(1:40)
               GO TO LOAD-ONE-WATCH-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO WS-WL-F1 WS-WL-F2.
           UNSTRING WATCHLIST-RECORD DELIMITED BY '|'
               INTO WS-WL-F1 WS-WL-F2
           END-UNSTRING.
           MOVE WS-WL-F2 TO WS-SCR-IN-NAME.
           PERFORM NORMALIZE-SCREEN-NAME THRU
                   NORMALIZE-SCREEN-NAME-EXIT.
           IF WS-SCR-TOKEN-COUNT = 0
               GO TO LOAD-ONE-WATCH-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-WL-COUNT.
           MOVE WS-WL-F1 TO WS-WL-REF(WS-WL-COUNT).
           MOVE WS-WL-F2 TO WS-WL-NAME(WS-WL-COUNT).
           MOVE WS-SCR-NORM TO WS-WL-NORM(WS-WL-COUNT).
           MOVE WS-SCR-TOKEN-COUNT TO WS-WL-TOKENS(WS-WL-COUNT).
       LOAD-ONE-WATCH-ENTRY-EXIT.
           EXIT.

      *    SPLITS WS-SCR-IN-NAME INTO UPPER-CASE WORDS (LETTERS AND
      *    DIGITS ONLY; ' AND . VANISH, ANY OTHER CHARACTER BREAKS A
      *    WORD), SORTS THEM, AND JOINS THEM SINGLE-SPACED INTO
      *    WS-SCR-NORM. NINE OR MORE WORDS KEEP THE FIRST EIGHT.
       NORMALIZE-SCREEN-NAME.
           MOVE SPACES TO WS-SCR-TOKEN-TABLE WS-SCR-NORM.
           MOVE 0 TO WS-SCR-TOKEN-COUNT WS-SCR-TOKEN-LEN.
           INSPECT WS-SCR-IN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-SCR-POS FROM 1 BY 1
                   UNTIL WS-SCR-POS > 40
               MOVE WS-SCR-IN-NAME(WS-SCR-POS:1) TO WS-SCR-CHAR
               EVALUATE TRUE
                   WHEN (WS-SCR-CHAR >= 'A' AND WS-SCR-CHAR <= 'Z')
                     OR (WS-SCR-CHAR >= '0' AND WS-SCR-CHAR <= '9')
                       IF WS-SCR-TOKEN-LEN = 0
                           ADD 1 TO WS-SCR-TOKEN-COUNT
                       END-IF
                       IF WS-SCR-TOKEN-COUNT <= 8 AND
                          WS-SCR-TOKEN-LEN < 20
                           ADD 1 TO WS-SCR-TOKEN-LEN
                           MOVE WS-SCR-CHAR TO
                                WS-SCR-TOKEN(WS-SCR-TOKEN-COUNT)
                                (WS-SCR-TOKEN-LEN:1)
                       END-IF
                   WHEN WS-SCR-CHAR = '.'
                     OR WS-SCR-CHAR = "'"
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-SCR-TOKEN-LEN
               END-EVALUATE
           END-PERFORM.
           IF WS-SCR-TOKEN-COUNT > 8
               MOVE 8 TO WS-SCR-TOKEN-COUNT
           END-IF.
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
                   UNTIL WS-SCR-I >= WS-SCR-TOKEN-COUNT
               PERFORM VARYING WS-SCR-J FROM 1 BY 1
                       UNTIL WS-SCR-J > WS-SCR-TOKEN-COUNT - WS-SCR-I
                   IF WS-SCR-TOKEN(WS-SCR-J) >
                      WS-SCR-TOKEN(WS-SCR-J + 1)
                       MOVE WS-SCR-TOKEN(WS-SCR-J) TO WS-SCR-SWAP
                       MOVE WS-SCR-TOKEN(WS-SCR-J + 1) TO
                            WS-SCR-TOKEN(WS-SCR-J)
                       MOVE WS-SCR-SWAP TO WS-SCR-TOKEN(WS-SCR-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 1 TO WS-SCR-NORM-PTR.
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
                   UNTIL WS-SCR-I > WS-SCR-TOKEN-COUNT
               IF WS-SCR-I > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-SCR-NORM WITH POINTER WS-SCR-NORM-PTR
                   END-STRING
               END-IF
               STRING WS-SCR-TOKEN(WS-SCR-I) DELIMITED BY SPACE
                   INTO WS-SCR-NORM WITH POINTER WS-SCR-NORM-PTR
               END-STRING
           END-PERFORM.
       NORMALIZE-SCREEN-NAME-EXIT.
           EXIT.

      *    SCREENS WS-SCR-IN-NAME AGAINST THE WHOLE LIST. THE HITS
      *    (UP TO TEN) COME BACK AS LIST SUBSCRIPTS IN
      *    WS-SCR-HIT-IDX FOR THE CALLER TO WRITE UP.
       SCREEN-NAME.
           MOVE 0 TO WS-SCR-HIT-COUNT.
           IF WS-WL-COUNT = 0 OR WS-SCR-IN-NAME = SPACES
               GO TO SCREEN-NAME-EXIT
           END-IF.
           PERFORM NORMALIZE-SCREEN-NAME THRU
                   NORMALIZE-SCREEN-NAME-EXIT.
           IF WS-SCR-TOKEN-COUNT = 0
               GO TO SCREEN-NAME-EXIT
           END-IF.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
                   OR WS-SCR-HIT-COUNT = 10
               PERFORM MATCH-ONE-WATCH-ENTRY THRU
                       MATCH-ONE-WATCH-ENTRY-EXIT
           END-PERFORM.
       SCREEN-NAME-EXIT.
           EXIT.

       MATCH-ONE-WATCH-ENTRY.
           IF WS-WL-NORM(WS-WL-IDX) = WS-SCR-NORM
               ADD 1 TO WS-SCR-HIT-COUNT
               MOVE WS-WL-IDX TO WS-SCR-HIT-IDX(WS-SCR-HIT-COUNT)
               GO TO MATCH-ONE-WATCH-ENTRY-EXIT
           END-IF.
           IF WS-WL-TOKENS(WS-WL-IDX) < 2 OR
              WS-WL-TOKENS(WS-WL-IDX) > WS-SCR-TOKEN-COUNT
               GO TO MATCH-ONE-WATCH-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO WS-SCR-LIST-TOKEN-TABLE.
           UNSTRING WS-WL-NORM(WS-WL-IDX) DELIMITED BY ' '
               INTO WS-SCR-LIST-TOKEN(1) WS-SCR-LIST-TOKEN(2)
                    WS-SCR-LIST-TOKEN(3) WS-SCR-LIST-TOKEN(4)
                    WS-SCR-LIST-TOKEN(5) WS-SCR-LIST-TOKEN(6)
                    WS-SCR-LIST-TOKEN(7) WS-SCR-LIST-TOKEN(8)
           END-UNSTRING.
           SET WS-SCR-ALL-PRESENT TO TRUE.
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
                   UNTIL WS-SCR-I > WS-WL-TOKENS(WS-WL-IDX)
                   OR WS-SCR-NOT-ALL-PRESENT
               SET WS-SCR-WORD-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SCR-J FROM 1 BY 1
                       UNTIL WS-SCR-J > WS-SCR-TOKEN-COUNT
                       OR WS-SCR-WORD-FOUND
                   IF WS-SCR-TOKEN(WS-SCR-J) =
                      WS-SCR-LIST-TOKEN(WS-SCR-I)
                       SET WS-SCR-WORD-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-SCR-WORD-NOT-FOUND
                   SET WS-SCR-NOT-ALL-PRESENT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SCR-ALL-PRESENT
               ADD 1 TO WS-SCR-HIT-COUNT
               MOVE WS-WL-IDX TO WS-SCR-HIT-IDX(WS-SCR-HIT-COUNT)
           END-IF.
       MATCH-ONE-WATCH-ENTRY-EXIT.
           EXIT.

      *    DROPS ONE STANDARD EVENT ON THE SHARED NOTIFICATION
      *    QUEUE - EVENT|ACCOUNT|DATE|DETAIL - APPEND-ONLY, CREATED
      *    ON FIRST USE. AN UNWRITABLE QUEUE ONLY WARNS; THE
      *    GENERATING PROGRAM'S OWN OUTPUT REMAINS THE RECORD.
       QUEUE-NOTIFY-EVENT.
           OPEN EXTEND NOTIFYQFILE.
           IF NQ-FILE-STATUS = '35'
               OPEN OUTPUT NOTIFYQFILE
           END-IF.
           IF NQ-FILE-STATUS NOT = '00'
               DISPLAY 'NOTIFY QUEUE UNWRITABLE: ' NQ-FILE-STATUS
           ELSE
               MOVE SPACES TO NOTIFYQ-RECORD
               STRING WS-NFY-EVENT '|' WS-NFY-ACCOUNT '|'
                   WS-PROCESSING-DATE '|' WS-NFY-DETAIL
                   DELIMITED BY SIZE INTO NOTIFYQ-RECORD
               WRITE NOTIFYQ-RECORD
               CLOSE NOTIFYQFILE
           END-IF.
       QUEUE-NOTIFY-EVENT-EXIT.
           EXIT.

      *    SHARED ENQUEUE ON THE ACCOUNT MASTER. A LIVE LOCK REFUSES
      *    THE RUN; A LOCK FROM A PRIOR CALENDAR DAY IS CALLED OUT
      *    AS STALE SO THE OPERATOR KNOWS AN OVERRIDE IS SAFE. THE
      *    OVERRIDE ITSELF IS ALWAYS LOGGED WITH BOTH PARTIES.
       ACQUIRE-RUN-LOCK.
           SET WS-LOCK-NOT-DENIED TO TRUE.
           OPEN INPUT LOCKFILE.
           IF LK-FILE-STATUS = '00'
               READ LOCKFILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES
                           PERFORM JUDGE-LIVE-LOCK THRU
                                   JUDGE-LIVE-LOCK-EXIT
                       END-IF
               END-READ
               CLOSE LOCKFILE
           END-IF.
           IF WS-LOCK-NOT-DENIED
               OPEN OUTPUT LOCKFILE
               IF LK-FILE-STATUS NOT = '00'
                   DISPLAY 'RUN LOCK UNWRITABLE: ' LK-FILE-STATUS
                   SET WS-LOCK-DENIED TO TRUE
               ELSE
                   MOVE SPACES TO LOCK-RECORD
                   STRING 'SANCSCRN|' WS-LOCK-PID '|'
                       FUNCTION CURRENT-DATE(1:16)
                       DELIMITED BY SIZE INTO LOCK-RECORD
                   WRITE LOCK-RECORD
                   CLOSE LOCKFILE
                   SET WS-LOCK-HELD TO TRUE
               END-IF
           END-IF.
       ACQUIRE-RUN-LOCK-EXIT.
           EXIT.

       JUDGE-LIVE-LOCK.
           MOVE SPACES TO WS-LCK-F1 WS-LCK-F2 WS-LCK-F3.
           UNSTRING LOCK-RECORD DELIMITED BY '|'
               INTO WS-LCK-F1 WS-LCK-F2 WS-LCK-F3
           END-UNSTRING.
           IF WS-LCK-F3(1:8) < FUNCTION CURRENT-DATE(1:8)
               DISPLAY 'LOCK LOOKS STALE - HELD BY ' WS-LCK-F1
                       ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
           END-IF.
           IF WS-LOCK-OVERRIDE-REQUESTED
               PERFORM LOG-LOCK-OVERRIDE THRU LOG-LOCK-OVERRIDE-EXIT
           ELSE
               DISPLAY 'ACCOUNT MASTER LOCKED BY ' WS-LCK-F1
                       ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
                       ' - RUN REFUSED'
               SET WS-LOCK-DENIED TO TRUE
           END-IF.
       JUDGE-LIVE-LOCK-EXIT.
           EXIT.

       LOG-LOCK-OVERRIDE.
           OPEN EXTEND LOCKLOGFILE.
           IF LL-FILE-STATUS = '35'
               OPEN OUTPUT LOCKLOGFILE
           END-IF.
           IF LL-FILE-STATUS = '00'
               MOVE SPACES TO LOCKLOG-RECORD
               STRING FUNCTION CURRENT-DATE(1:16)
                   ' | SANCSCRN PID ' WS-LOCK-PID
                   ' OVERRODE LOCK HELD BY ' WS-LCK-F1
                   ' PID ' WS-LCK-F2 ' SINCE ' WS-LCK-F3
                   DELIMITED BY SIZE INTO LOCKLOG-RECORD
               WRITE LOCKLOG-RECORD
               CLOSE LOCKLOGFILE
           ELSE
               DISPLAY 'LOCK LOG UNWRITABLE: ' LL-FILE-STATUS
           END-IF.
       LOG-LOCK-OVERRIDE-EXIT.
           EXIT.

      *    RELEASE = TRUNCATE TO EMPTY, AND ONLY WHEN THIS RUN IS
      *    THE ONE HOLDING IT - A REFUSED RUN MUST NEVER FREE THE
      *    HOLDER'S LOCK ON ITS WAY OUT.
       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT LOCKFILE
               IF LK-FILE-STATUS = '00'
                   CLOSE LOCKFILE
               END-IF
               SET WS-LOCK-NOT-HELD TO TRUE
           END-IF.
       RELEASE-RUN-LOCK-EXIT.
           EXIT.
