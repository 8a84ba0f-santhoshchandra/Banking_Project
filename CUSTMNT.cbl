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
      *    SETS THE ACCOUNT'S OWNING BRANCH; REL|ACCOUNT|CUSTOMER|
      *    ROLE ADDS OR UPDATES A HOLDER RELATIONSHIP (P=PRIMARY,
      *    J=JOINT, A=POWER OF ATTORNEY) AND RELDEL|ACCOUNT|CUSTOMER
      *    REMOVES ONE. KYC|CUSTOMER|GRADE|REVIEWED|NEXTDUE RECORDS A
      *    COMPLETED KYC REVIEW: GRADE L/M/H (BLANK KEEPS THE CURRENT
      *    ONE), REVIEWED DATE (BLANK = BUSINESS DATE), NEXT DUE DATE
      *    (BLANK = REVIEWED PLUS THE GRADE'S CYCLE).
      *    TIN|CUSTOMER|STATUS|DATE RECORDS THE CUSTOMER'S TAX-ID
      *    CERTIFICATION: STATUS C (CERTIFIED) OR U (UNCERTIFIED,
      *    BACKUP WITHHOLDING APPLIES), DATE IT TOOK EFFECT (BLANK =
      *    BUSINESS DATE).
      *    LHOLD|CUSTOMER|FLAG|DATE PLACES (Y) OR RELEASES (N) A LEGAL
      *    HOLD THAT KEEPS CUSTERASE FROM ANONYMISING THE CUSTOMER,
      *    DATE IT TOOK EFFECT (BLANK = BUSINESS DATE).
           SELECT MAINTFILE ASSIGN TO WS-MAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.
                FILE STATUS IS RL-FILE-STATUS.


      *    SANCTIONS / WATCH LIST (LISTREF|NAME). A NEW CUSTOMER, OR
      *    A CHANGED NAME, IS SCREENED AGAINST IT AND ANY POTENTIAL
      *    HIT IS APPENDED TO SANCSCRN'S REVIEW QUEUE FOR COMPLIANCE.
           SELECT WATCHLISTFILE ASSIGN TO WS-WATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.

           SELECT SANCREVIEWFILE ASSIGN TO WS-SANCREVIEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *    SHARED RUN LOCK ON THE ACCOUNT MASTER: EVERY UPDATER
      *    CLAIMS ACCTLOCK.DAT - PROGRAM, PID, START TIME - BEFORE
      *    OPENING THE MASTER AND RELEASES IT ON A CLEAN END, SO TWO
       COPY RELREC.


       FD  WATCHLISTFILE.
       01  WATCHLIST-RECORD PIC X(80).

       FD  SANCREVIEWFILE.
       01  SANCREVIEW-RECORD PIC X(200).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       FD  LOCKFILE.
       01  LOCK-RECORD PIC X(60).

       01  WS-RELATED-COUNT   PIC 9(5) VALUE 0.
       01  WS-UNRELATED-COUNT PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01  WS-KYC-COUNT       PIC 9(5) VALUE 0.
       01  WS-TIN-COUNT       PIC 9(5) VALUE 0.
       01  WS-LHOLD-COUNT     PIC 9(5) VALUE 0.
       01  WS-MNT-F1          PIC X(10).
       01  WS-MNT-F2          PIC X(30).
       01  WS-MNT-F3          PIC X(30).
       01  WS-MNT-F8          PIC X(10).
       01  WS-MNT-F9          PIC X(1).

      *    WATCH-LIST SCREENING AT CUSTOMER ADD/CHANGE.
       01  WS-WATCHLIST-FILE-NAME PIC X(100) VALUE 'WATCHLIST.DAT'.
       01  WS-SANCREVIEW-FILE-NAME PIC X(100) VALUE 'SANCREVIEW.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WL-FILE-STATUS     PIC XX.
       01  SV-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-PRIOR-NAME      PIC X(28).

      *    KYC REVIEW CYCLE IN YEARS BY RISK GRADE - HIGH-RISK
      *    CUSTOMERS ARE RE-VERIFIED YEARLY, MEDIUM EVERY TWO YEARS,
      *    LOW EVERY THREE.
       01  WS-KYC-CYCLE-HIGH  PIC 9(1) VALUE 1.
       01  WS-KYC-CYCLE-MED   PIC 9(1) VALUE 2.
       01  WS-KYC-CYCLE-LOW   PIC 9(1) VALUE 3.
       01  WS-KYC-REVIEWED    PIC X(8).
       01  WS-KYC-NEXT        PIC X(8).
       01  WS-KYC-NEXT-NUM REDEFINES WS-KYC-NEXT.
           05  WS-KYC-NEXT-YEAR   PIC 9(4).
           05  WS-KYC-NEXT-MMDD   PIC 9(4).
       01  WS-TIN-DATE        PIC X(8).
       01  WS-LHOLD-DATE      PIC X(8).
       01  WS-SC-HIT          PIC 9(2).
       01  WS-SANC-HIT-COUNT  PIC 9(5) VALUE 0.
       COPY WATCHLST.

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
           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT.
           OPEN I-O CUSTFILE.
           IF CM-FILE-STATUS = '35'
               DISPLAY 'CUSTFILE NOT FOUND, CREATING NEW FILE'
               DISPLAY 'BRANCHES SET     : ' WS-BRANCHED-COUNT
               DISPLAY 'RELATIONSHIPS SET: ' WS-RELATED-COUNT
               DISPLAY 'RELATIONS REMOVED: ' WS-UNRELATED-COUNT
               DISPLAY 'KYC REVIEWS SET  : ' WS-KYC-COUNT
               DISPLAY 'TIN CERTS SET    : ' WS-TIN-COUNT
               DISPLAY 'LEGAL HOLDS SET  : ' WS-LHOLD-COUNT
               DISPLAY 'SANCTIONS HITS   : ' WS-SANC-HIT-COUNT
               DISPLAY 'ERRORS           : ' WS-ERROR-COUNT
           END-IF.
           CLOSE CUSTFILE.
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'WATCHLIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WATCHLIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'SANCREVIEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SANCREVIEW-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
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
               WHEN 'RELDEL'
                   PERFORM 370-REMOVE-RELATIONSHIP THRU
                           370-REMOVE-RELATIONSHIP-EXIT
               WHEN 'KYC'
                   PERFORM 380-RECORD-KYC-REVIEW THRU
                           380-RECORD-KYC-REVIEW-EXIT
               WHEN 'TIN'
                   PERFORM 390-RECORD-TIN-CERT THRU
                           390-RECORD-TIN-CERT-EXIT
               WHEN 'LHOLD'
                   PERFORM 395-SET-LEGAL-HOLD THRU
                           395-SET-LEGAL-HOLD-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'UNKNOWN CUSTMAINT LINE: ' MAINT-RECORD
       300-APPLY-ONE-LINE-EXIT.
           EXIT.

      *    A NEW CUSTOMER, OR AN EXISTING ONE WHOSE NAME CHANGED, IS
      *    SCREENED ONCE THE MASTER IS WRITTEN. AN ADDRESS OR PHONE
      *    CHANGE ALONE DOES NOT RESCREEN.
       310-ADD-OR-UPDATE-CUSTOMER.
           MOVE SPACES TO WS-PRIOR-NAME.
           MOVE WS-MNT-F2(1:10) TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE WS-MNT-F2(1:10) TO CM-CUSTOMER-NUMBER
                   PERFORM 315-FILL-CUSTOMER-FIELDS THRU
                           315-FILL-CUSTOMER-FIELDS-EXIT
                   WRITE CUSTOMER-RECORD
                   END-WRITE
                   ADD 1 TO WS-ADDED-COUNT
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-PRIOR-NAME
                   PERFORM 315-FILL-CUSTOMER-FIELDS THRU
                           315-FILL-CUSTOMER-FIELDS-EXIT
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WS-UPDATED-COUNT
           END-READ.
           IF CM-CUSTOMER-NAME NOT = WS-PRIOR-NAME
               PERFORM 317-SCREEN-CUSTOMER THRU
                       317-SCREEN-CUSTOMER-EXIT
           END-IF.
       310-ADD-OR-UPDATE-CUSTOMER-EXIT.
           EXIT.

           ELSE
               MOVE 'P' TO CM-DELIVERY-PREF
           END-IF.
      *    NEWLY KEYED DETAILS ON A CUSTOMER CUSTERASE ANONYMISED ARE
      *    LIVE PERSONAL DATA AGAIN, SO THE ERASED STAMP COMES OFF.
           MOVE SPACES TO CM-ERASED-DATE.
       315-FILL-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *    EACH HIT IS APPENDED TO THE COMPLIANCE REVIEW QUEUE AS A
      *    PENDING CUSTOMER HIT (TYPE C, KEYED ON THE CUSTOMER) IN
      *    SANCSCRN'S LAYOUT. THE MAINTENANCE ITSELF STANDS.
       317-SCREEN-CUSTOMER.
           MOVE CM-CUSTOMER-NAME TO WS-SCR-IN-NAME.
           PERFORM SCREEN-NAME THRU SCREEN-NAME-EXIT.
           IF WS-SCR-HIT-COUNT = 0
               GO TO 317-SCREEN-CUSTOMER-EXIT
           END-IF.
           OPEN EXTEND SANCREVIEWFILE.
           IF SV-FILE-STATUS = '35'
               OPEN OUTPUT SANCREVIEWFILE
           END-IF.
           IF SV-FILE-STATUS NOT = '00'
               DISPLAY 'SANCTIONS REVIEW FILE UNWRITABLE: '
                       SV-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-SC-HIT FROM 1 BY 1
                   UNTIL WS-SC-HIT > WS-SCR-HIT-COUNT
               MOVE WS-SCR-HIT-IDX(WS-SC-HIT) TO WS-WL-IDX
               ADD 1 TO WS-SANC-HIT-COUNT
               DISPLAY 'POTENTIAL SANCTIONS HIT: ' CM-CUSTOMER-NUMBER
                       ' ' WS-WL-REF(WS-WL-IDX)
               IF SV-FILE-STATUS = '00'
                   MOVE SPACES TO SANCREVIEW-RECORD
                   STRING 'P|' WS-PROCESSING-DATE '|C|'
                       CM-CUSTOMER-NUMBER '|          |'
                       WS-WL-REF(WS-WL-IDX) '|CUSTMNT |'
                       WS-SCR-IN-NAME '|' WS-WL-NAME(WS-WL-IDX) '||'
                       DELIMITED BY SIZE INTO SANCREVIEW-RECORD
                   WRITE SANCREVIEW-RECORD
               END-IF
           END-PERFORM.
           IF SV-FILE-STATUS = '00'
               CLOSE SANCREVIEWFILE
           END-IF.
       317-SCREEN-CUSTOMER-EXIT.
           EXIT.

      *    LINKING WARNS (BUT STILL LINKS) WHEN THE CUSTOMER ISN'T ON
      *    THE MASTER YET, SO A BRANCH CAN KEY LINKS AND CUSTOMERS IN
      *    EITHER ORDER WITHIN THE SAME INSTRUCTION FILE.
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'ATYP FOR UNKNOWN ACCOUNT: ' MAINT-RECORD
               NOT INVALID KEY
                   IF WS-MNT-F3(1:2) = 'TD' OR WS-MNT-F3(1:2) = 'LN'
                       MOVE WS-MNT-F3(1:2) TO AF-ACCOUNT-TYPE
                   ELSE
                       MOVE SPACES TO AF-ACCOUNT-TYPE
                   END-IF
       370-REMOVE-RELATIONSHIP-EXIT.
           EXIT.

      *    RECORDS A COMPLETED KYC REVIEW. MOVING THE NEXT-REVIEW
      *    DATE ON IS WHAT LIFTS A KYC RESTRICTION - POSTING CHECKS
      *    THE DATE ITSELF, SO THERE IS NO FLAG TO CLEAR. A 29
      *    FEBRUARY ANNIVERSARY FALLS DUE ON THE 28TH.
       380-RECORD-KYC-REVIEW.
           MOVE WS-MNT-F2(1:10) TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'KYC FOR UNKNOWN CUSTOMER: ' MAINT-RECORD
                   GO TO 380-RECORD-KYC-REVIEW-EXIT
           END-READ.
           IF WS-MNT-F3(1:1) NOT = SPACE AND
              WS-MNT-F3(1:1) NOT = 'L' AND
              WS-MNT-F3(1:1) NOT = 'M' AND
              WS-MNT-F3(1:1) NOT = 'H'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'KYC GRADE NOT L/M/H: ' MAINT-RECORD
               GO TO 380-RECORD-KYC-REVIEW-EXIT
           END-IF.
           IF WS-MNT-F4 = SPACES
               MOVE WS-PROCESSING-DATE TO WS-KYC-REVIEWED
           ELSE
               MOVE WS-MNT-F4(1:8) TO WS-KYC-REVIEWED
           END-IF.
           MOVE WS-MNT-F5(1:8) TO WS-KYC-NEXT.
           IF WS-KYC-REVIEWED NOT NUMERIC OR
              (WS-KYC-NEXT NOT = SPACES AND WS-KYC-NEXT NOT NUMERIC)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'KYC DATE NOT YYYYMMDD: ' MAINT-RECORD
               GO TO 380-RECORD-KYC-REVIEW-EXIT
           END-IF.
           IF WS-MNT-F3(1:1) NOT = SPACE
               MOVE WS-MNT-F3(1:1) TO CM-RISK-RATING
           END-IF.
           IF NOT CM-RISK-LOW AND NOT CM-RISK-HIGH
               SET CM-RISK-MEDIUM TO TRUE
           END-IF.
           IF WS-KYC-NEXT = SPACES
               MOVE WS-KYC-REVIEWED TO WS-KYC-NEXT
               EVALUATE TRUE
                   WHEN CM-RISK-HIGH
                       ADD WS-KYC-CYCLE-HIGH TO WS-KYC-NEXT-YEAR
                   WHEN CM-RISK-LOW
                       ADD WS-KYC-CYCLE-LOW TO WS-KYC-NEXT-YEAR
                   WHEN OTHER
                       ADD WS-KYC-CYCLE-MED TO WS-KYC-NEXT-YEAR
               END-EVALUATE
               IF WS-KYC-NEXT-MMDD = 0229
                   MOVE 0228 TO WS-KYC-NEXT-MMDD
               END-IF
           END-IF.
           MOVE WS-KYC-REVIEWED TO CM-LAST-REVIEW-DATE.
           MOVE WS-KYC-NEXT TO CM-NEXT-REVIEW-DATE.
           REWRITE CUSTOMER-RECORD.
           ADD 1 TO WS-KYC-COUNT.
       380-RECORD-KYC-REVIEW-EXIT.
           EXIT.

      *    RECORDS A TAX-ID CERTIFICATION STATUS. ONLY C OR U IS
      *    ACCEPTED - A BLANK STATUS WOULD LOOK LIKE A LEGACY RECORD
      *    WITH NOTHING ON FILE. THE CHANGE TAKES EFFECT FROM THE NEXT
      *    INTEREST RUN; WITHHOLDING ALREADY TAKEN IS NOT REFUNDED.
       390-RECORD-TIN-CERT.
           MOVE WS-MNT-F2(1:10) TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'TIN FOR UNKNOWN CUSTOMER: ' MAINT-RECORD
                   GO TO 390-RECORD-TIN-CERT-EXIT
           END-READ.
           IF WS-MNT-F3(1:1) NOT = 'C' AND
              WS-MNT-F3(1:1) NOT = 'U'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'TIN STATUS NOT C/U: ' MAINT-RECORD
               GO TO 390-RECORD-TIN-CERT-EXIT
           END-IF.
           IF WS-MNT-F4 = SPACES
               MOVE WS-PROCESSING-DATE TO WS-TIN-DATE
           ELSE
               MOVE WS-MNT-F4(1:8) TO WS-TIN-DATE
           END-IF.
           IF WS-TIN-DATE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'TIN DATE NOT YYYYMMDD: ' MAINT-RECORD
               GO TO 390-RECORD-TIN-CERT-EXIT
           END-IF.
           MOVE WS-MNT-F3(1:1) TO CM-TIN-CERT-STATUS.
           MOVE WS-TIN-DATE TO CM-TIN-CERT-DATE.
           REWRITE CUSTOMER-RECORD.
           ADD 1 TO WS-TIN-COUNT.
       390-RECORD-TIN-CERT-EXIT.
           EXIT.

      *    PLACES OR RELEASES A LEGAL HOLD. ONLY Y OR N IS ACCEPTED;
      *    THE RELEASE KEEPS ITS OWN DATE SO THE FILE SHOWS WHEN THE
      *    CUSTOMER BECAME ERASABLE AGAIN. A HOLD ON A CUSTOMER WHOSE
      *    DATA IS ALREADY ERASED IS STILL RECORDED - IT STOPS NOTHING
      *    BUT TELLS COUNSEL THE PRESERVATION CAME TOO LATE.
       395-SET-LEGAL-HOLD.
           MOVE WS-MNT-F2(1:10) TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'LHOLD FOR UNKNOWN CUSTOMER: ' MAINT-RECORD
                   GO TO 395-SET-LEGAL-HOLD-EXIT
           END-READ.
           IF WS-MNT-F3(1:1) NOT = 'Y' AND
              WS-MNT-F3(1:1) NOT = 'N'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LHOLD FLAG NOT Y/N: ' MAINT-RECORD
               GO TO 395-SET-LEGAL-HOLD-EXIT
           END-IF.
           IF WS-MNT-F4 = SPACES
               MOVE WS-PROCESSING-DATE TO WS-LHOLD-DATE
           ELSE
               MOVE WS-MNT-F4(1:8) TO WS-LHOLD-DATE
           END-IF.
           IF WS-LHOLD-DATE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LHOLD DATE NOT YYYYMMDD: ' MAINT-RECORD
               GO TO 395-SET-LEGAL-HOLD-EXIT
           END-IF.
           IF CM-ERASED-DATE NOT = SPACES AND WS-MNT-F3(1:1) = 'Y'
               DISPLAY 'LHOLD ON A CUSTOMER ALREADY ERASED '
                       CM-ERASED-DATE ': ' CM-CUSTOMER-NUMBER
           END-IF.
           MOVE WS-MNT-F3(1:1) TO CM-LEGAL-HOLD.
           MOVE WS-LHOLD-DATE TO CM-LEGAL-HOLD-DATE.
           REWRITE CUSTOMER-RECORD.
           ADD 1 TO WS-LHOLD-COUNT.
       395-SET-LEGAL-HOLD-EXIT.
           EXIT.

      *    WATCHLIST.DAT IS OPTIONAL - NO FILE MEANS NOTHING TO
      *    SCREEN AGAINST. EACH ENTRY IS NORMALIZED ONCE AT LOAD.
      *    THE LOAD, NORMALIZE AND MATCH PARAGRAPHS ARE THE SAME AS
      *    SANCSCRN'S AND BANKTRANS'S - CHANGE ALL THREE TOGETHER.
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

      *    SHARED ENQUEUE ON THE ACCOUNT MASTER. A LIVE LOCK REFUSES
      *    THE RUN; A LOCK FROM A PRIOR CALENDAR DAY IS CALLED OUT
      *    AS STALE SO THE OPERATOR KNOWS AN OVERRIDE IS SAFE. THE
