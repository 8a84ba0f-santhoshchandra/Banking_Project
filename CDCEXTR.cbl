       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
      *    DAY-END CHANGE-DATA EXTRACT FOR THE REPORTING WAREHOUSE.
      *    COMPARES TODAY'S ACCOUNT, CUSTOMER AND RELATIONSHIP
      *    MASTERS WITH THE MOST RECENT PRIOR IMAGE ACCTCOPY TOOK
      *    (ACCTIMG_/CUSTIMG_/RELIMG_<DATE>.DAT, DATED BEFORE THE
      *    BUSINESS DATE) AND WRITES ONE RECORD PER ADD, CHANGE OR
      *    DELETE, SO THE WAREHOUSE APPLIES A DELTA INSTEAD OF
      *    RELOADING BOTH MASTERS EVERY NIGHT. ALL THREE FILES ARE
      *    IN KEY ORDER, SO EACH IS ONE MATCH-MERGE PASS.
      *
      *    EXTRACT LAYOUT (PIPE-DELIMITED, CDCEXT_<DATE>.DAT):
      *      HDR|CDCEXTR|BUSDATE|PRIOR-IMAGE-DATE|RUN-TIMESTAMP
      *      ADD|ENTITY|KEY|BUSDATE|SOURCE|FIELD|BEFORE|AFTER|...
      *      CHG|ENTITY|KEY|BUSDATE|SOURCE|FIELD|BEFORE|AFTER|...
      *      DEL|ENTITY|KEY|BUSDATE|SOURCE|FIELD|BEFORE|AFTER|...
      *      TRL|CDCEXTR|BUSDATE|ACCOUNT|MODE|ADDS|CHANGES|DELETES|
      *          CUSTOMER|...|RELATION|...|RECORDS|DETAIL-COUNT
      *    ENTITY IS ACCOUNT, CUSTOMER OR RELATION; A RELATION'S KEY
      *    IS WRITTEN ACCOUNT/CUSTOMER. A CHANGE CARRIES ONLY THE
      *    FIELDS THAT CHANGED; AN ADD CARRIES EVERY FIELD WITH A
      *    BLANK BEFORE VALUE AND A DELETE EVERY FIELD WITH A BLANK
      *    AFTER VALUE. EACH VALUE IS AT ITS MASTER FIELD WIDTH
      *    (AMOUNTS EDITED WITH SIGN AND POINT). SOURCE NAMES WHAT
      *    TOUCHED THE RECORD ON THE BUSINESS DATE WHEN THAT IS KNOWN
      *    - POSTING, CUSTMNT, APPROVER, JOINED WITH '+' - AND IS
      *    BLANK OTHERWISE. MODE IS DELTA, OR FULL WHEN NO PRIOR IMAGE
      *    OF THAT MASTER WAS FOUND AND EVERY RECORD WENT OUT AS AN
      *    ADD. THE WAREHOUSE TAKES THE DELTA AS COMPLETE ONLY WHEN
      *    THE TRAILER IS PRESENT AND ITS DETAIL COUNT MATCHES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTFILE ASSIGN TO WS-ACCT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

      *    THE PRIOR GENERATION, AS ACCTCOPY WROTE IT: AN IMAGE|
      *    STAMP LINE, THEN THE MASTER'S RECORDS IN KEY ORDER.
           SELECT PRIORACCTFILE ASSIGN TO WS-PRIOR-ACCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-FILE-STATUS.

           SELECT PRIORCUSTFILE ASSIGN TO WS-PRIOR-CUST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.

           SELECT PRIORRELFILE ASSIGN TO WS-PRIOR-REL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

      *    WHERE THE CHANGE SOURCE COMES FROM: THE DAY'S AUDIT LINES
      *    (POSTING), THE DAY'S CUSTMNT INSTRUCTIONS, AND THE DAY'S
      *    APPROVALS ON THE DUAL-CONTROL LOG.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

           SELECT CUSTMAINTFILE ASSIGN TO WS-CUSTMAINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.

           SELECT APPRLOGFILE ASSIGN TO WS-APPRLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-FILE-STATUS.

           SELECT EXTRACTFILE ASSIGN TO WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-FILE-STATUS.

      *    MACHINE-READABLE RUN STATUS FOR THE DAY-END CONTROLLER,
      *    SAME ONE-LINE SHAPE BANKTRANS WRITES.
           SELECT RUNSTATUSFILE ASSIGN TO WS-RUNSTATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTFILE.
       COPY ACCTREC.

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  PRIORACCTFILE.
       COPY ACCTREC REPLACING LEADING ==ACCOUNT== BY ==PRIOR==
                              LEADING ==AF== BY ==PA==.

       FD  PRIORCUSTFILE.
       COPY CUSTREC REPLACING LEADING ==CUSTOMER== BY ==PRIORCUST==
                              LEADING ==CM== BY ==PC==.

       FD  PRIORRELFILE.
       COPY RELREC REPLACING LEADING ==RELATION== BY ==PRIORREL==
                             LEADING ==RL== BY ==PR==.

      *    THE SHARED AUDITREC LAYOUT MATCHES THE FIXED FIELD WIDTHS
      *    WRITE-AUDIT-ENTRY STRINGS TOGETHER IN ADMTXUP.CBL - SAME
      *    SHARED-COPYBOOK APPROACH AS TRANSREC.
       FD  AUDITFILE.
       COPY AUDITREC.

       FD  CUSTMAINTFILE.
       01  CUSTMAINT-RECORD PIC X(200).

       FD  APPRLOGFILE.
       01  APPRLOG-RECORD PIC X(160).

       FD  EXTRACTFILE.
       01  EXTRACT-RECORD PIC X(800).

       FD  RUNSTATUSFILE.
       01  RUNSTATUS-RECORD PIC X(132).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-PRIOR-ACCT-NAME PIC X(100) VALUE SPACES.
       01  WS-PRIOR-CUST-NAME PIC X(100) VALUE SPACES.
       01  WS-PRIOR-REL-NAME  PIC X(100) VALUE SPACES.
       01  WS-AUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-CUSTMAINT-FILE-NAME PIC X(100) VALUE 'CUSTMAINT.DAT'.
       01  WS-APPRLOG-FILE-NAME PIC X(100) VALUE 'APPRLOG.DAT'.
       01  WS-EXTRACT-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-RUNSTATUS-FILE-NAME PIC X(100) VALUE 'CDCEXTR.STATUS'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  PA-FILE-STATUS     PIC XX.
       01  PC-FILE-STATUS     PIC XX.
       01  PR-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  MF-FILE-STATUS     PIC XX.
       01  AG-FILE-STATUS     PIC XX.
       01  EX-FILE-STATUS     PIC XX.
       01  RN-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-RUN-START-TS    PIC X(16).
       01  WS-RUN-END-TS      PIC X(16).
       01  WS-RUN-COMPLETION  PIC X(4) VALUE '9999'.

      *    THE PRIOR GENERATION: THE ACCOUNT IMAGE IS SOUGHT BACK
      *    DAY BY DAY FROM THE DAY BEFORE THE BUSINESS DATE (WEEKENDS
      *    AND HOLIDAYS LEAVE GAPS); ITS STAMP DATE THEN NAMES THE
      *    CUSTOMER AND RELATIONSHIP IMAGES OF THE SAME GENERATION.
       01  WS-PRIOR-DATE      PIC X(8) VALUE SPACES.
       01  WS-PRIOR-INT       PIC 9(8).
       01  WS-PRIOR-TRY-DATE  PIC 9(8).
       01  WS-PRIOR-GUARD     PIC 9(2).
       01  WS-STAMP-F1        PIC X(6).
       01  WS-STAMP-F2        PIC X(8).
       01  WS-PA-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-PA-OPEN         VALUE 'Y'.
       01  WS-PC-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-PC-OPEN         VALUE 'Y'.
       01  WS-PR-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-PR-OPEN         VALUE 'Y'.

      *    ONE CHANGE RECORD UNDER CONSTRUCTION.
       01  WS-CDC-RECORD      PIC X(800).
       01  WS-CDC-PTR         PIC 9(3).
       01  WS-CDC-ACTION      PIC X(3).
           88  WS-CDC-ADD         VALUE 'ADD'.
           88  WS-CDC-CHANGE      VALUE 'CHG'.
           88  WS-CDC-DELETE      VALUE 'DEL'.
       01  WS-CDC-ENTITY      PIC X(8).
       01  WS-CDC-ENTITY-CODE PIC X(1).
       01  WS-CDC-KEY         PIC X(20).
       01  WS-CDC-SOURCE      PIC X(24).
       01  WS-CDC-SRC-PTR     PIC 9(2).
       01  WS-CDC-FIELDS      PIC 9(2).
       01  WS-FLD-NAME        PIC X(20).
       01  WS-FLD-LEN         PIC 9(2).
       01  WS-FLD-BEFORE      PIC X(72).
       01  WS-FLD-AFTER       PIC X(72).
       01  WS-AMT-EDIT        PIC -9(7).99.
      *    THE RECORD NOT TAKEN PART IN AN ADD OR DELETE IS SET ASIDE
      *    WHILE ITS AREA IS BLANKED FOR THE FIELD-BY-FIELD PASS.
       01  WS-SAVE-RECORD     PIC X(250).

       01  WS-MERGE-DONE-SW   PIC X(1).
           88  WS-MERGE-DONE      VALUE 'Y'.
       01  WS-PA-KEY          PIC X(10).
       01  WS-PC-KEY          PIC X(10).
       01  WS-PR-KEY          PIC X(20).

      *    WHO TOUCHED WHAT ON THE BUSINESS DATE, BY ENTITY AND KEY
      *    (A = ACCOUNT, C = CUSTOMER, R = ACCOUNT + CUSTOMER).
       01  WS-EVD-TABLE.
           05  WS-EVD-ENTRY OCCURS 3000 TIMES.
               10  WS-EVD-ENTITY     PIC X(1).
               10  WS-EVD-KEY        PIC X(20).
               10  WS-EVD-POSTING    PIC X(1).
               10  WS-EVD-CUSTMNT    PIC X(1).
               10  WS-EVD-APPROVER   PIC X(1).
       01  WS-EVD-COUNT       PIC 9(4) VALUE 0.
       01  WS-EVD-IDX         PIC 9(4).
       01  WS-EVD-FOUND       PIC 9(4).
       01  WS-EVD-FULL-SW     PIC X(1) VALUE 'N'.
           88  WS-EVD-FULL        VALUE 'Y'.
       01  WS-EVD-NEW-ENTITY  PIC X(1).
       01  WS-EVD-NEW-KEY     PIC X(20).
       01  WS-EVD-NEW-SOURCE  PIC X(1).
       01  WS-EVD-LAST-ACCT   PIC X(10) VALUE SPACES.
       01  WS-MF-F1           PIC X(6).
       01  WS-MF-F2           PIC X(10).
       01  WS-MF-F3           PIC X(10).
       01  WS-AG-F1           PIC X(10).
       01  WS-AG-F2           PIC X(10).
       01  WS-AG-F3           PIC X(12).
       01  WS-AG-F4           PIC X(16).
       01  WS-AG-F5           PIC X(18).
       01  WS-AG-F6           PIC X(20).
       01  WS-AG-F7           PIC X(40).

       01  WS-ENTITY-COUNTS.
           05  WS-ENT-COUNTS OCCURS 3 TIMES.
               10  WS-ENT-MODE       PIC X(5).
               10  WS-ENT-ADDS       PIC 9(7).
               10  WS-ENT-CHANGES    PIC 9(7).
               10  WS-ENT-DELETES    PIC 9(7).
       01  WS-ENT-IDX         PIC 9(1).
       01  WS-DETAIL-COUNT    PIC 9(7) VALUE 0.
       01  WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           MOVE SPACES TO WS-RUN-START-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-START-TS.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           IF WS-EXTRACT-FILE-NAME = SPACES
               STRING 'CDCEXT_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
           END-IF.
           OPEN INPUT ACCOUNTFILE.
           OPEN INPUT CUSTFILE.
           OPEN INPUT RELFILE.
           IF AF-FILE-STATUS NOT = '00' OR CM-FILE-STATUS NOT = '00'
              OR RL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening MASTERS: ' AF-FILE-STATUS ' '
                       CM-FILE-STATUS ' ' RL-FILE-STATUS
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           OPEN OUTPUT EXTRACTFILE.
           IF EX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening EXTRACT: ' EX-FILE-STATUS
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
           PERFORM 020-OPEN-PRIOR-IMAGES THRU
                   020-OPEN-PRIOR-IMAGES-EXIT.
           PERFORM 030-LOAD-SOURCE-EVIDENCE THRU
                   030-LOAD-SOURCE-EVIDENCE-EXIT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'HDR|CDCEXTR|' WS-PROCESSING-DATE '|'
               WS-PRIOR-DATE '|' WS-RUN-START-TS
               DELIMITED BY SIZE INTO EXTRACT-RECORD.
           PERFORM 850-WRITE-EXTRACT THRU 850-WRITE-EXTRACT-EXIT.
           PERFORM 200-EXTRACT-ACCOUNTS THRU
                   200-EXTRACT-ACCOUNTS-EXIT.
           PERFORM 300-EXTRACT-CUSTOMERS THRU
                   300-EXTRACT-CUSTOMERS-EXIT.
           PERFORM 400-EXTRACT-RELATIONS THRU
                   400-EXTRACT-RELATIONS-EXIT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'TRL|CDCEXTR|' WS-PROCESSING-DATE
               '|ACCOUNT|' WS-ENT-MODE(1) '|' WS-ENT-ADDS(1) '|'
               WS-ENT-CHANGES(1) '|' WS-ENT-DELETES(1)
               '|CUSTOMER|' WS-ENT-MODE(2) '|' WS-ENT-ADDS(2) '|'
               WS-ENT-CHANGES(2) '|' WS-ENT-DELETES(2)
               '|RELATION|' WS-ENT-MODE(3) '|' WS-ENT-ADDS(3) '|'
               WS-ENT-CHANGES(3) '|' WS-ENT-DELETES(3)
               '|RECORDS|' WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO EXTRACT-RECORD.
           PERFORM 850-WRITE-EXTRACT THRU 850-WRITE-EXTRACT-EXIT.
           CLOSE EXTRACTFILE.
           IF WS-PA-OPEN
               CLOSE PRIORACCTFILE
           END-IF.
           IF WS-PC-OPEN
               CLOSE PRIORCUSTFILE
           END-IF.
           IF WS-PR-OPEN
               CLOSE PRIORRELFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           CLOSE CUSTFILE.
           CLOSE RELFILE.
           DISPLAY 'BUSINESS DATE    : ' WS-PROCESSING-DATE.
           DISPLAY 'PRIOR IMAGE DATE : ' WS-PRIOR-DATE.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL WS-ENT-IDX > 3
               DISPLAY 'ENTITY ' WS-ENT-IDX ' ' WS-ENT-MODE(WS-ENT-IDX)
                       ' ADDS ' WS-ENT-ADDS(WS-ENT-IDX)
                       ' CHANGES ' WS-ENT-CHANGES(WS-ENT-IDX)
                       ' DELETES ' WS-ENT-DELETES(WS-ENT-IDX)
           END-PERFORM.
           DISPLAY 'UNCHANGED        : ' WS-UNCHANGED-COUNT.
           DISPLAY 'CHANGE RECORDS   : ' WS-DETAIL-COUNT.
           DISPLAY 'EXTRACT          : ' WS-EXTRACT-FILE-NAME(1:30).
           MOVE '0000' TO WS-RUN-COMPLETION.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PRIORACCT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRIOR-ACCT-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PRIORCUST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRIOR-CUST-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PRIORREL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRIOR-REL-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AUDITFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTMAINT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUSTMAINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'APPRLOG_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-APPRLOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CDCEXTRACT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RUNSTATUS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RUNSTATUS-FILE-NAME
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

      *    AN IMAGE THAT CANNOT BE FOUND IS NOT FATAL: THAT MASTER
      *    GOES OUT IN FULL, EVERY RECORD AN ADD, AND THE TRAILER
      *    SAYS SO - THE FIRST NIGHT, OR THE NIGHT AFTER A MISSED
      *    ACCTCOPY, STILL LEAVES THE WAREHOUSE COMPLETE.
       020-OPEN-PRIOR-IMAGES.
           IF WS-PRIOR-ACCT-NAME NOT = SPACES
               OPEN INPUT PRIORACCTFILE
               IF PA-FILE-STATUS = '00'
                   SET WS-PA-OPEN TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PRIOR-INT =
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-PROCESSING-DATE))
               MOVE 0 TO WS-PRIOR-GUARD
               PERFORM UNTIL WS-PA-OPEN OR WS-PRIOR-GUARD > 30
                   ADD 1 TO WS-PRIOR-GUARD
                   SUBTRACT 1 FROM WS-PRIOR-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-PRIOR-INT) TO
                        WS-PRIOR-TRY-DATE
                   MOVE SPACES TO WS-PRIOR-ACCT-NAME
                   STRING 'ACCTIMG_' WS-PRIOR-TRY-DATE '.DAT'
                       DELIMITED BY SIZE INTO WS-PRIOR-ACCT-NAME
                   OPEN INPUT PRIORACCTFILE
                   IF PA-FILE-STATUS = '00'
                       SET WS-PA-OPEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-PA-OPEN
               DISPLAY 'NO PRIOR ACCOUNT IMAGE - ACCOUNTS GO OUT IN '
                       'FULL'
           ELSE
               READ PRIORACCTFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-STAMP-F1 WS-STAMP-F2
                       UNSTRING PRIOR-RECORD DELIMITED BY '|'
                           INTO WS-STAMP-F1 WS-STAMP-F2
                       END-UNSTRING
                       IF WS-STAMP-F1 = 'IMAGE'
                           MOVE WS-STAMP-F2 TO WS-PRIOR-DATE
                       END-IF
               END-READ
               CLOSE PRIORACCTFILE
               OPEN INPUT PRIORACCTFILE
           END-IF.
           IF WS-PRIOR-CUST-NAME = SPACES AND WS-PRIOR-DATE NOT = SPACES
               STRING 'CUSTIMG_' WS-PRIOR-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-PRIOR-CUST-NAME
           END-IF.
           IF WS-PRIOR-REL-NAME = SPACES AND WS-PRIOR-DATE NOT = SPACES
               STRING 'RELIMG_' WS-PRIOR-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-PRIOR-REL-NAME
           END-IF.
           IF WS-PRIOR-CUST-NAME NOT = SPACES
               OPEN INPUT PRIORCUSTFILE
               IF PC-FILE-STATUS = '00'
                   SET WS-PC-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-PC-OPEN
               DISPLAY 'NO PRIOR CUSTOMER IMAGE - CUSTOMERS GO OUT IN '
                       'FULL'
           END-IF.
           IF WS-PRIOR-REL-NAME NOT = SPACES
               OPEN INPUT PRIORRELFILE
               IF PR-FILE-STATUS = '00'
                   SET WS-PR-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-PR-OPEN
               DISPLAY 'NO PRIOR RELATION IMAGE - RELATIONS GO OUT IN '
                       'FULL'
           END-IF.
       020-OPEN-PRIOR-IMAGES-EXIT.
           EXIT.

      *    ALL THREE EVIDENCE FILES ARE OPTIONAL; WHAT IS MISSING
      *    ONLY LEAVES THE SOURCE BLANK ON THE RECORDS IT WOULD HAVE
      *    NAMED.
       030-LOAD-SOURCE-EVIDENCE.
           OPEN INPUT AUDITFILE.
           IF AU-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF AL-TIMESTAMP(1:8) = WS-PROCESSING-DATE
                              AND AL-ACCOUNT-NUMBER NOT = SPACES
                              AND AL-ACCOUNT-NUMBER NOT =
                                  WS-EVD-LAST-ACCT
                               MOVE AL-ACCOUNT-NUMBER TO
                                    WS-EVD-LAST-ACCT
                               MOVE 'A' TO WS-EVD-NEW-ENTITY
                               MOVE AL-ACCOUNT-NUMBER TO WS-EVD-NEW-KEY
                               MOVE 'P' TO WS-EVD-NEW-SOURCE
                               PERFORM 040-NOTE-EVIDENCE THRU
                                       040-NOTE-EVIDENCE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE AUDITFILE
           END-IF.
           OPEN INPUT CUSTMAINTFILE.
           IF MF-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CUSTMAINTFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 034-NOTE-CUSTMNT-LINE THRU
                                   034-NOTE-CUSTMNT-LINE-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE CUSTMAINTFILE
           END-IF.
           OPEN INPUT APPRLOGFILE.
           IF AG-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ APPRLOGFILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 036-NOTE-APPROVAL THRU
                                   036-NOTE-APPROVAL-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE APPRLOGFILE
           END-IF.
           IF WS-EVD-FULL
               DISPLAY 'SOURCE EVIDENCE TABLE FULL - SOME SOURCES '
                       'LEFT BLANK'
           END-IF.
       030-LOAD-SOURCE-EVIDENCE-EXIT.
           EXIT.

      *    THE VERB SAYS WHICH MASTER THE LINE TOUCHED: CUST, KYC AND
      *    TIN THE CUSTOMER; LINK, DLIM, ATYP AND BRCH THE ACCOUNT;
      *    REL AND RELDEL ONE RELATIONSHIP.
       034-NOTE-CUSTMNT-LINE.
           MOVE SPACES TO WS-MF-F1 WS-MF-F2 WS-MF-F3.
           UNSTRING CUSTMAINT-RECORD DELIMITED BY '|'
               INTO WS-MF-F1 WS-MF-F2 WS-MF-F3
           END-UNSTRING.
           MOVE 'M' TO WS-EVD-NEW-SOURCE.
           MOVE SPACES TO WS-EVD-NEW-KEY.
           EVALUATE WS-MF-F1
               WHEN 'CUST'
               WHEN 'KYC'
               WHEN 'TIN'
                   MOVE 'C' TO WS-EVD-NEW-ENTITY
                   MOVE WS-MF-F2 TO WS-EVD-NEW-KEY
               WHEN 'LINK'
               WHEN 'DLIM'
               WHEN 'ATYP'
               WHEN 'BRCH'
                   MOVE 'A' TO WS-EVD-NEW-ENTITY
                   MOVE WS-MF-F2 TO WS-EVD-NEW-KEY
               WHEN 'REL'
               WHEN 'RELDEL'
                   MOVE 'R' TO WS-EVD-NEW-ENTITY
                   STRING WS-MF-F2 WS-MF-F3
                       DELIMITED BY SIZE INTO WS-EVD-NEW-KEY
               WHEN OTHER
                   GO TO 034-NOTE-CUSTMNT-LINE-EXIT
           END-EVALUATE.
           PERFORM 040-NOTE-EVIDENCE THRU 040-NOTE-EVIDENCE-EXIT.
       034-NOTE-CUSTMNT-LINE-EXIT.
           EXIT.

      *    DATE | DECISION | ITEM N | KEYED BY OP | DECIDED BY OFFICER
      *    | REASON | MNT RECORD - ONLY TODAY'S APPROVALS COUNT, AND A
      *    REFUSED SELF-APPROVAL (SAME OPERATOR BOTH SIDES) RELEASED
      *    NOTHING.
       036-NOTE-APPROVAL.
           MOVE SPACES TO WS-AG-F1 WS-AG-F2 WS-AG-F3 WS-AG-F4
                          WS-AG-F5 WS-AG-F6 WS-AG-F7.
           UNSTRING APPRLOG-RECORD DELIMITED BY ' | '
               INTO WS-AG-F1 WS-AG-F2 WS-AG-F3 WS-AG-F4 WS-AG-F5
                    WS-AG-F6 WS-AG-F7
           END-UNSTRING.
           IF WS-AG-F1(1:8) NOT = WS-PROCESSING-DATE OR
              WS-AG-F2 NOT = 'APPROVE' OR
              WS-AG-F7(1:3) NOT = 'MNT' OR
              WS-AG-F4(10:5) = WS-AG-F5(12:5)
               GO TO 036-NOTE-APPROVAL-EXIT
           END-IF.
           MOVE 'A' TO WS-EVD-NEW-ENTITY.
           MOVE WS-AG-F7(5:10) TO WS-EVD-NEW-KEY.
           MOVE 'V' TO WS-EVD-NEW-SOURCE.
           PERFORM 040-NOTE-EVIDENCE THRU 040-NOTE-EVIDENCE-EXIT.
       036-NOTE-APPROVAL-EXIT.
           EXIT.

       040-NOTE-EVIDENCE.
           PERFORM 045-FIND-EVIDENCE THRU 045-FIND-EVIDENCE-EXIT.
           IF WS-EVD-FOUND = 0
               IF WS-EVD-COUNT = 3000
                   SET WS-EVD-FULL TO TRUE
                   GO TO 040-NOTE-EVIDENCE-EXIT
               END-IF
               ADD 1 TO WS-EVD-COUNT
               MOVE WS-EVD-COUNT TO WS-EVD-FOUND
               MOVE WS-EVD-NEW-ENTITY TO WS-EVD-ENTITY(WS-EVD-FOUND)
               MOVE WS-EVD-NEW-KEY TO WS-EVD-KEY(WS-EVD-FOUND)
               MOVE 'N' TO WS-EVD-POSTING(WS-EVD-FOUND)
                           WS-EVD-CUSTMNT(WS-EVD-FOUND)
                           WS-EVD-APPROVER(WS-EVD-FOUND)
           END-IF.
           EVALUATE WS-EVD-NEW-SOURCE
               WHEN 'P'
                   MOVE 'Y' TO WS-EVD-POSTING(WS-EVD-FOUND)
               WHEN 'M'
                   MOVE 'Y' TO WS-EVD-CUSTMNT(WS-EVD-FOUND)
               WHEN 'V'
                   MOVE 'Y' TO WS-EVD-APPROVER(WS-EVD-FOUND)
           END-EVALUATE.
       040-NOTE-EVIDENCE-EXIT.
           EXIT.

       045-FIND-EVIDENCE.
           MOVE 0 TO WS-EVD-FOUND.
           PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                   UNTIL WS-EVD-IDX > WS-EVD-COUNT OR WS-EVD-FOUND > 0
               IF WS-EVD-ENTITY(WS-EVD-IDX) = WS-EVD-NEW-ENTITY AND
                  WS-EVD-KEY(WS-EVD-IDX) = WS-EVD-NEW-KEY
                   MOVE WS-EVD-IDX TO WS-EVD-FOUND
               END-IF
           END-PERFORM.
       045-FIND-EVIDENCE-EXIT.
           EXIT.

      *    CLASSIC BALANCE-LINE MATCH: THE LOWER KEY MOVES. A KEY
      *    ONLY IN THE IMAGE WAS DELETED, ONLY ON THE MASTER WAS
      *    ADDED, ON BOTH IS COMPARED FIELD BY FIELD.
       200-EXTRACT-ACCOUNTS.
           MOVE 1 TO WS-ENT-IDX.
           MOVE 'ACCOUNT' TO WS-CDC-ENTITY.
           MOVE 'A' TO WS-CDC-ENTITY-CODE.
           PERFORM 810-SET-ENTITY-MODE THRU 810-SET-ENTITY-MODE-EXIT.
           IF WS-PA-OPEN
               MOVE 'DELTA' TO WS-ENT-MODE(1)
           END-IF.
           PERFORM 210-READ-PRIOR-ACCOUNT THRU
                   210-READ-PRIOR-ACCOUNT-EXIT.
           PERFORM 220-READ-CURRENT-ACCOUNT THRU
                   220-READ-CURRENT-ACCOUNT-EXIT.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM UNTIL WS-MERGE-DONE
               EVALUATE TRUE
                   WHEN WS-PA-KEY = HIGH-VALUES AND
                        AF-ACCOUNT-NUMBER = HIGH-VALUES
                       SET WS-MERGE-DONE TO TRUE
                   WHEN WS-PA-KEY < AF-ACCOUNT-NUMBER
                       MOVE 'DEL' TO WS-CDC-ACTION
                       MOVE WS-PA-KEY TO WS-CDC-KEY
                       MOVE ACCOUNT-RECORD TO WS-SAVE-RECORD
                       INITIALIZE ACCOUNT-RECORD
                       PERFORM 230-COMPARE-ACCOUNT THRU
                               230-COMPARE-ACCOUNT-EXIT
                       MOVE WS-SAVE-RECORD TO ACCOUNT-RECORD
                       PERFORM 210-READ-PRIOR-ACCOUNT THRU
                               210-READ-PRIOR-ACCOUNT-EXIT
                   WHEN WS-PA-KEY > AF-ACCOUNT-NUMBER
                       MOVE 'ADD' TO WS-CDC-ACTION
                       MOVE AF-ACCOUNT-NUMBER TO WS-CDC-KEY
                       MOVE PRIOR-RECORD TO WS-SAVE-RECORD
                       INITIALIZE PRIOR-RECORD
                       PERFORM 230-COMPARE-ACCOUNT THRU
                               230-COMPARE-ACCOUNT-EXIT
                       MOVE WS-SAVE-RECORD TO PRIOR-RECORD
                       PERFORM 220-READ-CURRENT-ACCOUNT THRU
                               220-READ-CURRENT-ACCOUNT-EXIT
                   WHEN OTHER
                       MOVE 'CHG' TO WS-CDC-ACTION
                       MOVE AF-ACCOUNT-NUMBER TO WS-CDC-KEY
                       PERFORM 230-COMPARE-ACCOUNT THRU
                               230-COMPARE-ACCOUNT-EXIT
                       PERFORM 210-READ-PRIOR-ACCOUNT THRU
                               210-READ-PRIOR-ACCOUNT-EXIT
                       PERFORM 220-READ-CURRENT-ACCOUNT THRU
                               220-READ-CURRENT-ACCOUNT-EXIT
               END-EVALUATE
           END-PERFORM.
       200-EXTRACT-ACCOUNTS-EXIT.
           EXIT.

      *    THE IMAGE'S STAMP LINE IS STEPPED OVER; WS-PA-KEY CARRIES
      *    THE KEY SO HIGH-VALUES AT END DOES NOT DEPEND ON WHAT THE
      *    LAST LINE LEFT IN THE RECORD AREA.
       210-READ-PRIOR-ACCOUNT.
           MOVE HIGH-VALUES TO WS-PA-KEY.
           IF NOT WS-PA-OPEN
               GO TO 210-READ-PRIOR-ACCOUNT-EXIT
           END-IF.
           READ PRIORACCTFILE
               AT END
                   GO TO 210-READ-PRIOR-ACCOUNT-EXIT
           END-READ.
           IF PRIOR-RECORD(1:6) = 'IMAGE|'
               GO TO 210-READ-PRIOR-ACCOUNT
           END-IF.
           MOVE PA-ACCOUNT-NUMBER TO WS-PA-KEY.
       210-READ-PRIOR-ACCOUNT-EXIT.
           EXIT.

       220-READ-CURRENT-ACCOUNT.
           READ ACCOUNTFILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO AF-ACCOUNT-NUMBER
           END-READ.
       220-READ-CURRENT-ACCOUNT-EXIT.
           EXIT.

       230-COMPARE-ACCOUNT.
           PERFORM 800-START-CHANGE THRU 800-START-CHANGE-EXIT.
           MOVE 'CURRENCY-CODE' TO WS-FLD-NAME.
           MOVE 3 TO WS-FLD-LEN.
           MOVE PA-CURRENCY-CODE TO WS-FLD-BEFORE.
           MOVE AF-CURRENCY-CODE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ACCOUNT-BALANCE' TO WS-FLD-NAME.
           MOVE 11 TO WS-FLD-LEN.
           MOVE PA-ACCOUNT-BALANCE TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-BEFORE.
           MOVE AF-ACCOUNT-BALANCE TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'LAST-TRANS-DATE' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PA-LAST-TRANS-DATE TO WS-FLD-BEFORE.
           MOVE AF-LAST-TRANS-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'OVERDRAFT-LIMIT' TO WS-FLD-NAME.
           MOVE 11 TO WS-FLD-LEN.
           MOVE PA-OVERDRAFT-LIMIT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-BEFORE.
           MOVE AF-OVERDRAFT-LIMIT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ACCOUNT-STATUS' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PA-ACCOUNT-STATUS TO WS-FLD-BEFORE.
           MOVE AF-ACCOUNT-STATUS TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'HOLDER-NAME' TO WS-FLD-NAME.
           MOVE 28 TO WS-FLD-LEN.
           MOVE PA-HOLDER-NAME TO WS-FLD-BEFORE.
           MOVE AF-HOLDER-NAME TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'PHONE-NUMBER' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PA-PHONE-NUMBER TO WS-FLD-BEFORE.
           MOVE AF-PHONE-NUMBER TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-LINE1' TO WS-FLD-NAME.
           MOVE 30 TO WS-FLD-LEN.
           MOVE PA-ADDRESS-LINE1 TO WS-FLD-BEFORE.
           MOVE AF-ADDRESS-LINE1 TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-CITY' TO WS-FLD-NAME.
           MOVE 20 TO WS-FLD-LEN.
           MOVE PA-ADDRESS-CITY TO WS-FLD-BEFORE.
           MOVE AF-ADDRESS-CITY TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-STATE' TO WS-FLD-NAME.
           MOVE 2 TO WS-FLD-LEN.
           MOVE PA-ADDRESS-STATE TO WS-FLD-BEFORE.
           MOVE AF-ADDRESS-STATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-ZIP' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PA-ADDRESS-ZIP TO WS-FLD-BEFORE.
           MOVE AF-ADDRESS-ZIP TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'CUSTOMER-NUMBER' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PA-CUSTOMER-NUMBER TO WS-FLD-BEFORE.
           MOVE AF-CUSTOMER-NUMBER TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'DAILY-DEBIT-LIMIT' TO WS-FLD-NAME.
           MOVE 11 TO WS-FLD-LEN.
           MOVE PA-DAILY-DEBIT-LIMIT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-BEFORE.
           MOVE AF-DAILY-DEBIT-LIMIT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'DAILY-DEBIT-USED' TO WS-FLD-NAME.
           MOVE 11 TO WS-FLD-LEN.
           MOVE PA-DAILY-DEBIT-USED TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-BEFORE.
           MOVE AF-DAILY-DEBIT-USED TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'DAILY-DEBIT-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PA-DAILY-DEBIT-DATE TO WS-FLD-BEFORE.
           MOVE AF-DAILY-DEBIT-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ACCOUNT-TYPE' TO WS-FLD-NAME.
           MOVE 2 TO WS-FLD-LEN.
           MOVE PA-ACCOUNT-TYPE TO WS-FLD-BEFORE.
           MOVE AF-ACCOUNT-TYPE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'BRANCH-CODE' TO WS-FLD-NAME.
           MOVE 3 TO WS-FLD-LEN.
           MOVE PA-BRANCH-CODE TO WS-FLD-BEFORE.
           MOVE AF-BRANCH-CODE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           PERFORM 840-END-CHANGE THRU 840-END-CHANGE-EXIT.
       230-COMPARE-ACCOUNT-EXIT.
           EXIT.

       300-EXTRACT-CUSTOMERS.
           MOVE 2 TO WS-ENT-IDX.
           MOVE 'CUSTOMER' TO WS-CDC-ENTITY.
           MOVE 'C' TO WS-CDC-ENTITY-CODE.
           PERFORM 810-SET-ENTITY-MODE THRU 810-SET-ENTITY-MODE-EXIT.
           IF WS-PC-OPEN
               MOVE 'DELTA' TO WS-ENT-MODE(2)
           END-IF.
           PERFORM 310-READ-PRIOR-CUSTOMER THRU
                   310-READ-PRIOR-CUSTOMER-EXIT.
           PERFORM 320-READ-CURRENT-CUSTOMER THRU
                   320-READ-CURRENT-CUSTOMER-EXIT.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM UNTIL WS-MERGE-DONE
               EVALUATE TRUE
                   WHEN WS-PC-KEY = HIGH-VALUES AND
                        CM-CUSTOMER-NUMBER = HIGH-VALUES
                       SET WS-MERGE-DONE TO TRUE
                   WHEN WS-PC-KEY < CM-CUSTOMER-NUMBER
                       MOVE 'DEL' TO WS-CDC-ACTION
                       MOVE WS-PC-KEY TO WS-CDC-KEY
                       MOVE CUSTOMER-RECORD TO WS-SAVE-RECORD
                       INITIALIZE CUSTOMER-RECORD
                       PERFORM 330-COMPARE-CUSTOMER THRU
                               330-COMPARE-CUSTOMER-EXIT
                       MOVE WS-SAVE-RECORD TO CUSTOMER-RECORD
                       PERFORM 310-READ-PRIOR-CUSTOMER THRU
                               310-READ-PRIOR-CUSTOMER-EXIT
                   WHEN WS-PC-KEY > CM-CUSTOMER-NUMBER
                       MOVE 'ADD' TO WS-CDC-ACTION
                       MOVE CM-CUSTOMER-NUMBER TO WS-CDC-KEY
                       MOVE PRIORCUST-RECORD TO WS-SAVE-RECORD
                       INITIALIZE PRIORCUST-RECORD
                       PERFORM 330-COMPARE-CUSTOMER THRU
                               330-COMPARE-CUSTOMER-EXIT
                       MOVE WS-SAVE-RECORD TO PRIORCUST-RECORD
                       PERFORM 320-READ-CURRENT-CUSTOMER THRU
                               320-READ-CURRENT-CUSTOMER-EXIT
                   WHEN OTHER
                       MOVE 'CHG' TO WS-CDC-ACTION
                       MOVE CM-CUSTOMER-NUMBER TO WS-CDC-KEY
                       PERFORM 330-COMPARE-CUSTOMER THRU
                               330-COMPARE-CUSTOMER-EXIT
                       PERFORM 310-READ-PRIOR-CUSTOMER THRU
                               310-READ-PRIOR-CUSTOMER-EXIT
                       PERFORM 320-READ-CURRENT-CUSTOMER THRU
                               320-READ-CURRENT-CUSTOMER-EXIT
               END-EVALUATE
           END-PERFORM.
       300-EXTRACT-CUSTOMERS-EXIT.
           EXIT.

       310-READ-PRIOR-CUSTOMER.
           MOVE HIGH-VALUES TO WS-PC-KEY.
           IF NOT WS-PC-OPEN
               GO TO 310-READ-PRIOR-CUSTOMER-EXIT
           END-IF.
           READ PRIORCUSTFILE
               AT END
                   GO TO 310-READ-PRIOR-CUSTOMER-EXIT
           END-READ.
           IF PRIORCUST-RECORD(1:6) = 'IMAGE|'
               GO TO 310-READ-PRIOR-CUSTOMER
           END-IF.
           MOVE PC-CUSTOMER-NUMBER TO WS-PC-KEY.
       310-READ-PRIOR-CUSTOMER-EXIT.
           EXIT.

       320-READ-CURRENT-CUSTOMER.
           READ CUSTFILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO CM-CUSTOMER-NUMBER
           END-READ.
       320-READ-CURRENT-CUSTOMER-EXIT.
           EXIT.

       330-COMPARE-CUSTOMER.
           PERFORM 800-START-CHANGE THRU 800-START-CHANGE-EXIT.
           MOVE 'CUSTOMER-NAME' TO WS-FLD-NAME.
           MOVE 28 TO WS-FLD-LEN.
           MOVE PC-CUSTOMER-NAME TO WS-FLD-BEFORE.
           MOVE CM-CUSTOMER-NAME TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'PHONE-NUMBER' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PC-PHONE-NUMBER TO WS-FLD-BEFORE.
           MOVE CM-PHONE-NUMBER TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-LINE1' TO WS-FLD-NAME.
           MOVE 30 TO WS-FLD-LEN.
           MOVE PC-ADDRESS-LINE1 TO WS-FLD-BEFORE.
           MOVE CM-ADDRESS-LINE1 TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-CITY' TO WS-FLD-NAME.
           MOVE 20 TO WS-FLD-LEN.
           MOVE PC-ADDRESS-CITY TO WS-FLD-BEFORE.
           MOVE CM-ADDRESS-CITY TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-STATE' TO WS-FLD-NAME.
           MOVE 2 TO WS-FLD-LEN.
           MOVE PC-ADDRESS-STATE TO WS-FLD-BEFORE.
           MOVE CM-ADDRESS-STATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ADDRESS-ZIP' TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-LEN.
           MOVE PC-ADDRESS-ZIP TO WS-FLD-BEFORE.
           MOVE CM-ADDRESS-ZIP TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'DELIVERY-PREF' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PC-DELIVERY-PREF TO WS-FLD-BEFORE.
           MOVE CM-DELIVERY-PREF TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'RISK-RATING' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PC-RISK-RATING TO WS-FLD-BEFORE.
           MOVE CM-RISK-RATING TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'LAST-REVIEW-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PC-LAST-REVIEW-DATE TO WS-FLD-BEFORE.
           MOVE CM-LAST-REVIEW-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'NEXT-REVIEW-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PC-NEXT-REVIEW-DATE TO WS-FLD-BEFORE.
           MOVE CM-NEXT-REVIEW-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'TIN-CERT-STATUS' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PC-TIN-CERT-STATUS TO WS-FLD-BEFORE.
           MOVE CM-TIN-CERT-STATUS TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'TIN-CERT-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PC-TIN-CERT-DATE TO WS-FLD-BEFORE.
           MOVE CM-TIN-CERT-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'LEGAL-HOLD' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PC-LEGAL-HOLD TO WS-FLD-BEFORE.
           MOVE CM-LEGAL-HOLD TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'LEGAL-HOLD-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PC-LEGAL-HOLD-DATE TO WS-FLD-BEFORE.
           MOVE CM-LEGAL-HOLD-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           MOVE 'ERASED-DATE' TO WS-FLD-NAME.
           MOVE 8 TO WS-FLD-LEN.
           MOVE PC-ERASED-DATE TO WS-FLD-BEFORE.
           MOVE CM-ERASED-DATE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           PERFORM 840-END-CHANGE THRU 840-END-CHANGE-EXIT.
       330-COMPARE-CUSTOMER-EXIT.
           EXIT.

       400-EXTRACT-RELATIONS.
           MOVE 3 TO WS-ENT-IDX.
           MOVE 'RELATION' TO WS-CDC-ENTITY.
           MOVE 'R' TO WS-CDC-ENTITY-CODE.
           PERFORM 810-SET-ENTITY-MODE THRU 810-SET-ENTITY-MODE-EXIT.
           IF WS-PR-OPEN
               MOVE 'DELTA' TO WS-ENT-MODE(3)
           END-IF.
           PERFORM 410-READ-PRIOR-RELATION THRU
                   410-READ-PRIOR-RELATION-EXIT.
           PERFORM 420-READ-CURRENT-RELATION THRU
                   420-READ-CURRENT-RELATION-EXIT.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM UNTIL WS-MERGE-DONE
               EVALUATE TRUE
                   WHEN WS-PR-KEY = HIGH-VALUES AND
                        RL-RELATION-KEY = HIGH-VALUES
                       SET WS-MERGE-DONE TO TRUE
                   WHEN WS-PR-KEY < RL-RELATION-KEY
                       MOVE 'DEL' TO WS-CDC-ACTION
                       MOVE WS-PR-KEY TO WS-CDC-KEY
                       MOVE RELATION-RECORD TO WS-SAVE-RECORD
                       INITIALIZE RELATION-RECORD
                       PERFORM 430-COMPARE-RELATION THRU
                               430-COMPARE-RELATION-EXIT
                       MOVE WS-SAVE-RECORD TO RELATION-RECORD
                       PERFORM 410-READ-PRIOR-RELATION THRU
                               410-READ-PRIOR-RELATION-EXIT
                   WHEN WS-PR-KEY > RL-RELATION-KEY
                       MOVE 'ADD' TO WS-CDC-ACTION
                       MOVE RL-RELATION-KEY TO WS-CDC-KEY
                       MOVE PRIORREL-RECORD TO WS-SAVE-RECORD
                       INITIALIZE PRIORREL-RECORD
                       PERFORM 430-COMPARE-RELATION THRU
                               430-COMPARE-RELATION-EXIT
                       MOVE WS-SAVE-RECORD TO PRIORREL-RECORD
                       PERFORM 420-READ-CURRENT-RELATION THRU
                               420-READ-CURRENT-RELATION-EXIT
                   WHEN OTHER
                       MOVE 'CHG' TO WS-CDC-ACTION
                       MOVE RL-RELATION-KEY TO WS-CDC-KEY
                       PERFORM 430-COMPARE-RELATION THRU
                               430-COMPARE-RELATION-EXIT
                       PERFORM 410-READ-PRIOR-RELATION THRU
                               410-READ-PRIOR-RELATION-EXIT
                       PERFORM 420-READ-CURRENT-RELATION THRU
                               420-READ-CURRENT-RELATION-EXIT
               END-EVALUATE
           END-PERFORM.
       400-EXTRACT-RELATIONS-EXIT.
           EXIT.

       410-READ-PRIOR-RELATION.
           MOVE HIGH-VALUES TO WS-PR-KEY.
           IF NOT WS-PR-OPEN
               GO TO 410-READ-PRIOR-RELATION-EXIT
           END-IF.
           READ PRIORRELFILE
               AT END
                   GO TO 410-READ-PRIOR-RELATION-EXIT
           END-READ.
           IF PRIORREL-RECORD(1:6) = 'IMAGE|'
               GO TO 410-READ-PRIOR-RELATION
           END-IF.
           MOVE PR-RELATION-KEY TO WS-PR-KEY.
       410-READ-PRIOR-RELATION-EXIT.
           EXIT.

       420-READ-CURRENT-RELATION.
           READ RELFILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO RL-RELATION-KEY
           END-READ.
       420-READ-CURRENT-RELATION-EXIT.
           EXIT.

      *    THE KEY IS ACCOUNT (1-10) + CUSTOMER (11-20), SO THE TWO
      *    HALVES ARE NOT REPEATED AS FIELDS.
       430-COMPARE-RELATION.
           PERFORM 800-START-CHANGE THRU 800-START-CHANGE-EXIT.
           MOVE 'ROLE-CODE' TO WS-FLD-NAME.
           MOVE 1 TO WS-FLD-LEN.
           MOVE PR-ROLE-CODE TO WS-FLD-BEFORE.
           MOVE RL-ROLE-CODE TO WS-FLD-AFTER.
           PERFORM 820-ADD-FIELD THRU 820-ADD-FIELD-EXIT.
           PERFORM 840-END-CHANGE THRU 840-END-CHANGE-EXIT.
       430-COMPARE-RELATION-EXIT.
           EXIT.

      *    OPENS ONE CHANGE RECORD: ACTION, ENTITY, KEY, BUSINESS
      *    DATE AND WHATEVER IS KNOWN OF ITS SOURCE. A RELATIONSHIP
      *    TAKES ITS ACCOUNT'S POSTING/APPROVER EVIDENCE ONLY THROUGH
      *    ITS OWN KEY - CUSTMNT IS THE ONE PROGRAM THAT MAINTAINS IT.
       800-START-CHANGE.
           MOVE 0 TO WS-CDC-FIELDS.
           MOVE SPACES TO WS-CDC-SOURCE.
           MOVE WS-CDC-ENTITY-CODE TO WS-EVD-NEW-ENTITY.
           MOVE WS-CDC-KEY TO WS-EVD-NEW-KEY.
           PERFORM 045-FIND-EVIDENCE THRU 045-FIND-EVIDENCE-EXIT.
           IF WS-EVD-FOUND > 0
               MOVE 1 TO WS-CDC-SRC-PTR
               IF WS-EVD-POSTING(WS-EVD-FOUND) = 'Y'
                   STRING 'POSTING+' DELIMITED BY SIZE
                       INTO WS-CDC-SOURCE WITH POINTER WS-CDC-SRC-PTR
               END-IF
               IF WS-EVD-CUSTMNT(WS-EVD-FOUND) = 'Y'
                   STRING 'CUSTMNT+' DELIMITED BY SIZE
                       INTO WS-CDC-SOURCE WITH POINTER WS-CDC-SRC-PTR
               END-IF
               IF WS-EVD-APPROVER(WS-EVD-FOUND) = 'Y'
                   STRING 'APPROVER+' DELIMITED BY SIZE
                       INTO WS-CDC-SOURCE WITH POINTER WS-CDC-SRC-PTR
               END-IF
               IF WS-CDC-SRC-PTR > 1
                   SUBTRACT 1 FROM WS-CDC-SRC-PTR
                   MOVE SPACE TO WS-CDC-SOURCE(WS-CDC-SRC-PTR:1)
               END-IF
           END-IF.
           MOVE SPACES TO WS-CDC-RECORD.
           MOVE 1 TO WS-CDC-PTR.
           STRING WS-CDC-ACTION '|' WS-CDC-ENTITY DELIMITED BY SPACE
               '|' WS-CDC-KEY(1:10) DELIMITED BY SPACE
               INTO WS-CDC-RECORD WITH POINTER WS-CDC-PTR.
           IF WS-CDC-ENTITY-CODE = 'R'
               STRING '/' WS-CDC-KEY(11:10) DELIMITED BY SPACE
                   INTO WS-CDC-RECORD WITH POINTER WS-CDC-PTR
           END-IF.
           STRING '|' WS-PROCESSING-DATE '|' DELIMITED BY SIZE
               WS-CDC-SOURCE DELIMITED BY SPACE
               INTO WS-CDC-RECORD WITH POINTER WS-CDC-PTR.
       800-START-CHANGE-EXIT.
           EXIT.

      *    FULL WHEN NO PRIOR IMAGE OPENED FOR THE MASTER; THE CALLER
      *    TURNS IT TO DELTA WHEN ONE DID.
       810-SET-ENTITY-MODE.
           MOVE 'FULL' TO WS-ENT-MODE(WS-ENT-IDX).
           MOVE 0 TO WS-ENT-ADDS(WS-ENT-IDX)
                     WS-ENT-CHANGES(WS-ENT-IDX)
                     WS-ENT-DELETES(WS-ENT-IDX).
       810-SET-ENTITY-MODE-EXIT.
           EXIT.

      *    A CHANGE LISTS ONLY WHAT DIFFERS; AN ADD OR DELETE LISTS
      *    EVERY FIELD, WITH THE SIDE THAT DOES NOT EXIST LEFT BLANK.
       820-ADD-FIELD.
           IF WS-CDC-CHANGE AND
              WS-FLD-BEFORE(1:WS-FLD-LEN) = WS-FLD-AFTER(1:WS-FLD-LEN)
               GO TO 820-ADD-FIELD-EXIT
           END-IF.
           IF WS-CDC-ADD
               MOVE SPACES TO WS-FLD-BEFORE
           END-IF.
           IF WS-CDC-DELETE
               MOVE SPACES TO WS-FLD-AFTER
           END-IF.
           ADD 1 TO WS-CDC-FIELDS.
           STRING '|' WS-FLD-NAME DELIMITED BY SPACE
               '|' WS-FLD-BEFORE(1:WS-FLD-LEN)
               '|' WS-FLD-AFTER(1:WS-FLD-LEN)
               DELIMITED BY SIZE
               INTO WS-CDC-RECORD WITH POINTER WS-CDC-PTR.
       820-ADD-FIELD-EXIT.
           EXIT.

      *    A MATCHED KEY WHOSE FIELDS ALL AGREE WRITES NOTHING.
       840-END-CHANGE.
           IF WS-CDC-FIELDS = 0
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 840-END-CHANGE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CDC-ADD
                   ADD 1 TO WS-ENT-ADDS(WS-ENT-IDX)
               WHEN WS-CDC-CHANGE
                   ADD 1 TO WS-ENT-CHANGES(WS-ENT-IDX)
               WHEN WS-CDC-DELETE
                   ADD 1 TO WS-ENT-DELETES(WS-ENT-IDX)
           END-EVALUATE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-CDC-RECORD TO EXTRACT-RECORD.
           PERFORM 850-WRITE-EXTRACT THRU 850-WRITE-EXTRACT-EXIT.
       840-END-CHANGE-EXIT.
           EXIT.

      *    A FAILED WRITE MEANS THE WAREHOUSE WOULD GET A SHORT DELTA,
      *    SO THE RUN IS ABANDONED WITHOUT A TRAILER.
       850-WRITE-EXTRACT.
           WRITE EXTRACT-RECORD.
           IF EX-FILE-STATUS NOT = '00'
               DISPLAY 'EXTRACT WRITE FAILED: ' EX-FILE-STATUS
               PERFORM 900-ABANDON-RUN THRU 900-ABANDON-RUN-EXIT
           END-IF.
       850-WRITE-EXTRACT-EXIT.
           EXIT.

      *    PROGRAM|START|END|BATCHES|POSTED|REJECTED|COMPLETION -
      *    NO BATCH; CHANGE RECORDS WRITTEN COUNT AS POSTED.
       WRITE-RUN-STATUS.
           MOVE SPACES TO WS-RUN-END-TS.
           STRING FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO WS-RUN-END-TS.
           OPEN OUTPUT RUNSTATUSFILE.
           IF RN-FILE-STATUS = '00'
               MOVE SPACES TO RUNSTATUS-RECORD
               STRING 'CDCEXTR|' WS-RUN-START-TS '|' WS-RUN-END-TS
               '|000|' WS-DETAIL-COUNT '|0000000|'
               WS-RUN-COMPLETION
                   DELIMITED BY SIZE INTO RUNSTATUS-RECORD
               WRITE RUNSTATUS-RECORD
               CLOSE RUNSTATUSFILE
           ELSE
               DISPLAY 'RUN STATUS FILE UNWRITABLE: ' RN-FILE-STATUS
           END-IF.
       WRITE-RUN-STATUS-EXIT.
           EXIT.

       900-ABANDON-RUN.
           MOVE '0016' TO WS-RUN-COMPLETION.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       900-ABANDON-RUN-EXIT.
           EXIT.
