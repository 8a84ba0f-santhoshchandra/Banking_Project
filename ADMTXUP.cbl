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

           SELECT REJECTFILE ASSIGN TO WS-REJECT-FILE-NAME
                RECORD KEY IS RG-ACCOUNT-NUMBER
                FILE STATUS IS RG-FILE-STATUS.

      *    THE CLOSED-ACCOUNT ARCHIVE ACCTPURGE MOVES LONG-CLOSED
      *    ACCOUNTS INTO. A NUMBER FOUND THERE IS RETIRED: AN MNT
      *    OPEN FOR IT REJECTS EVEN THOUGH THE REGISTRY ISSUED IT.
           SELECT CLOSEDFILE ASSIGN TO WS-CLOSED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PU-ACCOUNT-NUMBER
                FILE STATUS IS PU-FILE-STATUS.

      *    THE OPERATOR MASTER OPERMNT MAINTAINS. WHEN IT IS PRESENT,
      *    AN ITEM KEYED BY AN OPERATOR IT DOES NOT KNOW, ONE WHO HAS
      *    BEEN REVOKED, OR ONE KEYING ABOVE THEIR PER-ITEM AUTHORITY
      *    REJECTS. A BLANK ID (MACHINE-GENERATED AND LEGACY FEEDS)
      *    AND A MISSING FILE BOTH MEAN NO CHECK, AS WITH THE
      *    REGISTRY.
           SELECT OPERFILE ASSIGN TO WS-OPER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS OP-FILE-STATUS.

      *    THE CUSTOMER MASTER, READ-ONLY, FOR THE KYC RESTRICTION:
      *    A CUSTOMER WHOSE PERIODIC REVIEW IS OVERDUE BEYOND THE
      *    GRACE PERIOD HAS CUSTOMER DEBITS REJECTED UNTIL CUSTMNT
      *    RECORDS THE REVIEW. ABSENT MEANS NO RESTRICTION.
           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

      *    OFFICIAL (CASHIER'S) CHEQUES: AN OCQ01 DEBIT TAKES THE NEXT
      *    SERIAL FROM THE ACCOUNT'S BRANCH STOCK RANGE AND ENTERS
      *    THE CHEQUE IN THE REGISTER, WHERE CLRTRANS RETIRES IT ON
      *    PRESENTMENT. NO STOCK FILE MEANS NO BRANCH HAS STOCK AND
      *    EVERY ISSUE REJECTS.
           SELECT OFCHQFILE ASSIGN TO WS-OFCHQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-SERIAL-NUMBER
                FILE STATUS IS OC-FILE-STATUS.

           SELECT CHQSTOCKFILE ASSIGN TO WS-CHQSTOCK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-BRANCH-CODE
                FILE STATUS IS CS-FILE-STATUS.

      *    NSF DECISION FILE: A DEBIT THAT FAILS THE AVAILABLE-
      *    BALANCE TEST IS A BUSINESS DECISION, NOT A KEYING ERROR -
      *    WDL01 CANDIDATES LAND HERE FOR THE NSF DESK (NSFREVIW) TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-FILE-STATUS.

      *    OUTBOUND ORIGINATION QUEUE: EVERY XOT01 DEBIT THAT POSTS
      *    IS QUEUED HERE WITH ITS BENEFICIARY BANK DETAILS FOR
      *    CLRORIG TO SEND TO THE CLEARING NETWORK.
           SELECT ORIGQFILE ASSIGN TO WS-ORIGQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OQ-FILE-STATUS.

      *    PER-FEED ACKNOWLEDGMENT: ONE FILE PER INPUT BATCH, NAMED
      *    <FEED>.ACK, CARRYING EVERY REJECTED ITEM WITH ITS R-CODE,
      *    REASON-CODE SUBTOTALS, AND THE BATCH'S DISPOSITION - SO AN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

      *    OVERDRAFT-PROTECTION LINKS: PROTECTED|FUNDING|INCREMENT|FEE
      *    LINES. A WDL01 OR XFROT DEBIT THAT WOULD FAIL THE
      *    AVAILABLE-BALANCE TEST FIRST SWEEPS THE SHORTFALL IN FROM
      *    THE LINKED FUNDING ACCOUNT, AND ONLY REACHES THE NSF DESK
      *    WHEN THE FUNDING ACCOUNT CANNOT COVER IT.
           SELECT ODLINKFILE ASSIGN TO WS-ODLINK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OL-FILE-STATUS.

      *    SANCTIONS / WATCH LIST (LISTREF|NAME). EVERY HOLDER NAME
      *    ON AN ACCOUNT OPEN IS SCREENED AGAINST IT; POTENTIAL HITS
      *    ARE APPENDED TO SANCREVIEW.DAT FOR COMPLIANCE, WHO CLEAR
      *    OR CONFIRM THEM THROUGH SANCSCRN. THE OPEN ITSELF GOES
      *    AHEAD - A CONFIRMED HIT IS WHAT FREEZES THE ACCOUNT.
           SELECT WATCHLISTFILE ASSIGN TO WS-WATCHLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.

           SELECT SANCREVIEWFILE ASSIGN TO WS-SANCREVIEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-FILE-STATUS.

           SELECT GLJOURNALFILE ASSIGN TO WS-GLJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

      *    FUNDS-AVAILABILITY SCHEDULE: WHICH CREDITS ARE ONLY
      *    PARTLY AVAILABLE AT ONCE AND FOR HOW MANY BUSINESS DAYS
      *    THE REST IS HELD. NO FILE MEANS NO AUTOMATIC HOLDS.
           SELECT AVAILPOLFILE ASSIGN TO WS-AVAILPOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.

      *    SUSPICIOUS-ACTIVITY EXTRACT FOR THE FRAUD DESK: ACCOUNTS
      *    WHOSE IN-RUN ACTIVITY CROSSES THE VELOCITY THRESHOLDS,
      *    WITH THE CONTACT PHONE SO THE DESK CAN CALL THE CUSTOMER.
           05  CK-GL-REV-DEBIT-TOTAL  PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  CK-GL-TOTALS.
               10  CK-GL-ENTRY OCCURS 18 TIMES.
                   15  CK-GL-CREDIT-TOTAL PIC 9(9)V99.
                   15  CK-GL-DEBIT-TOTAL  PIC 9(9)V99.
           05  FILLER             PIC X(1).
                   15  FILLER         PIC 9(5).
                   15  FILLER         PIC 9(9)V99.
                   15  FILLER         PIC 9(9)V99.
                   15  FILLER OCCURS 18 TIMES.
                       20  FILLER     PIC 9(9)V99.
                       20  FILLER     PIC 9(9)V99.
                   15  FILLER         PIC 9(9)V99.
       FD  STOPFILE.
       01  STOPFILE-RECORD PIC X(80).

       FD  AVAILPOLFILE.
       01  AVAILPOL-RECORD PIC X(80).

       FD  GLMAPFILE.
       01  GLMAP-RECORD PIC X(40).

       FD  TERMDEPFILE.
       01  TERMDEP-RECORD PIC X(80).

       FD  ODLINKFILE.
       01  ODLINK-RECORD PIC X(80).

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  OFCHQFILE.
       COPY OFCHQREC.

       FD  CHQSTOCKFILE.
       COPY CHQSTOCK.

       FD  WATCHLISTFILE.
       01  WATCHLIST-RECORD PIC X(80).

       FD  SANCREVIEWFILE.
       01  SANCREVIEW-RECORD PIC X(200).

       FD  PENDAPPRFILE.
       01  PENDAPPR-RECORD PIC X(132).

       FD  NSFPENDFILE.
       01  NSFPEND-RECORD PIC X(132).

       FD  ORIGQFILE.
       COPY ORIGQREC.

      *    SAME KEY LAYOUT ACCTISSU DECLARES FOR THE REGISTRY.
       FD  REGISTRYFILE.
       01  REGISTRY-RECORD.
           05  RG-BRANCH-CODE     PIC X(3).
           05  RG-OPERATOR-ID     PIC X(5).

       FD  CLOSEDFILE.
       COPY CLOSEREC.

       FD  OPERFILE.
       COPY OPERREC.

       FD  PARAMFILE.
       01  PARAM-RECORD PIC X(60).

       01  WS-REGISTRY-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-REGISTRY-OPEN     VALUE 'Y'.
           88  WS-REGISTRY-NOT-OPEN VALUE 'N'.
       01  WS-CLOSED-FILE-NAME PIC X(100) VALUE 'closed_index.txt'.
       01  PU-FILE-STATUS     PIC XX.
       01  WS-CLOSED-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-CLOSED-OPEN       VALUE 'Y'.
       01  WS-OPER-FILE-NAME  PIC X(100) VALUE 'operators_index.txt'.
       01  OP-FILE-STATUS     PIC XX.
       01  WS-OPER-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-OPER-OPEN         VALUE 'Y'.
      *    THE OPERATOR AND AMOUNT CHECK-OPERATOR JUDGES.
       01  WS-CHK-OPERATOR-ID PIC X(5).
       01  WS-CHK-OPERATOR-AMOUNT PIC 9(7)V99.

      *    KYC RESTRICTION. THE GRACE PERIOD (DAYS PAST THE NEXT-
      *    REVIEW DATE BEFORE DEBITS STOP) DEFAULTS HERE AND IS
      *    OVERRIDDEN BY A KYC|GRACE_DAYS LINE IN PARAMS.DAT - THE
      *    SAME VALUE KYCREVW REPORTS AGAINST.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  CM-FILE-STATUS     PIC XX.
       01  WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN       VALUE 'Y'.
       01  WS-KYC-GRACE-DAYS  PIC 9(3) VALUE 30.
       01  WS-KYC-LIMIT-INT   PIC 9(8).

      *    OFFICIAL-CHEQUE ISSUANCE. WS-OCQ-SERIAL IS THE SERIAL THE
      *    CURRENT OCQ01 WILL TAKE, SETTLED BY THE STOCK CHECK BEFORE
      *    ANY MONEY MOVES; WS-OCQ-BRANCH THE STOCK IT COMES FROM - AN
      *    ACCOUNT WITH NO BRANCH DRAWS ON HEAD OFFICE ('000').
       01  WS-OFCHQ-FILE-NAME PIC X(100) VALUE
               'officialchq_index.txt'.
       01  WS-CHQSTOCK-FILE-NAME PIC X(100) VALUE
               'chqstock_index.txt'.
       01  OC-FILE-STATUS     PIC XX.
       01  CS-FILE-STATUS     PIC XX.
       01  WS-CHQSTOCK-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-CHQSTOCK-OPEN   VALUE 'Y'.
       01  WS-OFCHQ-OPEN-SW   PIC X(1) VALUE 'N'.
           88  WS-OFCHQ-OPEN      VALUE 'Y'.
       01  WS-OCQ-BRANCH      PIC X(3).
       01  WS-OCQ-SERIAL      PIC X(10).
       01  WS-OCQ-SERIAL-NUM REDEFINES WS-OCQ-SERIAL PIC 9(10).
       01  WS-OCQ-ISSUED-COUNT PIC 9(5) VALUE 0.

       01  WS-NSFPEND-FILE-NAME PIC X(100) VALUE 'NSFPEND.DAT'.
       01  NF-FILE-STATUS     PIC XX.
       01  WS-NSF-COUNT       PIC 9(5) VALUE 0.

      *    EXTERNAL TRANSFERS. AN EXT RECORD IS REBUILT AS AN XOT01
      *    DEBIT DETAIL WHOSE NARRATIVE CARRIES THE BENEFICIARY BANK
      *    DETAILS AS 'TO ' + ROUTING + '-' + ACCOUNT - ONE EMBEDDED
      *    BLANK, SO IT CLEARS THE JUNK-CHARACTER SCAN - AND POSTS
      *    THROUGH THE ORDINARY DETAIL PATH. A REJECTED ONE THAT
      *    REJRECYC RESUBMITS AS A PLAIN DETAIL STILL CARRIES THEM.
       01  WS-ORIGQ-FILE-NAME PIC X(100) VALUE 'ORIGQ.DAT'.
       01  OQ-FILE-STATUS     PIC XX.
       01  WS-EXT-QUEUED-COUNT PIC 9(5) VALUE 0.
       01  WS-EXT-ITEM-SW     PIC X(1) VALUE 'N'.
           88  WS-EXT-ITEM        VALUE 'Y'.
           88  WS-EXT-NOT-ITEM    VALUE 'N'.
       01  WS-EXT-SAVE.
           05  FILLER             PIC X(3).
           05  WS-EXT-FROM-ACCOUNT PIC X(10).
           05  WS-EXT-AMOUNT-X    PIC X(9).
           05  WS-EXT-ROUTING     PIC X(9).
           05  WS-EXT-BENEF       PIC X(17).
           05  WS-EXT-SEQUENCE-X  PIC X(6).
           05  WS-EXT-CURRENCY    PIC X(3).
           05  WS-EXT-TELLER      PIC X(5).
           05  FILLER             PIC X(10).
      *    THE DETAIL IT BECOMES, BUILT BYTE FOR BYTE SO A GARBLED
      *    AMOUNT STILL REACHES THE R002 EDIT UNCHANGED.
       01  WS-EXT-DETAIL.
           05  WS-EXD-ACCOUNT     PIC X(10).
           05  WS-EXD-NAME        PIC X(30).
           05  WS-EXD-CODE        PIC X(5).
           05  WS-EXD-AMOUNT-X    PIC X(9).
           05  WS-EXD-IND         PIC X(1).
           05  WS-EXD-SEQUENCE-X  PIC X(6).
           05  WS-EXD-CURRENCY    PIC X(3).
           05  WS-EXD-TELLER      PIC X(5).
           05  FILLER             PIC X(3).
       01  WS-XOT-NAME.
           05  WS-XOT-PREFIX      PIC X(3).
           05  WS-XOT-ROUTING     PIC X(9).
           05  WS-XOT-ROUTING-DIGITS REDEFINES WS-XOT-ROUTING.
               10  WS-XOT-RD          PIC 9 OCCURS 9 TIMES.
           05  WS-XOT-SEPARATOR   PIC X(1).
           05  WS-XOT-BENEF       PIC X(17).
       01  WS-XOT-CHECKSUM    PIC 9(4).

      *    CHARGED-OFF ACCOUNTS. A CREDIT TO ONE POSTS AND IS AT ONCE
      *    TAKEN BACK OUT BY AN RCV01 RECOVERY DEBIT, SO THE BALANCE
      *    STAYS WRITTEN OFF AND THE MONEY LANDS IN RECOVERIES.
       01  WS-RCV-AMOUNT      PIC 9(7)V99.
       01  WS-RCV-COUNT       PIC 9(5) VALUE 0.
       01  WS-COF-COUNT       PIC 9(5) VALUE 0.

      *    ACKNOWLEDGMENT CONTROLS: THE PER-BATCH FILE NAME, AN
      *    OPEN/CLOSED SWITCH (A VALIDATE-ONLY RUN WRITES NO ACKS),
      *    AND THE BATCH'S REJECT REASON-CODE SUBTOTALS.
           88  WS-TD-MATURED      VALUE 'Y'.
           88  WS-TD-NOT-MATURED  VALUE 'N'.

      *    OVERDRAFT-PROTECTION LINK TABLE FROM ODLINKS.DAT. NO FILE
      *    MEANS NO PROTECTION - EVERY FUNDS FAILURE GOES THE WAY IT
      *    ALWAYS DID. THE INCREMENT ROUNDS A SWEEP UP (A 100.00
      *    INCREMENT SWEEPS 300.00 TO COVER A 212.40 SHORTFALL); THE
      *    FEE, WHEN ONE IS SET, IS CHARGED TO THE PROTECTED ACCOUNT
      *    AS A FEE01 DEBIT AND THE SWEEP COVERS IT TOO.
       01  WS-ODLINK-FILE-NAME PIC X(100) VALUE 'ODLINKS.DAT'.
       01  OL-FILE-STATUS     PIC XX.
       01  WS-ODL-TABLE.
           05  WS-ODL-ENTRY OCCURS 100 TIMES.
               10  WS-ODL-PROTECTED PIC X(10).
               10  WS-ODL-FUNDING   PIC X(10).
               10  WS-ODL-INCREMENT PIC 9(7)V99.
               10  WS-ODL-FEE       PIC 9(5)V99.
       01  WS-ODL-COUNT       PIC 9(3) VALUE 0.
       01  WS-ODL-IDX         PIC 9(3).
       01  WS-ODL-F1          PIC X(10).
       01  WS-ODL-F2          PIC X(10).
       01  WS-ODL-F3          PIC X(12).
       01  WS-ODL-F4          PIC X(10).

      *    WATCH-LIST SCREENING AT ACCOUNT OPEN. NO WATCHLIST.DAT
      *    MEANS NOTHING TO SCREEN AGAINST.
       01  WS-WATCHLIST-FILE-NAME PIC X(100) VALUE 'WATCHLIST.DAT'.
       01  WS-SANCREVIEW-FILE-NAME PIC X(100) VALUE 'SANCREVIEW.DAT'.
       01  WL-FILE-STATUS     PIC XX.
       01  SV-FILE-STATUS     PIC XX.
       01  WS-SC-HIT          PIC 9(2).
       01  WS-SANC-HIT-COUNT  PIC 9(5) VALUE 0.
       COPY WATCHLST.

      *    SWEEP WORK FIELDS. THE PROTECTED ACCOUNT'S RECORD IS HELD
      *    IN WS-ODP-SAVED-ACCOUNT (SAME LENGTH AS ACCOUNT-RECORD)
      *    WHILE THE FUNDING ACCOUNT IS READ THROUGH THE ONE RECORD
      *    AREA, THEN PUT BACK - FOR A DETAIL ITEM IT IS THE BUFFERED
      *    GROUP RECORD AND MUST COME BACK EXACTLY AS IT WAS. THE
      *    CALLER SETS THE PROTECTED ACCOUNT, THE DEBIT AMOUNT, THE
      *    SEQUENCE NUMBER FOR THE SWEEP REFERENCE AND WHETHER THE
      *    PROTECTED RECORD IS REWRITTEN HERE ('Y', A TRANSFER) OR
      *    LEFT TO THE GROUP FLUSH ('N', A DETAIL ITEM).
       01  WS-ODP-ACCOUNT     PIC X(10).
       01  WS-ODP-DEBIT-AMOUNT PIC 9(7)V99.
       01  WS-ODP-SEQUENCE    PIC 9(6).
       01  WS-ODP-REWRITE-SW  PIC X(1).
           88  WS-ODP-REWRITE-NOW  VALUE 'Y'.
           88  WS-ODP-REWRITE-LATER VALUE 'N'.
       01  WS-ODP-SWEPT-SW    PIC X(1) VALUE 'N'.
           88  WS-ODP-SWEPT       VALUE 'Y'.
           88  WS-ODP-NOT-SWEPT   VALUE 'N'.
       01  WS-ODP-SAVED-ACCOUNT PIC X(196).
       01  WS-ODP-CCY         PIC X(3).
       01  WS-ODP-PROT-BRANCH PIC X(3).
       01  WS-ODP-FUND-BRANCH PIC X(3).
       01  WS-ODP-FUNDING     PIC X(10).
       01  WS-ODP-PROT-HOLDS  PIC 9(9)V99.
       01  WS-ODP-CAP-USED    PIC 9(7)V99.
       01  WS-ODP-BASE-SHORT  PIC S9(8)V99.
       01  WS-ODP-SWEEP-AMOUNT PIC 9(7)V99.
       01  WS-ODP-FEE         PIC 9(5)V99.
       01  WS-ODP-UNITS       PIC 9(7).
       01  WS-ODP-REM         PIC 9(7)V99.
       01  WS-ODP-REFERENCE   PIC X(10).
       01  WS-ODP-SAVE-TXN-SLOT PIC 9(2).
       01  WS-ODP-SAVE-ORIG-AMT PIC 9(7)V99.
       01  WS-ODP-SAVE-ORIG-CCY PIC X(3).
       01  WS-ODP-SAVE-FX-RATE  PIC 9(3)V9(6).
       01  WS-ODP-SWEEP-COUNT PIC 9(5) VALUE 0.

      *    STOP-PAYMENT TABLE, LOADED FROM STOPS.DAT AT STARTUP. A
      *    STOP MATCHES WHEN THE ACCOUNT MATCHES, THE STOP'S
      *    REFERENCE (IF ANY) MATCHES THE ITEM'S REFERENCE, THE
           88  WS-STOP-NOT-MATCHED VALUE 'N'.
       01  WS-STOP-HIT-COUNT  PIC 9(5) VALUE 0.

      *    FUNDS-AVAILABILITY POLICY TABLE, LOADED FROM AVAILPOL.DAT
      *    IN FILE ORDER; THE FIRST RULE THAT FITS A POSTED CREDIT
      *    DECIDES IT, SO SPECIFIC RULES GO ABOVE GENERAL ONES. A
      *    RULE FITS ON TRANSACTION CODE AND CHANNEL ('*' = ANY),
      *    AMOUNT BAND (TO-AMOUNT 0 = NO CEILING) AND ACCOUNT AGE IN
      *    DAYS SINCE ACCTISSU ISSUED THE NUMBER (MAX-AGE 0 = NO
      *    CEILING; AN ACCOUNT THE REGISTRY DOESN'T KNOW COUNTS AS
      *    LONG ESTABLISHED). THE IMMEDIATE AMOUNT IS AVAILABLE AT
      *    ONCE; THE REST IS HELD FOR THE RULE'S BUSINESS DAYS.
      *    CHANNELS: T = TELLER-KEYED, C = CLEARING FEED, S =
      *    STANDING-ORDER FEED, O = ANY OTHER MACHINE FEED.
       01  WS-AVAILPOL-FILE-NAME PIC X(100) VALUE 'AVAILPOL.DAT'.
       01  AP-FILE-STATUS     PIC XX.
       01  WS-AVL-TABLE.
           05  WS-AVL-ENTRY OCCURS 50 TIMES.
               10  WS-AVL-CODE      PIC X(5).
               10  WS-AVL-CHANNEL   PIC X(1).
               10  WS-AVL-FROM-AMT  PIC 9(7)V99.
               10  WS-AVL-TO-AMT    PIC 9(7)V99.
               10  WS-AVL-MIN-AGE   PIC 9(5).
               10  WS-AVL-MAX-AGE   PIC 9(5).
               10  WS-AVL-IMMEDIATE PIC 9(7)V99.
               10  WS-AVL-DAYS      PIC 9(2).
       01  WS-AVL-COUNT       PIC 9(2) VALUE 0.
       01  WS-AVL-IDX         PIC 9(2).
       01  WS-AVL-F1          PIC X(12).
       01  WS-AVL-F2          PIC X(12).
       01  WS-AVL-F3          PIC X(12).
       01  WS-AVL-F4          PIC X(12).
       01  WS-AVL-F5          PIC X(12).
       01  WS-AVL-F6          PIC X(12).
       01  WS-AVL-F7          PIC X(12).
       01  WS-AVL-F8          PIC X(12).
       01  WS-AVL-CLRFEED-NAME PIC X(100) VALUE 'CLRBATCH.DAT'.
       01  WS-AVL-SOFEED-NAME PIC X(100) VALUE
               'STANDING_ORDERS.DAT'.
       01  WS-AVL-BATCH-CHANNEL PIC X(1) VALUE 'O'.
       01  WS-AVL-ITEM-CHANNEL PIC X(1).
       01  WS-AVL-AGE         PIC 9(5).
       01  WS-AVL-AGE-INT     PIC S9(8).
       01  WS-AVL-HOLD-AMOUNT PIC 9(7)V99.
       01  WS-AVL-DAYS-LEFT   PIC 9(2).
       01  WS-AVL-GUARD       PIC 9(3).
       01  WS-AVL-POST-DATE   PIC 9(8).
       01  WS-AVL-AVAIL-DATE  PIC 9(8).
       01  WS-AVL-EXPIRY      PIC 9(8).
       01  WS-AVL-SEQ         PIC 9(3).
       01  WS-AVL-HOLD-ID     PIC X(10).
       01  WS-AVL-MATCH-SW    PIC X(1).
           88  WS-AVL-MATCHED     VALUE 'Y'.
           88  WS-AVL-NOT-MATCHED VALUE 'N'.
       01  WS-AVL-ID-SW       PIC X(1).
           88  WS-AVL-ID-FREE     VALUE 'Y'.
           88  WS-AVL-ID-TAKEN    VALUE 'N'.
       01  WS-AVL-HOLD-COUNT  PIC 9(5) VALUE 0.

      *    ACCOUNT-GROUP BUFFER: THE SORT DELIVERS EACH ACCOUNT'S
      *    ACTIVITY CONTIGUOUSLY, SO THE MASTER RECORD IS READ ONCE
      *    AT THE GROUP BREAK, EVERY CONSECUTIVE DETAIL AND REVERSAL
       01  WS-RESTART-GL-REV-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-RESTART-GL-REV-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-RESTART-GL-TOTALS-TABLE.
           05  WS-RESTART-GL-TOTAL-ENTRY OCCURS 18 TIMES.
               10  WS-RESTART-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
               10  WS-RESTART-GL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-BALANCE-BEFORE  PIC S9(7)V99.
      *    SIZE AS TXNCODES.CPY) SO GL TOTALS CAN BE BUILT ALONGSIDE
      *    TRANSACTION-CODE VALIDATION WITHOUT A SECOND LOOKUP TABLE.
       01  WS-GL-TOTALS-TABLE.
           05  WS-GL-TOTAL-ENTRY OCCURS 18 TIMES.
               10  WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
               10  WS-GL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.

               10  WS-BR-POSTED-COUNT PIC 9(5).
               10  WS-BR-DEBIT-TOTAL  PIC 9(9)V99.
               10  WS-BR-CREDIT-TOTAL PIC 9(9)V99.
               10  WS-BR-GL-ENTRY OCCURS 18 TIMES.
                   15  WS-BR-GL-CREDIT PIC 9(9)V99.
                   15  WS-BR-GL-DEBIT  PIC 9(9)V99.
               10  WS-BR-REV-CREDIT   PIC 9(9)V99.
               10  FILLER         PIC 9(5).
               10  FILLER         PIC 9(9)V99.
               10  FILLER         PIC 9(9)V99.
               10  FILLER OCCURS 18 TIMES.
                   15  FILLER     PIC 9(9)V99.
                   15  FILLER     PIC 9(9)V99.
               10  FILLER         PIC 9(9)V99.
               MOVE WS-ENV-OVERRIDE TO WS-ACCT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OFCHQFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OFCHQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CHQSTOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHQSTOCK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'GLEXTRACT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STOP-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'AVAILPOL_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AVAILPOL-FILE-NAME
           END-IF.

      *    THE CLEARING AND STANDING-ORDER FEEDS ARE RECOGNISED BY
      *    THE NAMES CLRTRANS AND STANDORD WRITE THEM UNDER, WITH
      *    THE SAME OVERRIDES THOSE PROGRAMS HONOUR.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLRBATCH_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AVL-CLRFEED-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
                  'STANDINGORDERS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AVL-SOFEED-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'STOPHITS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REGISTRY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CLOSEDFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLOSED-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'OPERFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'NSFPEND_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NSFPEND-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ORIGQ_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORIGQ-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PARAMS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT.
           PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-STOPS THRU LOAD-STOPS-EXIT.
           PERFORM LOAD-AVAIL-POLICY THRU LOAD-AVAIL-POLICY-EXIT.
           PERFORM LOAD-GLMAP THRU LOAD-GLMAP-EXIT.
           PERFORM LOAD-TERM-DEPOSITS THRU LOAD-TERM-DEPOSITS-EXIT.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ODLINKS_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ODLINK-FILE-NAME
           END-IF.
           PERFORM LOAD-OD-LINKS THRU LOAD-OD-LINKS-EXIT.

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
           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'ACCTLOCK_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
       LOAD-ONE-TERMDEP-EXIT.
           EXIT.

      *    ODLINKS.DAT IS OPTIONAL - NO FILE MEANS NO OVERDRAFT
      *    PROTECTION. LINES: PROTECTED|FUNDING|INCREMENT|FEE (THE
      *    LAST TWO OPTIONAL, BLANK = NONE). A PROTECTED ACCOUNT MAY
      *    HAVE MORE THAN ONE FUNDING ACCOUNT; THEY ARE TRIED IN FILE
      *    ORDER.
       LOAD-OD-LINKS.
           MOVE 0 TO WS-ODL-COUNT.
           OPEN INPUT ODLINKFILE.
           IF OL-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ODLINKFILE INTO ODLINK-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-OD-LINK THRU
                                   LOAD-ONE-OD-LINK-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE ODLINKFILE
           END-IF.
       LOAD-OD-LINKS-EXIT.
           EXIT.

       LOAD-ONE-OD-LINK.
           IF ODLINK-RECORD = SPACES
               CONTINUE
           ELSE
           IF WS-ODL-COUNT = 100
               DISPLAY 'OD LINK TABLE FULL - IGNORING: '
                       ODLINK-RECORD(1:40)
           ELSE
               MOVE SPACES TO WS-ODL-F1 WS-ODL-F2 WS-ODL-F3 WS-ODL-F4
               UNSTRING ODLINK-RECORD DELIMITED BY '|'
                   INTO WS-ODL-F1 WS-ODL-F2 WS-ODL-F3 WS-ODL-F4
               END-UNSTRING
               IF WS-ODL-F1 = SPACES OR WS-ODL-F2 = SPACES OR
                  WS-ODL-F1 = WS-ODL-F2
                   DISPLAY 'OD LINK LINE IGNORED: '
                           ODLINK-RECORD(1:40)
               ELSE
                   ADD 1 TO WS-ODL-COUNT
                   MOVE WS-ODL-F1 TO WS-ODL-PROTECTED(WS-ODL-COUNT)
                   MOVE WS-ODL-F2 TO WS-ODL-FUNDING(WS-ODL-COUNT)
                   MOVE 0 TO WS-ODL-INCREMENT(WS-ODL-COUNT)
                             WS-ODL-FEE(WS-ODL-COUNT)
                   IF WS-ODL-F3 NOT = SPACES
                       COMPUTE WS-ODL-INCREMENT(WS-ODL-COUNT) =
                               FUNCTION NUMVAL(WS-ODL-F3)
                   END-IF
                   IF WS-ODL-F4 NOT = SPACES
                       COMPUTE WS-ODL-FEE(WS-ODL-COUNT) =
                               FUNCTION NUMVAL(WS-ODL-F4)
                   END-IF
               END-IF
           END-IF
           END-IF.
       LOAD-ONE-OD-LINK-EXIT.
           EXIT.

      *    WATCHLIST.DAT IS OPTIONAL - NO FILE MEANS NOTHING TO
      *    SCREEN AGAINST. EACH ENTRY IS NORMALIZED ONCE AT LOAD.
      *    THE LOAD, NORMALIZE AND MATCH PARAGRAPHS ARE THE SAME AS
      *    SANCSCRN'S AND CUSTMNT'S - CHANGE ALL THREE TOGETHER.
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

      *    ROLLS WS-TDM-DATE FORWARD BY WS-TDM-TERM MONTHS, CLAMPING
      *    THE DAY TO THE TARGET MONTH'S LENGTH - THE SAME ARITHMETIC
      *    TDMATURE USES, SO BOTH SIDES ALWAYS AGREE ON WHEN A
       CHECK-TERM-MATURITY-EXIT.
           EXIT.

      *    THE ACCOUNT IN THE RECORD AREA IS RESTRICTED WHEN ITS
      *    LINKED CUSTOMER'S NEXT-REVIEW DATE PLUS THE GRACE PERIOD
      *    IS BEFORE THE BATCH DATE. NO CUSTOMER LINK, NO CUSTOMER
      *    MASTER, OR NO VALID REVIEW DATE ON FILE (LEGACY) = NOT
      *    RESTRICTED. RECORDING THE REVIEW IN CUSTMNT MOVES THE
      *    DATE ON AND LIFTS THE RESTRICTION FOR THE NEXT ITEM.
       CHECK-KYC-RESTRICTION.
           IF NOT WS-CUST-OPEN OR
              AF-CUSTOMER-NUMBER = SPACES OR
              AF-CUSTOMER-NUMBER = LOW-VALUES
               GO TO CHECK-KYC-RESTRICTION-EXIT
           END-IF.
           MOVE AF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTFILE
               INVALID KEY
                   GO TO CHECK-KYC-RESTRICTION-EXIT
           END-READ.
           IF CM-NEXT-REVIEW-DATE NOT NUMERIC OR
              CM-NEXT-REVIEW-DATE = '00000000' OR
              WS-BATCH-DATE-INT = 0
               GO TO CHECK-KYC-RESTRICTION-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(CM-NEXT-REVIEW-DATE)) NOT = 0
               GO TO CHECK-KYC-RESTRICTION-EXIT
           END-IF.
           COMPUTE WS-KYC-LIMIT-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CM-NEXT-REVIEW-DATE)) +
                   WS-KYC-GRACE-DAYS.
           IF WS-BATCH-DATE-INT > WS-KYC-LIMIT-INT
               MOVE 'R028' TO WS-REJECT-REASON-CODE
               MOVE 'KYC REVIEW OVERDUE' TO WS-REJECT-REASON-TEXT
               SET WS-POST-REJECTED TO TRUE
           END-IF.
       CHECK-KYC-RESTRICTION-EXIT.
           EXIT.

      *    AN OCQ01 MUST BE A DEBIT CARRYING THE PAYEE IN THE
      *    TRANSACTION NAME, AND THE ACCOUNT'S BRANCH MUST HAVE AN
      *    UNUSED SERIAL LEFT IN ITS STOCK RANGE. A SERIAL ALREADY
      *    IN THE REGISTER MEANS THE LOADED RANGE OVERLAPS AN OLD
      *    ONE - REJECTED RATHER THAN ISSUING A SECOND CHEQUE UNDER
      *    THE SAME NUMBER.
       CHECK-OFFICIAL-CHEQUE.
           IF TF-CREDIT-DEBIT-IND NOT = 'D' OR
              TF-TRANSACTION-NAME = SPACES
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R030' TO WS-REJECT-REASON-CODE
               MOVE 'OFFICIAL CHEQUE NEEDS PAYEE' TO
                    WS-REJECT-REASON-TEXT
               GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           SET WS-POST-REJECTED TO TRUE.
           MOVE 'R029' TO WS-REJECT-REASON-CODE.
           MOVE 'NO OFFICIAL CHEQUE STOCK' TO WS-REJECT-REASON-TEXT.
           IF NOT WS-CHQSTOCK-OPEN
               GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           IF AF-BRANCH-CODE = SPACES
               MOVE '000' TO WS-OCQ-BRANCH
           ELSE
               MOVE AF-BRANCH-CODE TO WS-OCQ-BRANCH
           END-IF.
           MOVE WS-OCQ-BRANCH TO CS-BRANCH-CODE.
           READ CHQSTOCKFILE
               INVALID KEY
                   GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-READ.
           IF CS-FILE-STATUS NOT = '00'
               GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           IF CS-NEXT-SERIAL > CS-LAST-SERIAL
               GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           MOVE CS-NEXT-SERIAL TO WS-OCQ-SERIAL-NUM.
      *    A VALIDATE-ONLY RUN MAY FIND NO REGISTER YET - THEN NO
      *    SERIAL HAS EVER BEEN ISSUED.
           IF NOT WS-OFCHQ-OPEN
               SET WS-POST-OK TO TRUE
               GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           MOVE WS-OCQ-SERIAL TO OC-SERIAL-NUMBER.
           READ OFCHQFILE
               INVALID KEY
                   SET WS-POST-OK TO TRUE
               NOT INVALID KEY
                   MOVE 'CHEQUE SERIAL ALREADY ISSUED' TO
                        WS-REJECT-REASON-TEXT
           END-READ.
       CHECK-OFFICIAL-CHEQUE-EXIT.
           EXIT.

      *    THE DEBIT HAS PASSED EVERY TEST AND IS ABOUT TO POST: STEP
      *    THE BRANCH'S NEXT SERIAL ON, TAKING THE SERIAL THE STOCK
      *    CHECK SETTLED. A STOCK RECORD THAT CANNOT BE READ BACK OR
      *    REWRITTEN REJECTS THE ITEM R029 BEFORE THE PURCHASER IS
      *    DEBITED - NO CHEQUE IS EVER ISSUED FROM A SERIAL THAT WAS
      *    NOT TAKEN. A VALIDATE-ONLY RUN TAKES NOTHING.
       TAKE-OFFICIAL-CHEQUE-SERIAL.
           IF WS-EDIT-ONLY
               GO TO TAKE-OFFICIAL-CHEQUE-SERIAL-EXIT
           END-IF.
           MOVE WS-OCQ-BRANCH TO CS-BRANCH-CODE.
           READ CHQSTOCKFILE
               INVALID KEY
                   SET WS-POST-REJECTED TO TRUE
           END-READ.
           IF WS-POST-OK AND
              (CS-FILE-STATUS NOT = '00' OR
               CS-NEXT-SERIAL NOT = WS-OCQ-SERIAL-NUM)
               SET WS-POST-REJECTED TO TRUE
           END-IF.
           IF WS-POST-OK
               ADD 1 TO CS-NEXT-SERIAL
               REWRITE CHQSTOCK-RECORD
               IF CS-FILE-STATUS NOT = '00'
                   SET WS-POST-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-POST-REJECTED
               DISPLAY 'CHQSTOCKFILE I/O FAILED: ' CS-FILE-STATUS
                       ' BRANCH ' WS-OCQ-BRANCH
               MOVE 'R029' TO WS-REJECT-REASON-CODE
               MOVE 'NO OFFICIAL CHEQUE STOCK' TO
                    WS-REJECT-REASON-TEXT
           END-IF.
       TAKE-OFFICIAL-CHEQUE-SERIAL-EXIT.
           EXIT.

      *    THE DEBIT HAS POSTED: ENTER THE CHEQUE IN THE REGISTER AS
      *    OUTSTANDING UNDER THE SERIAL ALREADY TAKEN FROM STOCK. THE
      *    SERIAL RIDES THE AUDIT LINE AS ITS REFERENCE. A VALIDATE-
      *    ONLY RUN SHOWS THE SERIAL IT WOULD USE AND WRITES NOTHING.
       ISSUE-OFFICIAL-CHEQUE.
           ADD 1 TO WS-OCQ-ISSUED-COUNT.
           IF WS-EDIT-ONLY
               MOVE SPACES TO EDITRPT-RECORD
               STRING 'WOULD ISSUE  | ' TF-ACCOUNT-NUMBER
                   ' | CHEQUE ' WS-OCQ-SERIAL ' | '
                   TF-TRANSACTION-AMOUNT ' | ' TF-TRANSACTION-NAME
                   DELIMITED BY SIZE INTO EDITRPT-RECORD
               WRITE EDITRPT-RECORD
               GO TO ISSUE-OFFICIAL-CHEQUE-EXIT
           END-IF.
           MOVE SPACES TO OFCHQ-RECORD.
           MOVE WS-OCQ-SERIAL TO OC-SERIAL-NUMBER.
           MOVE WS-OCQ-BRANCH TO OC-BRANCH-CODE.
           MOVE TF-ACCOUNT-NUMBER TO OC-ACCOUNT-NUMBER.
           MOVE TF-TRANSACTION-NAME TO OC-PAYEE-NAME.
           MOVE TF-TRANSACTION-AMOUNT TO OC-AMOUNT.
           MOVE WS-BATCH-DATE-RAW TO OC-ISSUE-DATE.
           SET OC-STATUS-OUTSTANDING TO TRUE.
           MOVE WS-BATCH-DATE-RAW TO OC-STATUS-DATE.
           MOVE TF-TELLER-ID TO OC-TELLER-ID.
           WRITE OFCHQ-RECORD.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'OFCHQFILE I/O FAILED: ' OC-FILE-STATUS
               MOVE 'OFCHQFILE I/O FAILED' TO WS-ABORT-REASON
               PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
           END-IF.
       ISSUE-OFFICIAL-CHEQUE-EXIT.
           EXIT.

      *    AN XOT01 MUST BE A DEBIT WHOSE NARRATIVE CARRIES A
      *    BENEFICIARY ACCOUNT AND A NINE-DIGIT ROUTING NUMBER THAT
      *    PASSES THE NETWORK'S 3-7-1 CHECK DIGIT - A MISKEYED BANK
      *    WOULD ONLY COME BACK DAYS LATER AS A NETWORK RETURN.
       CHECK-EXTERNAL-TRANSFER.
           MOVE TF-TRANSACTION-NAME TO WS-XOT-NAME.
           IF TF-CREDIT-DEBIT-IND NOT = 'D' OR
              WS-XOT-PREFIX NOT = 'TO ' OR
              WS-XOT-SEPARATOR NOT = '-' OR
              WS-XOT-BENEF = SPACES
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R031' TO WS-REJECT-REASON-CODE
               MOVE 'NO BENEFICIARY BANK DETAILS' TO
                    WS-REJECT-REASON-TEXT
               GO TO CHECK-EXTERNAL-TRANSFER-EXIT
           END-IF.
           IF WS-XOT-ROUTING NOT NUMERIC
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R031' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID BENEFICIARY ROUTING' TO
                    WS-REJECT-REASON-TEXT
               GO TO CHECK-EXTERNAL-TRANSFER-EXIT
           END-IF.
           COMPUTE WS-XOT-CHECKSUM =
                   3 * (WS-XOT-RD(1) + WS-XOT-RD(4) + WS-XOT-RD(7)) +
                   7 * (WS-XOT-RD(2) + WS-XOT-RD(5) + WS-XOT-RD(8)) +
                   WS-XOT-RD(3) + WS-XOT-RD(6) + WS-XOT-RD(9).
           IF FUNCTION MOD(WS-XOT-CHECKSUM, 10) NOT = 0
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R031' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID BENEFICIARY ROUTING' TO
                    WS-REJECT-REASON-TEXT
           END-IF.
       CHECK-EXTERNAL-TRANSFER-EXIT.
           EXIT.

      *    THE DEBIT HAS POSTED: QUEUE THE PAYMENT FOR THE NETWORK.
      *    A VALIDATE-ONLY RUN SHOWS WHAT IT WOULD SEND AND QUEUES
      *    NOTHING.
       QUEUE-ORIGINATION.
           ADD 1 TO WS-EXT-QUEUED-COUNT.
           MOVE TF-TRANSACTION-NAME TO WS-XOT-NAME.
           IF WS-EDIT-ONLY
               MOVE SPACES TO EDITRPT-RECORD
               STRING 'WOULD SEND   | ' TF-ACCOUNT-NUMBER
                   ' | ' WS-XOT-ROUTING ' | ' WS-XOT-BENEF ' | '
                   TF-TRANSACTION-AMOUNT
                   DELIMITED BY SIZE INTO EDITRPT-RECORD
               WRITE EDITRPT-RECORD
               GO TO QUEUE-ORIGINATION-EXIT
           END-IF.
           MOVE SPACES TO ORIGQ-RECORD.
           MOVE WS-BATCH-DATE-RAW TO OQ-POSTING-DATE.
           MOVE TF-ACCOUNT-NUMBER TO OQ-FROM-ACCOUNT.
           MOVE AF-BRANCH-CODE TO OQ-BRANCH-CODE.
           MOVE WS-XOT-ROUTING TO OQ-ROUTING-NUMBER.
           MOVE WS-XOT-BENEF TO OQ-BENEF-ACCOUNT.
           MOVE TF-TRANSACTION-AMOUNT TO OQ-AMOUNT.
           MOVE TF-CURRENCY-CODE TO OQ-CURRENCY-CODE.
           IF OQ-CURRENCY-CODE = SPACES
               MOVE AF-CURRENCY-CODE TO OQ-CURRENCY-CODE
           END-IF.
           MOVE WS-BATCH-IDX TO OQ-BATCH-IDX.
           MOVE TF-SEQUENCE-NUMBER TO OQ-SEQUENCE-NUMBER.
           WRITE ORIGQ-RECORD.
           IF OQ-FILE-STATUS NOT = '00'
               MOVE 'ORIGQ WRITE FAILED' TO WS-ABORT-REASON
               PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
           END-IF.
       QUEUE-ORIGINATION-EXIT.
           EXIT.

      *    A COF01 IS A CREDIT FOR THE ACCOUNT'S WHOLE DEFICIT TO
      *    THE CENT. ANYTHING ELSE - A DEBIT, AN ACCOUNT NO LONGER
      *    OVERDRAWN, OR ONE WHOSE BALANCE HAS MOVED SINCE THE AGING
      *    RUN - REJECTS R032 AND IS PRICED AGAIN NEXT RUN.
       CHECK-CHARGE-OFF.
           IF TF-CREDIT-DEBIT-IND NOT = 'C' OR
              AF-ACCOUNT-BALANCE NOT < 0 OR
              AF-ACCOUNT-BALANCE + TF-TRANSACTION-AMOUNT NOT = 0
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R032' TO WS-REJECT-REASON-CODE
               MOVE 'CHARGE-OFF NOT EQUAL TO DEFICIT' TO
                    WS-REJECT-REASON-TEXT
           END-IF.
       CHECK-CHARGE-OFF-EXIT.
           EXIT.

      *    THE KEYING OPERATOR IN WS-CHK-OPERATOR-ID MUST BE ON THE
      *    OPERATOR MASTER AND ACTIVE, AND WS-CHK-OPERATOR-AMOUNT MUST
      *    BE WITHIN THEIR PER-ITEM AUTHORITY: R034 UNKNOWN, R035
      *    REVOKED, R036 OVER AUTHORITY. A BLANK ID IS A MACHINE OR
      *    LEGACY ITEM AND PASSES.
       CHECK-OPERATOR.
           SET WS-POST-OK TO TRUE.
           IF NOT WS-OPER-OPEN OR WS-CHK-OPERATOR-ID = SPACES
               GO TO CHECK-OPERATOR-EXIT
           END-IF.
           MOVE WS-CHK-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERFILE
               INVALID KEY
                   SET WS-POST-REJECTED TO TRUE
                   MOVE 'R034' TO WS-REJECT-REASON-CODE
                   MOVE 'UNKNOWN OPERATOR' TO WS-REJECT-REASON-TEXT
                   GO TO CHECK-OPERATOR-EXIT
           END-READ.
           IF NOT OP-STATUS-ACTIVE
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R035' TO WS-REJECT-REASON-CODE
               MOVE 'OPERATOR REVOKED' TO WS-REJECT-REASON-TEXT
               GO TO CHECK-OPERATOR-EXIT
           END-IF.
           IF WS-CHK-OPERATOR-AMOUNT > OP-AUTHORITY-LIMIT
               SET WS-POST-REJECTED TO TRUE
               MOVE 'R036' TO WS-REJECT-REASON-CODE
               MOVE 'ABOVE OPERATOR AUTHORITY' TO
                    WS-REJECT-REASON-TEXT
           END-IF.
       CHECK-OPERATOR-EXIT.
           EXIT.

      *    THE WRITE-OFF POSTS THROUGH THE ORDINARY CREDIT PATH AND
      *    THE FLAG IS SET ONLY IF IT DID - THE GROUP FLUSH CARRIES
      *    BOTH TO ACCOUNTFILE TOGETHER. A CLOSED ACCOUNT LEFT OWING
      *    IS WRITTEN OFF LIKE ANY OTHER - CLOSING IT SETTLED NOTHING.
       POST-CHARGE-OFF.
           PERFORM UPDATE-BALANCE THRU UPDATE-BALANCE-EXIT.
           IF WS-POST-OK
               SET AF-STATUS-CHARGED-OFF TO TRUE
               ADD 1 TO WS-COF-COUNT
               IF WS-NOT-EDIT-ONLY
                   DISPLAY 'ACCOUNT CHARGED OFF: ' AF-ACCOUNT-NUMBER
                           ' ' TF-TRANSACTION-AMOUNT
               END-IF
           END-IF.
       POST-CHARGE-OFF-EXIT.
           EXIT.

      *    MONEY RECEIVED ON A CHARGED-OFF ACCOUNT IS A RECOVERY OF
      *    WHAT WAS WRITTEN OFF, NOT A NEW DEPOSIT THE CUSTOMER CAN
      *    DRAW ON: THE CREDIT POSTS UNDER ITS OWN CODE (SO THE
      *    SOURCE SIDE - CASH, CLEARING - JOURNALS AS USUAL) AND AN
      *    RCV01 DEBIT OF THE SAME AMOUNT FOLLOWS IT, MOVING THE
      *    MONEY TO THE RECOVERIES GL. THE RCV01 IS THE BANK'S OWN
      *    ENTRY: NOT A BATCH ITEM, NO FUNDS TEST, NO DAILY CAP.
       POST-RECOVERY.
           PERFORM UPDATE-BALANCE THRU UPDATE-BALANCE-EXIT.
           IF WS-POST-REJECTED
               GO TO POST-RECOVERY-EXIT
           END-IF.
           MOVE TF-TRANSACTION-AMOUNT TO WS-RCV-AMOUNT.
           ADD 1 TO WS-RCV-COUNT.
           MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE.
           SUBTRACT WS-RCV-AMOUNT FROM AF-ACCOUNT-BALANCE.
           MOVE 0 TO WS-AUDIT-ORIG-AMOUNT WS-AUDIT-FX-RATE.
           MOVE SPACES TO WS-AUDIT-ORIG-CCY.

           MOVE TF-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE 'CHARGE-OFF RECOVERY' TO WS-RPT-NAME.
           MOVE WS-RCV-AMOUNT TO WS-RPT-AMOUNT.
           MOVE 'D' TO WS-RPT-IND.
           PERFORM WRITE-REPORT-DETAIL THRU WRITE-REPORT-DETAIL-EXIT.

           MOVE TF-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT.
           MOVE 'RCV01' TO WS-AUDIT-CODE.
           MOVE WS-RCV-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE 'D' TO WS-AUDIT-IND.
           MOVE SPACES TO WS-AUDIT-REFERENCE.
           MOVE SPACES TO WS-AUDIT-TELLER.
           MOVE 'CHARGE-OFF RECOVERY' TO WS-AUDIT-NARRATIVE.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.

           ADD WS-RCV-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE 'RCV01' TO WS-LOOKUP-TXN-CODE.
           PERFORM FIND-TXN-CODE THRU FIND-TXN-CODE-EXIT.
           IF WS-TXN-CODE-IS-VALID
               ADD WS-RCV-AMOUNT TO WS-GL-DEBIT-TOTAL(WS-TXN-IDX)
               MOVE AF-BRANCH-CODE TO WS-BR-WORK-BRANCH
               SET WS-BR-WORK-SLOT TO WS-TXN-IDX
               MOVE 'D' TO WS-BR-WORK-IND
               MOVE WS-RCV-AMOUNT TO WS-BR-WORK-AMOUNT
               MOVE 'N' TO WS-BR-WORK-COUNT-FLAG
               PERFORM ACCUMULATE-BRANCH-ACTIVITY THRU
                       ACCUMULATE-BRANCH-ACTIVITY-EXIT
           END-IF.
           SET WS-GRP-DIRTY TO TRUE.
       POST-RECOVERY-EXIT.
           EXIT.

      *    STOPS.DAT IS OPTIONAL - NO FILE MEANS NO STOPS. LINES:
      *    ACCOUNT|REF|LOW|HIGH|EXPIRY|REASON (REF AND RANGE
      *    OPTIONAL, EXPIRY 0 OR BLANK = NO EXPIRY).
       LOAD-ONE-STOP-EXIT.
           EXIT.

      *    AVAILPOL.DAT IS OPTIONAL - NO FILE MEANS EVERY CREDIT IS
      *    AVAILABLE AT ONCE, AS BEFORE. LINES:
      *    CODE|CHANNEL|FROM-AMT|TO-AMT|MIN-AGE|MAX-AGE|IMMEDIATE|DAYS
       LOAD-AVAIL-POLICY.
           MOVE 0 TO WS-AVL-COUNT.
           OPEN INPUT AVAILPOLFILE.
           IF AP-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AVAILPOLFILE INTO AVAILPOL-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-AVAIL-RULE THRU
                                   LOAD-ONE-AVAIL-RULE-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE AVAILPOLFILE
           END-IF.
       LOAD-AVAIL-POLICY-EXIT.
           EXIT.

       LOAD-ONE-AVAIL-RULE.
           IF AVAILPOL-RECORD = SPACES OR AVAILPOL-RECORD(1:1) = '#'
               CONTINUE
           ELSE
           IF WS-AVL-COUNT = 50
               DISPLAY 'AVAILABILITY TABLE FULL - IGNORING: '
                       AVAILPOL-RECORD
           ELSE
               MOVE SPACES TO WS-AVL-F1 WS-AVL-F2 WS-AVL-F3 WS-AVL-F4
                              WS-AVL-F5 WS-AVL-F6 WS-AVL-F7 WS-AVL-F8
               UNSTRING AVAILPOL-RECORD DELIMITED BY '|'
                   INTO WS-AVL-F1 WS-AVL-F2 WS-AVL-F3 WS-AVL-F4
                        WS-AVL-F5 WS-AVL-F6 WS-AVL-F7 WS-AVL-F8
               END-UNSTRING
               ADD 1 TO WS-AVL-COUNT
               MOVE WS-AVL-F1 TO WS-AVL-CODE(WS-AVL-COUNT)
               MOVE WS-AVL-F2 TO WS-AVL-CHANNEL(WS-AVL-COUNT)
               MOVE 0 TO WS-AVL-FROM-AMT(WS-AVL-COUNT)
                         WS-AVL-TO-AMT(WS-AVL-COUNT)
                         WS-AVL-MIN-AGE(WS-AVL-COUNT)
                         WS-AVL-MAX-AGE(WS-AVL-COUNT)
                         WS-AVL-IMMEDIATE(WS-AVL-COUNT)
                         WS-AVL-DAYS(WS-AVL-COUNT)
               IF WS-AVL-F3 NOT = SPACES
                   COMPUTE WS-AVL-FROM-AMT(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F3)
               END-IF
               IF WS-AVL-F4 NOT = SPACES
                   COMPUTE WS-AVL-TO-AMT(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F4)
               END-IF
               IF WS-AVL-F5 NOT = SPACES
                   COMPUTE WS-AVL-MIN-AGE(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F5)
               END-IF
               IF WS-AVL-F6 NOT = SPACES
                   COMPUTE WS-AVL-MAX-AGE(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F6)
               END-IF
               IF WS-AVL-F7 NOT = SPACES
                   COMPUTE WS-AVL-IMMEDIATE(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F7)
               END-IF
               IF WS-AVL-F8 NOT = SPACES
                   COMPUTE WS-AVL-DAYS(WS-AVL-COUNT) =
                           FUNCTION NUMVAL(WS-AVL-F8)
               END-IF
           END-IF
           END-IF.
       LOAD-ONE-AVAIL-RULE-EXIT.
           EXIT.

      *    MATCHES ONE ITEM (ACCOUNT, OPTIONAL REFERENCE, AMOUNT)
      *    AGAINST THE STOP TABLE. WS-STOP-IDX IS LEFT ON THE
      *    MATCHING ENTRY FOR THE HIT REPORT.
                  WS-PRM-F4 > WS-PROCESSING-DATE
                   CONTINUE
               ELSE
               IF WS-PRM-F1 = 'KYC' AND WS-PRM-F2 = 'GRACE_DAYS'
                   COMPUTE WS-KYC-GRACE-DAYS =
                           FUNCTION NUMVAL(WS-PRM-F3)
               END-IF
               IF WS-PRM-F2 = 'MIN' OR WS-PRM-F2 = 'MAX'
                   MOVE WS-PRM-F1 TO WS-LOOKUP-TXN-CODE
                   PERFORM FIND-TXN-CODE THRU FIND-TXN-CODE-EXIT
                   PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
               END-IF
           END-IF.
      *    THE ORIGINATION QUEUE EXTENDS UNTIL CLRORIG SENDS IT - A
      *    SECOND POSTING WINDOW BEFORE THE SEND ADDS TO IT.
           IF WS-NOT-EDIT-ONLY
               OPEN EXTEND ORIGQFILE
               IF OQ-FILE-STATUS = '35'
                   OPEN OUTPUT ORIGQFILE
               END-IF
               IF OQ-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening ORIGQ: ' OQ-FILE-STATUS
                   MOVE 'ORIGQ OPEN FAILED' TO WS-ABORT-REASON
                   PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
               END-IF
           END-IF.
      *    EVERY REPORT AND EXTRACT MUST ACTUALLY BE OPEN BEFORE A
      *    SINGLE RECORD POSTS - A REJECT FILE THAT SILENTLY FAILED
      *    TO OPEN WOULD DISCARD THE VERY LINES REJRECYC REPAIRS
               CLOSE HOLDFILE
               OPEN I-O HOLDFILE
           ELSE
               IF HD-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening HOLDFILE :' HD-FILE-STATUS
                   MOVE 'HOLDFILE OPEN FAILED' TO WS-ABORT-REASON
                   PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
               END-IF
           END-IF.

      *    THE REGISTRY IS READ-ONLY HERE; ABSENT MEANS ISSUANCE
      *    ENFORCEMENT IS OFF.
           OPEN INPUT REGISTRYFILE.
           IF RG-FILE-STATUS = '00'
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF.

      *    LIKEWISE THE CLOSED-ACCOUNT ARCHIVE: ABSENT MEANS NOTHING
      *    HAS BEEN PURGED YET.
           OPEN INPUT CLOSEDFILE.
           IF PU-FILE-STATUS = '00'
               SET WS-CLOSED-OPEN TO TRUE
           END-IF.

      *    AND THE OPERATOR MASTER: ABSENT MEANS OPERATOR IDS ARE NOT
      *    YET ENFORCED.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS = '00'
               SET WS-OPER-OPEN TO TRUE
           END-IF.

           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS = '00'
               SET WS-CUST-OPEN TO TRUE
           END-IF.

      *    THE OFFICIAL-CHEQUE REGISTER IS WRITTEN ONLY WHEN ITEMS
      *    POST, SO ONLY A POSTING RUN OPENS IT FOR UPDATE OR CREATES
      *    IT. A VALIDATE-ONLY RUN JUST READS IT, IF IT IS THERE, TO
      *    SEE WHETHER A SERIAL IS ALREADY TAKEN.
           IF WS-NOT-EDIT-ONLY
               OPEN I-O OFCHQFILE
               IF OC-FILE-STATUS = '35'
                   DISPLAY 'OFCHQFILE NOT FOUND, CREATING NEW FILE'
                   OPEN OUTPUT OFCHQFILE
                   CLOSE OFCHQFILE
                   OPEN I-O OFCHQFILE
               END-IF
           ELSE
               OPEN INPUT OFCHQFILE
           END-IF.
           IF OC-FILE-STATUS = '00'
               SET WS-OFCHQ-OPEN TO TRUE
           ELSE
               IF WS-NOT-EDIT-ONLY OR OC-FILE-STATUS NOT = '35'
                   DISPLAY 'Error opening OFCHQFILE :' OC-FILE-STATUS
                   MOVE 'OFCHQFILE OPEN FAILED' TO WS-ABORT-REASON
                   PERFORM ABORT-RUN THRU ABORT-RUN-EXIT
               END-IF
           END-IF.

           OPEN I-O CHQSTOCKFILE.
           IF CS-FILE-STATUS = '00'
               SET WS-CHQSTOCK-OPEN TO TRUE
           END-IF.

           OPEN I-O POSTEDKEYFILE.
      *    RESTARTED RUN) STARTS FROM ZERO AS BEFORE.
       070-RUN-ONE-BATCH.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 'O' TO WS-AVL-BATCH-CHANNEL.
           IF WS-TRANS-FILE-NAME = WS-AVL-CLRFEED-NAME
               MOVE 'C' TO WS-AVL-BATCH-CHANNEL
           END-IF.
           IF WS-TRANS-FILE-NAME = WS-AVL-SOFEED-NAME
               MOVE 'S' TO WS-AVL-BATCH-CHANNEL
           END-IF.
           MOVE 0 TO WS-EXT-QUEUED-COUNT.
           MOVE 0 TO WS-DIVERTED-COUNT.
           MOVE 0 TO WS-NSF-COUNT.
           MOVE 0 TO WS-ODP-SWEEP-COUNT.
           MOVE 0 TO WS-SANC-HIT-COUNT.
           MOVE 0 TO WS-OCQ-ISSUED-COUNT.
           MOVE 0 TO WS-COF-COUNT.
           MOVE 0 TO WS-RCV-COUNT.
           MOVE 0 TO WS-RR-COUNT-USED.
           INITIALIZE WS-RR-TABLE.
           PERFORM OPEN-BATCH-ACK THRU OPEN-BATCH-ACK-EXIT.
                   END-IF
                   PERFORM 087-HASH-ACCOUNT THRU
                           087-HASH-ACCOUNT-EXIT
               WHEN EX-RECORD-TYPE = 'EXT'
                   IF EX-TRANSACTION-AMOUNT NUMERIC
                       ADD EX-TRANSACTION-AMOUNT TO
                           WS-BT-DEBIT-TOTAL
                   END-IF
                   PERFORM 087-HASH-ACCOUNT THRU
                           087-HASH-ACCOUNT-EXIT
               WHEN HL-RECORD-TYPE = 'HLD'
                   PERFORM 087-HASH-ACCOUNT THRU
                           087-HASH-ACCOUNT-EXIT
                   MOVE TR-ACCOUNT-NUMBER TO WS-CHECK-DIGIT-ACCOUNT
               WHEN TX-RECORD-TYPE = 'TRF'
                   MOVE TX-FROM-ACCOUNT TO WS-CHECK-DIGIT-ACCOUNT
               WHEN EX-RECORD-TYPE = 'EXT'
                   MOVE EX-FROM-ACCOUNT TO WS-CHECK-DIGIT-ACCOUNT
               WHEN HL-RECORD-TYPE = 'HLD'
                   MOVE HL-ACCOUNT-NUMBER TO WS-CHECK-DIGIT-ACCOUNT
               WHEN OTHER
                   MOVE 5 TO SW-PRIORITY
                   MOVE TX-FROM-ACCOUNT TO SW-ACCOUNT-KEY
                   MOVE WS-FILE-ORDER-SEQ TO SW-SEQUENCE
               WHEN EX-RECORD-TYPE = 'EXT'
                   MOVE 5 TO SW-PRIORITY
                   MOVE EX-FROM-ACCOUNT TO SW-ACCOUNT-KEY
                   MOVE WS-FILE-ORDER-SEQ TO SW-SEQUENCE
               WHEN OTHER
                   MOVE 5 TO SW-PRIORITY
                   MOVE TF-ACCOUNT-NUMBER TO SW-ACCOUNT-KEY
                       MOVE MT-ACCOUNT-NUMBER TO CK-LAST-ACCOUNT
                   WHEN 'TRF'
                       MOVE TX-FROM-ACCOUNT TO CK-LAST-ACCOUNT
                   WHEN 'EXT'
                       MOVE EX-FROM-ACCOUNT TO CK-LAST-ACCOUNT
                   WHEN 'HLD'
                       MOVE HL-ACCOUNT-NUMBER TO CK-LAST-ACCOUNT
                   WHEN OTHER
           EXIT.

       300-PROCESS-TRANSACTION.
           SET WS-EXT-NOT-ITEM TO TRUE.
           IF EX-RECORD-TYPE = 'EXT'
               PERFORM EXPAND-EXTERNAL-TRANSFER THRU
                       EXPAND-EXTERNAL-TRANSFER-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN TH-RECORD-TYPE = 'HDR'
                   PERFORM FLUSH-ACCOUNT-GROUP THRU
                   PERFORM DETECT-JUNK-CHARACTERS THRU
                           DETECT-JUNK-CHARACTERS-EXIT
                   MOVE TF-ACCOUNT-NUMBER TO PK-ACCOUNT-NUMBER
                   IF WS-EXT-ITEM
                       MOVE 'X' TO PK-RECORD-TYPE
                   ELSE
                       MOVE 'D' TO PK-RECORD-TYPE
                   END-IF
                   MOVE WS-BATCH-DATE-RAW TO PK-BATCH-DATE
                   MOVE WS-BATCH-IDX TO PK-BATCH-IDX
                   MOVE TF-SEQUENCE-NUMBER TO PK-SEQUENCE-NUMBER
                            WS-REJECT-REASON-TEXT
                       PERFORM REJECT-TRANSACTION THRU
                               REJECT-TRANSACTION-EXIT
                   ELSE
                   MOVE TF-TELLER-ID TO WS-CHK-OPERATOR-ID
                   MOVE TF-TRANSACTION-AMOUNT TO WS-CHK-OPERATOR-AMOUNT
                   PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
                   IF WS-POST-REJECTED
                       DISPLAY 'ITEM REJECTED - OPERATOR '
                               TF-TELLER-ID ': '
                               WS-REJECT-REASON-TEXT
                       PERFORM REJECT-TRANSACTION THRU
                               REJECT-TRANSACTION-EXIT
                   ELSE
                       PERFORM VALIDATE-TXN-CODE THRU
                               VALIDATE-TXN-CODE-EXIT
                                   PERFORM REJECT-TRANSACTION THRU
                                           REJECT-TRANSACTION-EXIT
                           ELSE
      *                            A CHARGE-OFF CREDIT WRITES THE
      *                            DEFICIT OFF AND FLAGS THE ACCOUNT
      *                            WHATEVER ITS OTHER STATUS; ONCE
      *                            FLAGGED, EVERY CREDIT IS A
      *                            RECOVERY AND EVERY DEBIT REJECTS
      *                            R005 BELOW.
                                   IF TF-TRANSACTION-CODE = 'COF01'
                                       PERFORM POST-CHARGE-OFF THRU
                                               POST-CHARGE-OFF-EXIT
                                   ELSE
                                   IF AF-STATUS-CHARGED-OFF AND
                                      TF-CREDIT-DEBIT-IND = 'C'
                                       PERFORM POST-RECOVERY THRU
                                               POST-RECOVERY-EXIT
                                   ELSE
      *                            A CREDIT TO A DORMANT ACCOUNT
      *                            REACTIVATES IT AND POSTS, SO A
      *                            DORMANT CUSTOMER WHO DEPOSITS ISN'T
      *                            ESCHEATMENT SWEEP POSTS UNDER THE
      *                            SAME RULE - THAT DEBIT IS THE
      *                            WHOLE POINT OF THE DORMANCY.
      *                            SO DOES AN LGL01 LEGAL-ORDER
      *                            DEBIT - A COURT ORDER REACHES
      *                            A DORMANT ACCOUNT LIKE ANY OTHER.
                                   IF AF-STATUS-DORMANT AND
                                      (TF-TRANSACTION-CODE = 'FEE01'
                                       OR TF-TRANSACTION-CODE =
                                          'ESC01'
                                       OR TF-TRANSACTION-CODE =
                                          'LGL01')
                                       PERFORM UPDATE-BALANCE THRU
                                               UPDATE-BALANCE-EXIT
                                   ELSE
                                   END-IF
                                   END-IF
                                   END-IF
                                   END-IF
                                   END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-EVALUATE.
       300-PROCESS-EXIT.
           EXIT.
                           PERFORM CONVERT-XFR-FROM-LEG THRU
                                   CONVERT-XFR-FROM-LEG-EXIT
                       END-IF
                       IF WS-POST-OK
                           PERFORM CHECK-KYC-RESTRICTION THRU
                                   CHECK-KYC-RESTRICTION-EXIT
                       END-IF
                       IF WS-POST-OK
                           MOVE TX-FROM-ACCOUNT TO WS-HOLD-ACCOUNT
                           PERFORM COMPUTE-HOLD-TOTAL THRU
                                   AF-ACCOUNT-BALANCE -
                                   WS-HOLD-TOTAL -
                                   WS-XFR-FROM-AMOUNT
      *                    THE FROM-LEG IS AN XFROT DEBIT, SO AN
      *                    OVERDRAFT-PROTECTED ACCOUNT SWEEPS HERE
      *                    TOO. THE SWEEP IS ITS OWN TRANSFER AND
      *                    STANDS EVEN IF THE CREDIT LEG THEN FAILS.
                           IF WS-PROSPECTIVE-BALANCE <
                              (0 - AF-OVERDRAFT-LIMIT) AND
                              WS-ODL-COUNT > 0
                               MOVE TX-FROM-ACCOUNT TO WS-ODP-ACCOUNT
                               MOVE WS-XFR-FROM-AMOUNT TO
                                    WS-ODP-DEBIT-AMOUNT
                               MOVE TX-SEQUENCE-NUMBER TO
                                    WS-ODP-SEQUENCE
                               SET WS-ODP-REWRITE-NOW TO TRUE
                               PERFORM TRY-OD-SWEEP THRU
                                       TRY-OD-SWEEP-EXIT
                           END-IF
                           IF WS-PROSPECTIVE-BALANCE <
                              (0 - AF-OVERDRAFT-LIMIT)
                               PERFORM SET-AVAIL-REJECT-REASON THRU
       POST-TRANSFER-LEGS-EXIT.
           EXIT.

      *    AN EXT RECORD BECOMES AN XOT01 DEBIT DETAIL FOR OUR
      *    CUSTOMER, CARRYING THE BENEFICIARY BANK DETAILS IN ITS
      *    NARRATIVE. FROM HERE IT POSTS, REJECTS AND CHECKPOINTS
      *    EXACTLY LIKE ANY OTHER DETAIL, DEDUPED UNDER ITS OWN 'X'
      *    BUCKET THE WAY TRANSFERS KEY UNDER 'T'.
       EXPAND-EXTERNAL-TRANSFER.
           MOVE TRANS-RECORD TO WS-EXT-SAVE.
           MOVE SPACES TO WS-EXT-DETAIL.
           MOVE WS-EXT-FROM-ACCOUNT TO WS-EXD-ACCOUNT.
           MOVE 'TO ' TO WS-XOT-PREFIX.
           MOVE WS-EXT-ROUTING TO WS-XOT-ROUTING.
           MOVE '-' TO WS-XOT-SEPARATOR.
           MOVE WS-EXT-BENEF TO WS-XOT-BENEF.
           MOVE WS-XOT-NAME TO WS-EXD-NAME.
           MOVE 'XOT01' TO WS-EXD-CODE.
           MOVE WS-EXT-AMOUNT-X TO WS-EXD-AMOUNT-X.
           MOVE 'D' TO WS-EXD-IND.
           MOVE WS-EXT-SEQUENCE-X TO WS-EXD-SEQUENCE-X.
           MOVE WS-EXT-CURRENCY TO WS-EXD-CURRENCY.
           MOVE WS-EXT-TELLER TO WS-EXD-TELLER.
           MOVE WS-EXT-DETAIL TO TRANS-RECORD.
           SET WS-EXT-ITEM TO TRUE.
       EXPAND-EXTERNAL-TRANSFER-EXIT.
           EXIT.

      *    ONE REJECT LINE CARRIES BOTH LEGS OF THE FAILED TRANSFER,
      *    SO OPS SEE THE WHOLE INSTRUCTION - NOT ONE ORPHAN LEG.
       REJECT-TRANSFER.
       REJECT-HOLD-EXIT.
           EXIT.

      *    OVERDRAFT PROTECTION. WS-ODP-ACCOUNT'S RECORD IS IN THE
      *    RECORD AREA AND WS-PROSPECTIVE-BALANCE HAS JUST FAILED THE
      *    FUNDS TEST FOR WS-ODP-DEBIT-AMOUNT. EACH LINKED FUNDING
      *    ACCOUNT IS TRIED IN TURN UNTIL ONE CAN COVER THE SHORTFALL
      *    (PLUS ANY SWEEP FEE) ROUNDED UP TO THE LINK'S INCREMENT.
      *    THE SWEEP POSTS AS AN ORDINARY XFROT/XFRIN PAIR STAMPED
      *    ODSW + THE ITEM'S SEQUENCE NUMBER, SO STATEMENTS, GL AND
      *    THE AUDIT PROOF NEED NOTHING NEW. ON RETURN THE RECORD
      *    AREA HOLDS THE PROTECTED ACCOUNT AGAIN AND THE PROSPECTIVE
      *    BALANCE IS RECOMPUTED, SO THE CALLER'S OWN FUNDS TEST
      *    DECIDES THE ITEM EXACTLY AS BEFORE. A SWEEP IS NOT A BATCH
      *    ITEM - IT NEVER COUNTS AS POSTED.
       TRY-OD-SWEEP.
           SET WS-ODP-NOT-SWEPT TO TRUE.

      *    A DEBIT THE PROTECTED ACCOUNT'S OWN DAILY CAP WILL REJECT
      *    ANYWAY MUST NOT MOVE MONEY FIRST. TEST ONLY - THE CAP
      *    FIELDS ARE NOT TOUCHED HERE.
           MOVE 0 TO WS-ODP-CAP-USED.
           IF AF-DAILY-DEBIT-USED NUMERIC AND
              AF-DAILY-DEBIT-DATE = WS-BATCH-DATE-RAW
               MOVE AF-DAILY-DEBIT-USED TO WS-ODP-CAP-USED
           END-IF.
           IF AF-DAILY-DEBIT-LIMIT NUMERIC
               IF AF-DAILY-DEBIT-LIMIT > 0 AND
                  (WS-ODP-CAP-USED + WS-ODP-DEBIT-AMOUNT) >
                  AF-DAILY-DEBIT-LIMIT
                   GO TO TRY-OD-SWEEP-EXIT
               END-IF
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-ODP-SAVED-ACCOUNT.
           MOVE WS-HOLD-TOTAL TO WS-ODP-PROT-HOLDS.
           MOVE AF-CURRENCY-CODE TO WS-ODP-CCY.
           MOVE AF-BRANCH-CODE TO WS-ODP-PROT-BRANCH.
           SET WS-ODP-SAVE-TXN-SLOT TO WS-TXN-IDX.
           MOVE WS-AUDIT-ORIG-AMOUNT TO WS-ODP-SAVE-ORIG-AMT.
           MOVE WS-AUDIT-ORIG-CCY TO WS-ODP-SAVE-ORIG-CCY.
           MOVE WS-AUDIT-FX-RATE TO WS-ODP-SAVE-FX-RATE.
           COMPUTE WS-ODP-BASE-SHORT =
                   (0 - AF-OVERDRAFT-LIMIT) - WS-PROSPECTIVE-BALANCE.
           MOVE SPACES TO WS-ODP-REFERENCE.
           STRING 'ODSW' WS-ODP-SEQUENCE
               DELIMITED BY SIZE INTO WS-ODP-REFERENCE.

           PERFORM VARYING WS-ODL-IDX FROM 1 BY 1
                   UNTIL WS-ODL-IDX > WS-ODL-COUNT OR WS-ODP-SWEPT
               IF WS-ODL-PROTECTED(WS-ODL-IDX) = WS-ODP-ACCOUNT
                   PERFORM TRY-ONE-OD-LINK THRU TRY-ONE-OD-LINK-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-ODP-SAVED-ACCOUNT TO ACCOUNT-RECORD.
           IF WS-ODP-SWEPT
               PERFORM POST-OD-SWEEP-CREDIT THRU
                       POST-OD-SWEEP-CREDIT-EXIT
           END-IF.
           MOVE WS-ODP-PROT-HOLDS TO WS-HOLD-TOTAL.
           SET WS-TXN-IDX TO WS-ODP-SAVE-TXN-SLOT.
           MOVE WS-ODP-SAVE-ORIG-AMT TO WS-AUDIT-ORIG-AMOUNT.
           MOVE WS-ODP-SAVE-ORIG-CCY TO WS-AUDIT-ORIG-CCY.
           MOVE WS-ODP-SAVE-FX-RATE TO WS-AUDIT-FX-RATE.
           SET WS-POST-OK TO TRUE.
       TRY-OD-SWEEP-EXIT.
           EXIT.

      *    ONE FUNDING ACCOUNT. IT MUST BE ACTIVE, AN ORDINARY DEMAND
      *    ACCOUNT IN THE PROTECTED ACCOUNT'S CURRENCY, AND COVER THE
      *    WHOLE SWEEP FROM ITS OWN AVAILABLE BALANCE - A SWEEP NEVER
      *    PUSHES THE FUNDING ACCOUNT INTO ITS OWN OVERDRAFT - WITHIN
      *    ITS OWN DAILY DEBIT CAP. ANY FAILURE JUST MOVES ON TO THE
      *    NEXT LINK.
       TRY-ONE-OD-LINK.
           MOVE WS-ODL-FUNDING(WS-ODL-IDX) TO WS-ODP-FUNDING.
           MOVE WS-ODL-FEE(WS-ODL-IDX) TO WS-ODP-FEE.
           COMPUTE WS-ODP-SWEEP-AMOUNT =
                   WS-ODP-BASE-SHORT + WS-ODP-FEE.
           IF WS-ODL-INCREMENT(WS-ODL-IDX) > 0
               DIVIDE WS-ODP-SWEEP-AMOUNT BY
                      WS-ODL-INCREMENT(WS-ODL-IDX)
                      GIVING WS-ODP-UNITS REMAINDER WS-ODP-REM
               IF WS-ODP-REM > 0
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-SWEEP-AMOUNT =
                       WS-ODP-UNITS * WS-ODL-INCREMENT(WS-ODL-IDX)
           END-IF.

           MOVE WS-ODP-FUNDING TO AF-ACCOUNT-NUMBER.
           READ ACCOUNTFILE
               INVALID KEY
                   GO TO TRY-ONE-OD-LINK-EXIT
           END-READ.
           IF NOT AF-STATUS-ACTIVE OR AF-TYPE-TERM OR AF-TYPE-LOAN
              OR AF-CURRENCY-CODE NOT = WS-ODP-CCY
               GO TO TRY-ONE-OD-LINK-EXIT
           END-IF.
      *    A KYC-RESTRICTED FUNDING ACCOUNT CANNOT BE DEBITED FOR A
      *    SWEEP ANY MORE THAN FOR A WITHDRAWAL.
           PERFORM CHECK-KYC-RESTRICTION THRU
                   CHECK-KYC-RESTRICTION-EXIT.
           IF WS-POST-REJECTED
               SET WS-POST-OK TO TRUE
               MOVE SPACES TO WS-REJECT-REASON-CODE
                              WS-REJECT-REASON-TEXT
               GO TO TRY-ONE-OD-LINK-EXIT
           END-IF.
           MOVE WS-ODP-FUNDING TO WS-HOLD-ACCOUNT.
           PERFORM COMPUTE-HOLD-TOTAL THRU COMPUTE-HOLD-TOTAL-EXIT.
           IF (AF-ACCOUNT-BALANCE - WS-HOLD-TOTAL -
               WS-ODP-SWEEP-AMOUNT) < 0
               GO TO TRY-ONE-OD-LINK-EXIT
           END-IF.
           MOVE WS-ODP-SWEEP-AMOUNT TO WS-CAP-AMOUNT.
           PERFORM CHECK-DAILY-DEBIT-CAP THRU
                   CHECK-DAILY-DEBIT-CAP-EXIT.
           IF WS-POST-REJECTED
               SET WS-POST-OK TO TRUE
               MOVE SPACES TO WS-REJECT-REASON-CODE
                              WS-REJECT-REASON-TEXT
               GO TO TRY-ONE-OD-LINK-EXIT
           END-IF.

           MOVE AF-BRANCH-CODE TO WS-ODP-FUND-BRANCH.
           MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE.
           SUBTRACT WS-ODP-SWEEP-AMOUNT FROM AF-ACCOUNT-BALANCE.
           MOVE WS-LAST-TRANSDATE TO AF-LAST-TRANS-DATE.
           IF WS-NOT-EDIT-ONLY
               REWRITE ACCOUNT-RECORD
               PERFORM CHECK-ACCOUNT-IO THRU CHECK-ACCOUNT-IO-EXIT
           END-IF.
           SET WS-ODP-SWEPT TO TRUE.
           ADD 1 TO WS-ODP-SWEEP-COUNT.

           MOVE WS-ODP-FUNDING TO WS-RPT-ACCOUNT.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'OD SWEEP TO ' WS-ODP-ACCOUNT
               DELIMITED BY SIZE INTO WS-RPT-NAME.
           MOVE WS-ODP-SWEEP-AMOUNT TO WS-RPT-AMOUNT.
           MOVE 'D' TO WS-RPT-IND.
           PERFORM WRITE-REPORT-DETAIL THRU WRITE-REPORT-DETAIL-EXIT.

           MOVE WS-ODP-FUNDING TO WS-AUDIT-ACCOUNT.
           MOVE 'XFROT' TO WS-AUDIT-CODE.
           MOVE WS-ODP-SWEEP-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE 'D' TO WS-AUDIT-IND.
           MOVE WS-ODP-REFERENCE TO WS-AUDIT-REFERENCE.
           MOVE SPACES TO WS-AUDIT-TELLER.
           MOVE SPACES TO WS-AUDIT-NARRATIVE.
           STRING 'OD SWEEP TO ' WS-ODP-ACCOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-NARRATIVE.
           MOVE 0 TO WS-AUDIT-ORIG-AMOUNT WS-AUDIT-FX-RATE.
           MOVE SPACES TO WS-AUDIT-ORIG-CCY.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.

           ADD WS-ODP-SWEEP-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE 'XFROT' TO WS-LOOKUP-TXN-CODE.
           PERFORM FIND-TXN-CODE THRU FIND-TXN-CODE-EXIT.
           IF WS-TXN-CODE-IS-VALID
               ADD WS-ODP-SWEEP-AMOUNT TO
                   WS-GL-DEBIT-TOTAL(WS-TXN-IDX)
               MOVE WS-ODP-FUND-BRANCH TO WS-BR-WORK-BRANCH
               SET WS-BR-WORK-SLOT TO WS-TXN-IDX
               MOVE 'D' TO WS-BR-WORK-IND
               MOVE WS-ODP-SWEEP-AMOUNT TO WS-BR-WORK-AMOUNT
               MOVE 'N' TO WS-BR-WORK-COUNT-FLAG
               PERFORM ACCUMULATE-BRANCH-ACTIVITY THRU
                       ACCUMULATE-BRANCH-ACTIVITY-EXIT
           END-IF.
       TRY-ONE-OD-LINK-EXIT.
           EXIT.

      *    CREDIT SIDE OF THE SWEEP, AND THE SWEEP FEE, ON THE
      *    PROTECTED ACCOUNT (BACK IN THE RECORD AREA). A DETAIL
      *    ITEM'S RECORD IS THE BUFFERED GROUP AND GOES OUT WITH THE
      *    GROUP FLUSH; A TRANSFER'S FROM-LEG IS REWRITTEN NOW, SINCE
      *    THE POSTING LEG RE-READS IT.
       POST-OD-SWEEP-CREDIT.
           MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE.
           ADD WS-ODP-SWEEP-AMOUNT TO AF-ACCOUNT-BALANCE.
           MOVE WS-LAST-TRANSDATE TO AF-LAST-TRANS-DATE.

           MOVE WS-ODP-ACCOUNT TO WS-RPT-ACCOUNT.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'OD SWEEP FROM ' WS-ODP-FUNDING
               DELIMITED BY SIZE INTO WS-RPT-NAME.
           MOVE WS-ODP-SWEEP-AMOUNT TO WS-RPT-AMOUNT.
           MOVE 'C' TO WS-RPT-IND.
           PERFORM WRITE-REPORT-DETAIL THRU WRITE-REPORT-DETAIL-EXIT.

           MOVE WS-ODP-ACCOUNT TO WS-AUDIT-ACCOUNT.
           MOVE 'XFRIN' TO WS-AUDIT-CODE.
           MOVE WS-ODP-SWEEP-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE 'C' TO WS-AUDIT-IND.
           MOVE WS-ODP-REFERENCE TO WS-AUDIT-REFERENCE.
           MOVE SPACES TO WS-AUDIT-TELLER.
           MOVE SPACES TO WS-AUDIT-NARRATIVE.
           STRING 'OD SWEEP FROM ' WS-ODP-FUNDING
               DELIMITED BY SIZE INTO WS-AUDIT-NARRATIVE.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.

           ADD WS-ODP-SWEEP-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE 'XFRIN' TO WS-LOOKUP-TXN-CODE.
           PERFORM FIND-TXN-CODE THRU FIND-TXN-CODE-EXIT.
           IF WS-TXN-CODE-IS-VALID
               ADD WS-ODP-SWEEP-AMOUNT TO
                   WS-GL-CREDIT-TOTAL(WS-TXN-IDX)
               MOVE WS-ODP-PROT-BRANCH TO WS-BR-WORK-BRANCH
               SET WS-BR-WORK-SLOT TO WS-TXN-IDX
               MOVE 'C' TO WS-BR-WORK-IND
               MOVE WS-ODP-SWEEP-AMOUNT TO WS-BR-WORK-AMOUNT
               MOVE 'N' TO WS-BR-WORK-COUNT-FLAG
               PERFORM ACCUMULATE-BRANCH-ACTIVITY THRU
                       ACCUMULATE-BRANCH-ACTIVITY-EXIT
           END-IF.

           IF WS-ODP-FEE > 0
               MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-ODP-FEE FROM AF-ACCOUNT-BALANCE
               MOVE WS-ODP-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE 'OD PROTECTION SWEEP FEE' TO WS-RPT-NAME
               MOVE WS-ODP-FEE TO WS-RPT-AMOUNT
               MOVE 'D' TO WS-RPT-IND
               PERFORM WRITE-REPORT-DETAIL THRU
                       WRITE-REPORT-DETAIL-EXIT
               MOVE WS-ODP-ACCOUNT TO WS-AUDIT-ACCOUNT
               MOVE 'FEE01' TO WS-AUDIT-CODE
               MOVE WS-ODP-FEE TO WS-AUDIT-AMOUNT
               MOVE 'D' TO WS-AUDIT-IND
               MOVE WS-ODP-REFERENCE TO WS-AUDIT-REFERENCE
               MOVE SPACES TO WS-AUDIT-TELLER
               MOVE 'OD PROTECTION SWEEP FEE' TO WS-AUDIT-NARRATIVE
               PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT
               ADD WS-ODP-FEE TO WS-DEBIT-TOTAL
               MOVE 'FEE01' TO WS-LOOKUP-TXN-CODE
               PERFORM FIND-TXN-CODE THRU FIND-TXN-CODE-EXIT
               IF WS-TXN-CODE-IS-VALID
                   ADD WS-ODP-FEE TO WS-GL-DEBIT-TOTAL(WS-TXN-IDX)
                   MOVE WS-ODP-PROT-BRANCH TO WS-BR-WORK-BRANCH
                   SET WS-BR-WORK-SLOT TO WS-TXN-IDX
                   MOVE 'D' TO WS-BR-WORK-IND
                   MOVE WS-ODP-FEE TO WS-BR-WORK-AMOUNT
                   MOVE 'N' TO WS-BR-WORK-COUNT-FLAG
                   PERFORM ACCUMULATE-BRANCH-ACTIVITY THRU
                           ACCUMULATE-BRANCH-ACTIVITY-EXIT
               END-IF
           END-IF.

           IF WS-ODP-REWRITE-NOW
               IF WS-NOT-EDIT-ONLY
                   REWRITE ACCOUNT-RECORD
                   PERFORM CHECK-ACCOUNT-IO THRU CHECK-ACCOUNT-IO-EXIT
               END-IF
           ELSE
               SET WS-GRP-DIRTY TO TRUE
           END-IF.
           MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE.
           COMPUTE WS-PROSPECTIVE-BALANCE =
                   AF-ACCOUNT-BALANCE - WS-ODP-PROT-HOLDS -
                   WS-ODP-DEBIT-AMOUNT.
       POST-OD-SWEEP-CREDIT-EXIT.
           EXIT.

      *    A DEBIT THAT FAILS THE AVAILABLE-BALANCE TEST REJECTS AS
      *    INSUFFICIENT AVAILABLE FUNDS WHEN HOLDS CAUSED THE
      *    SHORTFALL, AND AS A PLAIN OVERDRAFT BREACH WHEN THE LEDGER
       COMPUTE-HOLD-TOTAL-EXIT.
           EXIT.

      *    FUNDS AVAILABILITY. A CREDIT HAS JUST POSTED TO THE
      *    ACCOUNT IN THE RECORD AREA; THE FIRST POLICY RULE THAT
      *    FITS IT SAYS HOW MUCH IS AVAILABLE AT ONCE AND FOR HOW
      *    MANY BUSINESS DAYS THE REST IS HELD. THE HOLD GOES ON
      *    HOLDFILE LIKE ANY OTHER, EXPIRING THE DAY BEFORE THE
      *    FUNDS ARE DUE, SO IT LAPSES ON SCHEDULE WITH NO RELEASE
      *    RECORD. BUSINESS DAYS SKIP WEEKENDS AND CALENDAR.DAT'S
      *    HOLIDAYS THE SAME WAY A BATCH DATE ROLLS FORWARD.
       PLACE-AVAILABILITY-HOLD.
           IF WS-BATCH-DATE-NUM > 0
               MOVE WS-BATCH-DATE-NUM TO WS-AVL-POST-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-AVL-POST-DATE
           END-IF.
           IF TF-TELLER-ID NOT = SPACES
               MOVE 'T' TO WS-AVL-ITEM-CHANNEL
           ELSE
               MOVE WS-AVL-BATCH-CHANNEL TO WS-AVL-ITEM-CHANNEL
           END-IF.
           PERFORM FIND-ACCOUNT-AGE THRU FIND-ACCOUNT-AGE-EXIT.
           SET WS-AVL-NOT-MATCHED TO TRUE.
           PERFORM VARYING WS-AVL-IDX FROM 1 BY 1
                   UNTIL WS-AVL-IDX > WS-AVL-COUNT
                   OR WS-AVL-MATCHED
               IF (WS-AVL-CODE(WS-AVL-IDX) = '*' OR
                   WS-AVL-CODE(WS-AVL-IDX) = TF-TRANSACTION-CODE)
                AND (WS-AVL-CHANNEL(WS-AVL-IDX) = '*' OR
                     WS-AVL-CHANNEL(WS-AVL-IDX) =
                     WS-AVL-ITEM-CHANNEL)
                AND TF-TRANSACTION-AMOUNT >=
                    WS-AVL-FROM-AMT(WS-AVL-IDX)
                AND (WS-AVL-TO-AMT(WS-AVL-IDX) = 0 OR
                     TF-TRANSACTION-AMOUNT <=
                     WS-AVL-TO-AMT(WS-AVL-IDX))
                AND WS-AVL-AGE >= WS-AVL-MIN-AGE(WS-AVL-IDX)
                AND (WS-AVL-MAX-AGE(WS-AVL-IDX) = 0 OR
                     WS-AVL-AGE <= WS-AVL-MAX-AGE(WS-AVL-IDX))
                   SET WS-AVL-MATCHED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-AVL-NOT-MATCHED
               GO TO PLACE-AVAILABILITY-HOLD-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-AVL-IDX.
           IF WS-AVL-DAYS(WS-AVL-IDX) = 0 OR
              TF-TRANSACTION-AMOUNT NOT > WS-AVL-IMMEDIATE(WS-AVL-IDX)
               GO TO PLACE-AVAILABILITY-HOLD-EXIT
           END-IF.
           COMPUTE WS-AVL-HOLD-AMOUNT = TF-TRANSACTION-AMOUNT -
                   WS-AVL-IMMEDIATE(WS-AVL-IDX).

           MOVE WS-AVL-POST-DATE TO WS-CAL-TEST-DATE.
           COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE).
           MOVE WS-AVL-DAYS(WS-AVL-IDX) TO WS-AVL-DAYS-LEFT.
           MOVE 0 TO WS-AVL-GUARD.
           PERFORM UNTIL WS-AVL-DAYS-LEFT = 0 OR WS-AVL-GUARD > 400
               ADD 1 TO WS-AVL-GUARD
               ADD 1 TO WS-CAL-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT) TO
                    WS-CAL-TEST-DATE
               PERFORM CHECK-NON-BUSINESS-DAY THRU
                       CHECK-NON-BUSINESS-DAY-EXIT
               IF WS-CAL-BUSINESS
                   SUBTRACT 1 FROM WS-AVL-DAYS-LEFT
               END-IF
           END-PERFORM.
           MOVE WS-CAL-TEST-DATE TO WS-AVL-AVAIL-DATE.
           SUBTRACT 1 FROM WS-CAL-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT) TO WS-AVL-EXPIRY.

      *    HOLD IDS ARE 'F' + THE POSTING DATE (YYMMDD) + A SEQUENCE,
      *    TAKING THE FIRST ONE NOT ALREADY ON FILE FOR THE ACCOUNT.
           SET WS-AVL-ID-TAKEN TO TRUE.
           PERFORM VARYING WS-AVL-SEQ FROM 1 BY 1
                   UNTIL WS-AVL-ID-FREE OR WS-AVL-SEQ = 999
               MOVE SPACES TO WS-AVL-HOLD-ID
               STRING 'F' WS-AVL-POST-DATE(3:6) WS-AVL-SEQ
                   DELIMITED BY SIZE INTO WS-AVL-HOLD-ID
               MOVE TF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               MOVE WS-AVL-HOLD-ID TO HD-HOLD-ID
               READ HOLDFILE
                   INVALID KEY
                       SET WS-AVL-ID-FREE TO TRUE
               END-READ
           END-PERFORM.
           IF WS-AVL-ID-TAKEN
               DISPLAY 'NO FREE AVAILABILITY HOLD ID FOR '
                       TF-ACCOUNT-NUMBER
               GO TO PLACE-AVAILABILITY-HOLD-EXIT
           END-IF.

           MOVE TF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE WS-AVL-HOLD-ID TO HD-HOLD-ID.
           MOVE WS-AVL-HOLD-AMOUNT TO HD-HOLD-AMOUNT.
           MOVE WS-AVL-EXPIRY TO HD-EXPIRY-DATE.
           MOVE WS-AVL-POST-DATE TO HD-PLACED-DATE.
           IF WS-NOT-EDIT-ONLY
               WRITE HOLD-RECORD
               END-WRITE
               PERFORM CHECK-HOLD-IO THRU CHECK-HOLD-IO-EXIT
           END-IF.
           ADD 1 TO WS-AVL-HOLD-COUNT.

      *    THE AUDIT LINE CARRIES THE DATE THE FUNDS COME FREE, SO
      *    THE STATEMENT SHOWS IT UNDER THE CREDIT IT BELONGS TO.
           MOVE AF-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE.
           MOVE TF-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT.
           MOVE 'HLD01' TO WS-AUDIT-CODE.
           MOVE WS-AVL-HOLD-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE 'H' TO WS-AUDIT-IND.
           MOVE WS-AVL-HOLD-ID TO WS-AUDIT-REFERENCE.
           MOVE SPACES TO WS-AUDIT-NARRATIVE.
           STRING 'FUNDS AVAILABLE ' WS-AVL-AVAIL-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-NARRATIVE.
           MOVE SPACES TO WS-AUDIT-TELLER.
           MOVE 0 TO WS-AUDIT-ORIG-AMOUNT WS-AUDIT-FX-RATE.
           MOVE SPACES TO WS-AUDIT-ORIG-CCY.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.
       PLACE-AVAILABILITY-HOLD-EXIT.
           EXIT.

      *    DAYS SINCE ACCTISSU ISSUED THE ACCOUNT NUMBER, AS OF THE
      *    POSTING DATE. NO REGISTRY, OR A NUMBER IT NEVER ISSUED
      *    (OPENED BEFORE THE REGISTRY), COUNTS AS LONG ESTABLISHED.
       FIND-ACCOUNT-AGE.
           MOVE 99999 TO WS-AVL-AGE.
           IF WS-REGISTRY-NOT-OPEN
               GO TO FIND-ACCOUNT-AGE-EXIT
           END-IF.
           MOVE TF-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER.
           READ REGISTRYFILE
               INVALID KEY
                   GO TO FIND-ACCOUNT-AGE-EXIT
           END-READ.
           IF RG-ISSUE-DATE NOT NUMERIC
               GO TO FIND-ACCOUNT-AGE-EXIT
           END-IF.
           COMPUTE WS-AVL-AGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AVL-POST-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RG-ISSUE-DATE)).
           IF WS-AVL-AGE-INT < 0
               MOVE 0 TO WS-AVL-AGE
           ELSE
           IF WS-AVL-AGE-INT > 99999
               MOVE 99999 TO WS-AVL-AGE
           ELSE
               MOVE WS-AVL-AGE-INT TO WS-AVL-AGE
           END-IF
           END-IF.
       FIND-ACCOUNT-AGE-EXIT.
           EXIT.

      *    DIFFERENT FEEDS SUPPLY TF-TRANSACTION-NAME IN DIFFERENT
      *    CASE, SO THE SAME MERCHANT READS DIFFERENTLY DEPENDING ON
      *    WHICH CHANNEL POSTED IT. FORCE UPPERCASE BEFORE POSTING OR
                       CHECK-TERM-MATURITY-EXIT
           END-IF.

      *    A CUSTOMER DEBIT ON AN ACCOUNT WHOSE CUSTOMER IS KYC-
      *    RESTRICTED REJECTS; CREDITS, AND THE BANK'S OWN CHARGES,
      *    STILL POST.
           IF WS-POST-OK AND TF-CREDIT-DEBIT-IND = 'D' AND
              (TF-TRANSACTION-CODE = 'WDL01' OR
               TF-TRANSACTION-CODE = 'XFROT' OR
               TF-TRANSACTION-CODE = 'OCQ01' OR
               TF-TRANSACTION-CODE = 'XOT01')
               PERFORM CHECK-KYC-RESTRICTION THRU
                       CHECK-KYC-RESTRICTION-EXIT
           END-IF.

      *    AN OFFICIAL CHEQUE NEEDS A PAYEE AND A SERIAL FROM THE
      *    BRANCH'S STOCK BEFORE THE PURCHASER IS DEBITED.
           IF WS-POST-OK AND TF-TRANSACTION-CODE = 'OCQ01'
               PERFORM CHECK-OFFICIAL-CHEQUE THRU
                       CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.

      *    AN EXTERNAL TRANSFER NEEDS A BENEFICIARY BANK THE NETWORK
      *    WILL ACCEPT BEFORE OUR CUSTOMER IS DEBITED FOR IT.
           IF WS-POST-OK AND TF-TRANSACTION-CODE = 'XOT01'
               PERFORM CHECK-EXTERNAL-TRANSFER THRU
                       CHECK-EXTERNAL-TRANSFER-EXIT
           END-IF.

      *    A CHARGE-OFF MUST WRITE OFF EXACTLY WHAT IS OWED - A
      *    DEPOSIT OR CHARGE SINCE THE AGING RUN PRICED IT SENDS IT
      *    BACK FOR THE NEXT RUN TO PRICE AFRESH.
           IF WS-POST-OK AND TF-TRANSACTION-CODE = 'COF01'
               PERFORM CHECK-CHARGE-OFF THRU CHECK-CHARGE-OFF-EXIT
           END-IF.

      *    DEBITS ARE TESTED AGAINST THE AVAILABLE BALANCE (LEDGER
      *    MINUS ACTIVE HOLDS) RATHER THAN THE RAW LEDGER, SO FUNDS
      *    ON HOLD CANNOT BE SPENT. THE LEDGER ITSELF STILL MOVES BY
      *        AN NSF-DESK PAY DECISION POSTS INTO OVERDRAFT ON
      *        MANAGEMENT'S SIGNATURE - NO SECOND AVAILABILITY TEST.
           IF TF-FORCE-POST
               IF TF-TRANSACTION-CODE = 'OCQ01'
                   PERFORM TAKE-OFFICIAL-CHEQUE-SERIAL THRU
                           TAKE-OFFICIAL-CHEQUE-SERIAL-EXIT
               END-IF
               IF WS-POST-OK
                   SUBTRACT TF-TRANSACTION-AMOUNT FROM
                            AF-ACCOUNT-BALANCE
               END-IF
           ELSE
               MOVE TF-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
               PERFORM COMPUTE-HOLD-TOTAL THRU
               COMPUTE WS-PROSPECTIVE-BALANCE =
                       AF-ACCOUNT-BALANCE - WS-HOLD-TOTAL -
                       TF-TRANSACTION-AMOUNT
      *        A WITHDRAWAL OR TRANSFER-OUT ON A PROTECTED ACCOUNT
      *        PULLS THE SHORTFALL IN FROM ITS FUNDING ACCOUNT BEFORE
      *        THE FUNDS TEST DECIDES ANYTHING.
               IF WS-PROSPECTIVE-BALANCE < (0 - AF-OVERDRAFT-LIMIT)
                  AND WS-ODL-COUNT > 0 AND
                  (TF-TRANSACTION-CODE = 'WDL01' OR
                   TF-TRANSACTION-CODE = 'XFROT' OR
                   TF-TRANSACTION-CODE = 'XOT01')
                   MOVE TF-ACCOUNT-NUMBER TO WS-ODP-ACCOUNT
                   MOVE TF-TRANSACTION-AMOUNT TO WS-ODP-DEBIT-AMOUNT
                   MOVE TF-SEQUENCE-NUMBER TO WS-ODP-SEQUENCE
                   SET WS-ODP-REWRITE-LATER TO TRUE
                   PERFORM TRY-OD-SWEEP THRU TRY-OD-SWEEP-EXIT
               END-IF
               IF WS-PROSPECTIVE-BALANCE < (0 - AF-OVERDRAFT-LIMIT)
                   PERFORM SET-AVAIL-REJECT-REASON THRU
                           SET-AVAIL-REJECT-REASON-EXIT
                   MOVE TF-TRANSACTION-AMOUNT TO WS-CAP-AMOUNT
                   PERFORM CHECK-DAILY-DEBIT-CAP THRU
                           CHECK-DAILY-DEBIT-CAP-EXIT
                   IF WS-POST-OK AND TF-TRANSACTION-CODE = 'OCQ01'
                       PERFORM TAKE-OFFICIAL-CHEQUE-SERIAL THRU
                               TAKE-OFFICIAL-CHEQUE-SERIAL-EXIT
                   END-IF
                   IF WS-POST-OK
                       SUBTRACT TF-TRANSACTION-AMOUNT FROM
                                AF-ACCOUNT-BALANCE
               MOVE SPACES TO WS-AUDIT-REFERENCE
               MOVE TF-TRANSACTION-NAME TO WS-AUDIT-NARRATIVE
               MOVE TF-TELLER-ID TO WS-AUDIT-TELLER
               IF TF-TRANSACTION-CODE = 'OCQ01'
                   PERFORM ISSUE-OFFICIAL-CHEQUE THRU
                           ISSUE-OFFICIAL-CHEQUE-EXIT
                   MOVE WS-OCQ-SERIAL TO WS-AUDIT-REFERENCE
               END-IF
               IF TF-TRANSACTION-CODE = 'XOT01'
                   PERFORM QUEUE-ORIGINATION THRU
                           QUEUE-ORIGINATION-EXIT
               END-IF
               IF WS-AUDIT-ORIG-CCY NOT = SPACES
                   PERFORM ACCUMULATE-FX-GL THRU ACCUMULATE-FX-GL-EXIT
               END-IF
               PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT
               IF TF-CREDIT-DEBIT-IND = 'C' AND WS-AVL-COUNT > 0
                   PERFORM PLACE-AVAILABILITY-HOLD THRU
                           PLACE-AVAILABILITY-HOLD-EXIT
               END-IF

               MOVE TF-ACCOUNT-NUMBER TO PK-ACCOUNT-NUMBER
               IF WS-EXT-ITEM
                   MOVE 'X' TO PK-RECORD-TYPE
               ELSE
                   MOVE 'D' TO PK-RECORD-TYPE
               END-IF
               MOVE WS-BATCH-DATE-RAW TO PK-BATCH-DATE
               MOVE WS-BATCH-IDX TO PK-BATCH-IDX
               MOVE TF-SEQUENCE-NUMBER TO PK-SEQUENCE-NUMBER
      *    MODIFY AN ACCOUNT SAFELY THROUGH A KEYED READ/WRITE/REWRITE
      *    INSTEAD OF THE OLD OPEN OUTPUT FALLBACK, WHICH USED TO
      *    TRUNCATE THE WHOLE ACCOUNT MASTER IF IT COULDN'T BE OPENED.
      *    THE KEYING OPERATOR IS CHECKED FIRST, BEFORE THE ITEM CAN
      *    REACH THE APPROVAL QUEUE. AN OPEN'S OPENING BALANCE COUNTS
      *    AGAINST THEIR AUTHORITY; OTHER MAINTENANCE MOVES NO MONEY.
       500-PROCESS-MAINTENANCE.
           MOVE MT-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
           MOVE 0 TO WS-CHK-OPERATOR-AMOUNT.
           IF MT-ACTION-OPEN AND MT-ACCOUNT-BALANCE NUMERIC
               MOVE MT-ACCOUNT-BALANCE TO WS-CHK-OPERATOR-AMOUNT
           END-IF.
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
           IF WS-POST-REJECTED
               DISPLAY 'MAINTENANCE REJECTED - OPERATOR '
                       MT-OPERATOR-ID ': ' WS-REJECT-REASON-TEXT
               PERFORM REJECT-MAINTENANCE THRU
                       REJECT-MAINTENANCE-EXIT
               GO TO 500-PROCESS-MAINTENANCE-EXIT
           END-IF.
           PERFORM 505-CHECK-DUAL-CONTROL THRU
                   505-CHECK-DUAL-CONTROL-EXIT.
           IF WS-DIVERT-NEEDED
                           DISPLAY 'ACCOUNT OPENED: '
                                   MT-ACCOUNT-NUMBER
                       END-IF
                       PERFORM 512-SCREEN-NEW-HOLDER THRU
                               512-SCREEN-NEW-HOLDER-EXIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'MAINTENANCE REJECTED - ALREADY EXISTS: '
       510-MAINT-OPEN-ACCOUNT-EXIT.
           EXIT.

      *    SCREENS THE NEW HOLDER NAME. EACH HIT IS APPENDED TO THE
      *    COMPLIANCE REVIEW QUEUE AS A PENDING ACCOUNT-HOLDER HIT
      *    (TYPE A, KEYED ON THE ACCOUNT) IN SANCSCRN'S LAYOUT. AN
      *    EDIT-ONLY RUN REPORTS THE HITS BUT QUEUES NOTHING, AS THE
      *    ACCOUNT WAS NEVER WRITTEN.
       512-SCREEN-NEW-HOLDER.
           MOVE MT-HOLDER-NAME TO WS-SCR-IN-NAME.
           PERFORM SCREEN-NAME THRU SCREEN-NAME-EXIT.
           IF WS-SCR-HIT-COUNT = 0
               GO TO 512-SCREEN-NEW-HOLDER-EXIT
           END-IF.
           IF WS-NOT-EDIT-ONLY
               OPEN EXTEND SANCREVIEWFILE
               IF SV-FILE-STATUS = '35'
                   OPEN OUTPUT SANCREVIEWFILE
               END-IF
               IF SV-FILE-STATUS NOT = '00'
                   DISPLAY 'SANCTIONS REVIEW FILE UNWRITABLE: '
                           SV-FILE-STATUS
               END-IF
           END-IF.
           PERFORM VARYING WS-SC-HIT FROM 1 BY 1
                   UNTIL WS-SC-HIT > WS-SCR-HIT-COUNT
               MOVE WS-SCR-HIT-IDX(WS-SC-HIT) TO WS-WL-IDX
               ADD 1 TO WS-SANC-HIT-COUNT
               DISPLAY 'POTENTIAL SANCTIONS HIT ON OPEN: '
                       MT-ACCOUNT-NUMBER ' ' WS-WL-REF(WS-WL-IDX)
               IF WS-NOT-EDIT-ONLY AND SV-FILE-STATUS = '00'
                   MOVE SPACES TO SANCREVIEW-RECORD
                   STRING 'P|' WS-PROCESSING-DATE '|A|'
                       MT-ACCOUNT-NUMBER '|' MT-ACCOUNT-NUMBER '|'
                       WS-WL-REF(WS-WL-IDX) '|OPEN    |'
                       WS-SCR-IN-NAME '|' WS-WL-NAME(WS-WL-IDX) '||'
                       DELIMITED BY SIZE INTO SANCREVIEW-RECORD
                   WRITE SANCREVIEW-RECORD
               END-IF
           END-PERFORM.
           IF WS-NOT-EDIT-ONLY AND SV-FILE-STATUS = '00'
               CLOSE SANCREVIEWFILE
           END-IF.
       512-SCREEN-NEW-HOLDER-EXIT.
           EXIT.

      *    WITH THE REGISTRY PRESENT, AN OPEN IS ONLY HONORED FOR A
      *    NUMBER ACCTISSU ISSUED - A PAPER-LOG NUMBER, A TYPO THAT
      *    HAPPENS TO CHECK-DIGIT, OR A PURGED NUMBER BEING REUSED
      *    OVER ARCHIVED HISTORY ALL REJECT R021 INSTEAD OF QUIETLY
      *    JOINING THE BOOK. A NUMBER ACCTPURGE HAS MOVED TO THE
      *    CLOSED-ACCOUNT ARCHIVE REJECTS R033 WHETHER OR NOT THE
      *    REGISTRY IS PRESENT - IT WAS ISSUED ONCE AND STAYS RETIRED.
       515-CHECK-REGISTRY.
           SET WS-POST-OK TO TRUE.
           IF WS-CLOSED-OPEN
               MOVE MT-ACCOUNT-NUMBER TO PU-ACCOUNT-NUMBER
               READ CLOSEDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-POST-REJECTED TO TRUE
                       DISPLAY 'MAINTENANCE REJECTED - NUMBER '
                           'RETIRED ' PU-PURGE-DATE ': '
                           MT-ACCOUNT-NUMBER
                       MOVE 'R033' TO WS-REJECT-REASON-CODE
                       MOVE 'ACCOUNT NUMBER RETIRED' TO
                            WS-REJECT-REASON-TEXT
                       PERFORM REJECT-MAINTENANCE THRU
                               REJECT-MAINTENANCE-EXIT
                       GO TO 515-CHECK-REGISTRY-EXIT
               END-READ
           END-IF.
           IF WS-REGISTRY-OPEN
               MOVE MT-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER
               READ REGISTRYFILE
                   PERFORM REJECT-MAINTENANCE THRU
                           REJECT-MAINTENANCE-EXIT
               NOT INVALID KEY
      *            THE CLOSE STAMPS THE LAST-ACTIVITY DATE, WHICH IS
      *            THE CLOSING DATE ACCTPURGE MEASURES RETENTION FROM.
                   SET AF-STATUS-CLOSED TO TRUE
                   MOVE WS-LAST-TRANSDATE TO AF-LAST-TRANS-DATE
                   IF WS-NOT-EDIT-ONLY
                       REWRITE ACCOUNT-RECORD
                       PERFORM CHECK-ACCOUNT-IO THRU
           ADD 1 TO WS-REJECT-COUNT.
           STRING MT-ACCOUNT-NUMBER ' | MAINTENANCE | ' MT-ACTION
           ' | ' WS-REJECT-REASON-CODE ' | ' WS-REJECT-REASON-TEXT
           ' | OPR ' MT-OPERATOR-ID
               DELIMITED BY SIZE INTO REJECT-RECORD.
           PERFORM WRITE-REJECT-OR-EDIT THRU
                   WRITE-REJECT-OR-EDIT-EXIT.
              WRITE RECON-RECORD
           END-IF.

      *    SWEEPS ARE NOT BATCH ITEMS - THEY MOVE MONEY (INCLUDED IN
      *    THE CREDIT/DEBIT SUMS ABOVE) BUT NOT THE ITEM COUNTS.
           IF WS-ODP-SWEEP-COUNT > 0
              STRING 'OVERDRAFT PROTECTION SWEEPS: ' WS-ODP-SWEEP-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

           IF WS-SANC-HIT-COUNT > 0
              STRING 'SANCTIONS HITS FOR REVIEW  : ' WS-SANC-HIT-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

           IF WS-OCQ-ISSUED-COUNT > 0
              STRING 'OFFICIAL CHEQUES ISSUED    : '
                  WS-OCQ-ISSUED-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

           IF WS-EXT-QUEUED-COUNT > 0
              STRING 'EXTERNAL TRANSFERS QUEUED  : '
                  WS-EXT-QUEUED-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

      *    RECOVERY DEBITS, LIKE SWEEPS, MOVE MONEY BUT ARE NOT ITEMS.
           IF WS-COF-COUNT > 0
              STRING 'ACCOUNTS CHARGED OFF       : ' WS-COF-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

           IF WS-RCV-COUNT > 0
              STRING 'CHARGE-OFF RECOVERIES      : ' WS-RCV-COUNT
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.

           IF (WS-POSTED-COUNT + WS-REJECT-COUNT +
               WS-DIVERTED-COUNT + WS-NSF-COUNT) <> WS-COUNT1
              MOVE 'COUNT MISMATCH: POSTED+REJECTED VS DETAIL READ'
      *    THIS BATCH, TOTALING CREDITS AND DEBITS SO THE GL INTERFACE
      *    DOESN'T HAVE TO RE-DERIVE THEM FROM OUTFILE DETAIL LINES.
       WRITE-GL-EXTRACT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1 UNTIL WS-GL-IDX > 18
               IF WS-GL-CREDIT-TOTAL(WS-GL-IDX) > 0 OR
                  WS-GL-DEBIT-TOTAL(WS-GL-IDX) > 0
                   MOVE SPACES TO GL-RECORD
                   DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
               PERFORM VARYING WS-BR-GL-IDX FROM 1 BY 1
                       UNTIL WS-BR-GL-IDX > 18
                   IF WS-BR-GL-CREDIT(WS-BR-IDX, WS-BR-GL-IDX) > 0
                      OR WS-BR-GL-DEBIT(WS-BR-IDX, WS-BR-GL-IDX) > 0
                       MOVE SPACES TO GL-RECORD

       WRITE-BRANCH-JOURNAL.
           PERFORM VARYING WS-BR-GL-IDX FROM 1 BY 1
                   UNTIL WS-BR-GL-IDX > 18
               IF WS-BR-GL-CREDIT(WS-BR-IDX, WS-BR-GL-IDX) > 0
                   MOVE WS-TXN-CODE(WS-BR-GL-IDX) TO WS-JRNL-CODE
                   MOVE WS-BR-GL-CREDIT(WS-BR-IDX, WS-BR-GL-IDX) TO

       900-FINALIZE.
           PERFORM WRITE-REPORT-FOOTER THRU WRITE-REPORT-FOOTER-EXIT.
           IF WS-AVL-COUNT > 0
               DISPLAY 'AVAILABILITY HOLDS PLACED: ' WS-AVL-HOLD-COUNT
           END-IF.
           MOVE '0000' TO WS-RUN-COMPLETION.
           PERFORM WRITE-RUN-STATUS THRU WRITE-RUN-STATUS-EXIT.
           PERFORM WRITE-AUDIT-SEAL THRU WRITE-AUDIT-SEAL-EXIT.
           IF WS-NOT-EDIT-ONLY
               CLOSE PENDAPPRFILE
               CLOSE NSFPENDFILE
               CLOSE ORIGQFILE
           END-IF.
           CLOSE ACCOUNTFILE.
           CLOSE HOLDFILE.
           IF WS-REGISTRY-OPEN
               CLOSE REGISTRYFILE
           END-IF.
           IF WS-CLOSED-OPEN
               CLOSE CLOSEDFILE
           END-IF.
           IF WS-OPER-OPEN
               CLOSE OPERFILE
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUSTFILE
           END-IF.
           IF WS-OFCHQ-OPEN
               CLOSE OFCHQFILE
           END-IF.
           IF WS-CHQSTOCK-OPEN
               CLOSE CHQSTOCKFILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.

      *    A CLEAN FINISH MEANS NO RESTART IS NEEDED NEXT RUN. A
