      *================================================================
      *  OFCHQREC - OFFICIAL (CASHIER'S) CHEQUE REGISTER RECORD FOR
      *  OFCHQFILE (officialchq_index.txt), KEYED ON THE CHEQUE
      *  SERIAL. POSTING WRITES ONE AT ISSUE (OCQ01), CLRTRANS
      *  RETIRES IT WHEN THE CHEQUE IS PRESENTED, OFFCHQ AGES WHAT
      *  IS STILL OUTSTANDING AND MARKS LONG-UNCLAIMED ITEMS FOR
      *  ESCHEATMENT, AND ESCHEAT REMITS THEM.
      *================================================================
       01  OFCHQ-RECORD.
           05  OC-SERIAL-NUMBER   PIC X(10).
           05  OC-BRANCH-CODE     PIC X(3).
      *    THE PURCHASER'S ACCOUNT THE FACE AMOUNT WAS DEBITED FROM.
           05  OC-ACCOUNT-NUMBER  PIC X(10).
           05  OC-PAYEE-NAME      PIC X(30).
           05  OC-AMOUNT          PIC 9(7)V99.
           05  OC-ISSUE-DATE      PIC X(8).
      *    O OUTSTANDING, P PAID (PRESENTED AND RETIRED), U UNCLAIMED
      *    (LIABILITY MOVED TO ESCHEATMENT, AWAITING REMITTANCE),
      *    E ESCHEATED (REMITTED TO THE STATE).
           05  OC-STATUS          PIC X(1).
               88  OC-STATUS-OUTSTANDING VALUE 'O'.
               88  OC-STATUS-PAID        VALUE 'P'.
               88  OC-STATUS-UNCLAIMED   VALUE 'U'.
               88  OC-STATUS-ESCHEATED   VALUE 'E'.
           05  OC-STATUS-DATE     PIC X(8).
      *    THE CLEARING REFERENCE THE CHEQUE WAS PAID UNDER.
           05  OC-PRESENTED-REF   PIC X(10).
           05  OC-TELLER-ID       PIC X(5).
           05  FILLER             PIC X(20).
