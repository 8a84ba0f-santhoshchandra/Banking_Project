      *================================================================
      *  ORIGQREC - OUTBOUND CLEARING ORIGINATION QUEUE (ORIGQ.DAT)
      *  ONE LINE PER EXTERNAL TRANSFER THAT HAS POSTED AGAINST OUR
      *  CUSTOMER: WRITTEN BY POSTING WHEN THE XOT01 DEBIT GOES
      *  THROUGH, READ AND EMPTIED BY CLRORIG WHEN IT BUILDS THE
      *  DAY'S OUTBOUND FILE FOR THE CLEARING NETWORK.
      *================================================================
       01  ORIGQ-RECORD.
           05  OQ-POSTING-DATE    PIC X(8).
           05  OQ-FROM-ACCOUNT    PIC X(10).
           05  OQ-BRANCH-CODE     PIC X(3).
           05  OQ-ROUTING-NUMBER  PIC X(9).
           05  OQ-BENEF-ACCOUNT   PIC X(17).
           05  OQ-AMOUNT          PIC 9(7)V99.
           05  OQ-CURRENCY-CODE   PIC X(3).
      *    THE POSTING BATCH AND SEQUENCE IDENTIFY THE ITEM ON THE
      *    AUDIT TRAIL IF THE NETWORK EVER QUERIES IT.
           05  OQ-BATCH-IDX       PIC 9(3).
           05  OQ-SEQUENCE-NUMBER PIC 9(6).
           05  FILLER             PIC X(12).
