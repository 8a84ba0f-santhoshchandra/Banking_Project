      *================================================================
      *  CARDREC - CARD MASTER RECORD FOR CARDFILE (cards_index.txt),
      *  KEYED ON CD-CARD-NUMBER. EACH CARD LINKS TO ONE ACCOUNT, SO
      *  A LOST CARD CAN BE BLOCKED WITHOUT FREEZING THE ACCOUNT AND
      *  THE CARD SWITCH NO LONGER TRANSLATES CARD TO ACCOUNT ON ITS
      *  SIDE. MAINTAINED BY CARDMNT; AUTHSRV DECIDES AGAINST IT AND
      *  CARRIES THE DAY'S PER-CARD USAGE.
      *================================================================
       01  CARD-RECORD.
           05  CD-CARD-NUMBER     PIC X(16).
           05  CD-ACCOUNT-NUMBER  PIC X(10).
           05  CD-CARD-STATUS     PIC X(1).
               88  CD-STATUS-ACTIVE    VALUE 'A'.
               88  CD-STATUS-LOST      VALUE 'L'.
               88  CD-STATUS-STOLEN    VALUE 'S'.
               88  CD-STATUS-EXPIRED   VALUE 'E'.
      *    LAST DAY THE CARD IS GOOD FOR (YYYYMMDD). A CARD PAST THIS
      *    DATE DECLINES AS EXPIRED EVEN BEFORE CARDMNT MARKS IT 'E'.
           05  CD-EXPIRY-DATE     PIC 9(8).
      *    PER-CARD DAILY LIMITS BY CHANNEL, ON TOP OF THE ACCOUNT'S
      *    OWN FUNDS TEST. ZERO = NO CARD-LEVEL LIMIT ON THAT CHANNEL.
           05  CD-ATM-DAILY-LIMIT PIC 9(7)V99.
           05  CD-POS-DAILY-LIMIT PIC 9(7)V99.
           05  CD-ISSUE-BRANCH    PIC X(3).
           05  CD-ISSUE-DATE      PIC X(8).
      *    APPROVED AMOUNTS SO FAR FOR CD-USAGE-DATE. A NEW BUSINESS
      *    DATE RESETS BOTH, THE SAME WAY THE ACCOUNT'S DAILY DEBIT
      *    CAP ROLLS OVER.
           05  CD-USAGE-DATE      PIC X(8).
           05  CD-ATM-USED-TODAY  PIC 9(7)V99.
           05  CD-POS-USED-TODAY  PIC 9(7)V99.
           05  CD-STATUS-DATE     PIC X(8).
           05  FILLER             PIC X(20).
