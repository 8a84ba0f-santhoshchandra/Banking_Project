      *================================================================
      *  BALHREC - END-OF-DAY BALANCE HISTORY LINE (BALHIST.DAT)
      *  ONE LINE PER ACCOUNT PER BUSINESS DAY, APPENDED BY BALHIST
      *  AFTER THE DAY'S POSTING: THE CLOSING LEDGER, THE HOLDS IN
      *  FORCE AND THE AVAILABLE BALANCE (LEDGER MINUS ACTIVE HOLDS,
      *  THE ACCTINQ RULE). THE FILE IS IN DATE ORDER, SO THE AVERAGE
      *  AND MINIMUM FIGURES ON BALAVGREC CAN ALWAYS BE REBUILT FROM
      *  IT. TRIMMED TO ITS RETENTION WINDOW BY ARCHPURGE.
      *================================================================
       01  BALHIST-RECORD.
           05  BH-BALANCE-DATE    PIC 9(8).
           05  BH-ACCOUNT-NUMBER  PIC X(10).
           05  BH-LEDGER-BALANCE  PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  BH-HOLD-TOTAL      PIC 9(9)V99.
           05  BH-AVAILABLE       PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  BH-ACCOUNT-STATUS  PIC X(1).
           05  BH-ACCOUNT-TYPE    PIC X(2).
           05  BH-BRANCH-CODE     PIC X(3).
           05  FILLER             PIC X(23).
