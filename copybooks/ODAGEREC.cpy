      *================================================================
      *  ODAGEREC - OVERDRAWN-ACCOUNT AGING RECORD FOR ODAGEFILE
      *  (odaging_index.txt), KEYED ON OA-ACCOUNT-NUMBER. ONE RECORD
      *  PER ACCOUNT WHILE IT IS OVERDRAWN, AND FOR GOOD ONCE IT HAS
      *  BEEN CHARGED OFF, SO RECOVERIES CAN BE SET AGAINST THE LOSS.
      *  MAINTAINED BY ODAGING. A CURED ACCOUNT STAYS ON FILE ONLY
      *  UNTIL THE MONTH-END RUN RELEASES THE PROVISION HELD FOR IT.
      *================================================================
       01  ODAGE-RECORD.
           05  OA-ACCOUNT-NUMBER  PIC X(10).
           05  OA-STATUS          PIC X(1).
               88  OA-STATUS-OVERDRAWN   VALUE 'O'.
               88  OA-STATUS-CURED       VALUE 'C'.
               88  OA-STATUS-CHARGED-OFF VALUE 'W'.
           05  OA-BRANCH-CODE     PIC X(3).
      *    FIRST BUSINESS DATE OF THE CURRENT UNBROKEN RUN OF NEGATIVE
      *    CLOSING BALANCES, AND THE LAST DATE THE AGING RUN SAW IT.
           05  OA-OVERDRAWN-SINCE PIC X(8).
           05  OA-LAST-SEEN-DATE  PIC X(8).
           05  OA-DAYS-OVERDRAWN  PIC 9(5).
           05  OA-BUCKET          PIC X(4).
           05  OA-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
      *    LOSS ALLOWANCE BOOKED AGAINST THIS ACCOUNT BY THE LAST
      *    MONTH-END PROVISION.
           05  OA-PROVISION       PIC 9(9)V99.
      *    A COF01 WRITE-OFF SENT TO POSTING AND NOT YET SEEN POSTED.
           05  OA-CO-SENT-DATE    PIC X(8).
           05  OA-CO-SENT-AMOUNT  PIC 9(7)V99.
           05  OA-CHARGEOFF-DATE  PIC X(8).
           05  OA-CHARGEOFF-AMOUNT PIC 9(7)V99.
      *    WRITTEN OFF AGAINST THE ALLOWANCE SINCE THE LAST MONTH-END
      *    PROVISION, WHICH TOPS THE ALLOWANCE BACK UP FOR IT.
           05  OA-CO-UNBOOKED     PIC 9(7)V99.
           05  OA-RECOVERED-AMOUNT PIC 9(9)V99.
           05  FILLER             PIC X(26).
      *    ONE CONTROL RECORD UNDER KEY ZEROS: THE LAST MONTH
      *    PROVISIONED, AND HOW FAR THE AUDIT TRAIL HAS BEEN READ FOR
      *    RCV01 RECOVERIES (AUDIT TIMESTAMP).
       01  ODAGE-CONTROL REDEFINES ODAGE-RECORD.
           05  OK-CONTROL-KEY     PIC X(10).
           05  OK-LAST-PERIOD     PIC 9(6).
           05  OK-RECOVERY-THRU   PIC X(16).
           05  FILLER             PIC X(108).
