      *================================================================
      *  BALAVGREC - PERIOD BALANCE FIGURES (balavg_index.txt), KEYED
      *  ON BA-ACCOUNT-NUMBER. MAINTAINED BY BALHIST FROM EACH DAY'S
      *  BALANCE HISTORY LINE; READ BY INTCALC, FEEASSES AND ACCTINQ.
      *  A PERIOD IS A CALENDAR MONTH (YYYYMM). EVERY CALENDAR DAY
      *  COUNTS: A WEEKEND OR HOLIDAY CARRIES THE PREVIOUS BUSINESS
      *  DAY'S CLOSING LEDGER, SO THE AVERAGE DAILY BALANCE IS THE
      *  BALANCE-DAYS DIVIDED BY THE DAYS SEEN. A MONTH STARTED PART
      *  WAY THROUGH (NEW ACCOUNT) AVERAGES OVER THE DAYS IT HAD.
      *================================================================
       01  BALAVG-RECORD.
           05  BA-ACCOUNT-NUMBER  PIC X(10).
      *    THE LAST HISTORY DATE APPLIED AND ITS CLOSING LEDGER - THE
      *    BALANCE CARRIED OVER THE DAYS UNTIL THE NEXT SNAPSHOT.
           05  BA-LAST-DATE       PIC 9(8).
           05  BA-LAST-LEDGER     PIC S9(7)V99.
      *    THE MONTH IN PROGRESS, TO THE LAST DATE APPLIED.
           05  BA-CUR-PERIOD      PIC 9(6).
           05  BA-CUR-DAYS        PIC 9(3).
           05  BA-CUR-BAL-DAYS    PIC S9(11)V99.
           05  BA-CUR-ADB         PIC S9(7)V99.
           05  BA-CUR-MIN         PIC S9(7)V99.
      *    THE LAST COMPLETE MONTH, FROZEN WHEN THE NEXT ONE STARTS.
           05  BA-PRV-PERIOD      PIC 9(6).
           05  BA-PRV-DAYS        PIC 9(3).
           05  BA-PRV-ADB         PIC S9(7)V99.
           05  BA-PRV-MIN         PIC S9(7)V99.
           05  FILLER             PIC X(20).
