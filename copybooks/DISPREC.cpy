      *================================================================
      *  DISPREC - DISPUTE CASE RECORD FOR DISPFILE
      *  (disputes_index.txt), KEYED ON DP-CASE-NUMBER. ONE CASE PER
      *  DISPUTED DEBIT: THE ORIGINAL POSTING IS IDENTIFIED BY ITS
      *  AUDIT-TRAIL ACCOUNT, REFERENCE (AL-REFERENCE, BLANK FOR PLAIN
      *  DETAIL ITEMS), POSTING DATE AND AMOUNT. MAINTAINED BY
      *  DISPUTE, WHICH POSTS THE PROVISIONAL CREDIT AT OPEN AND EITHER
      *  LEAVES IT (WON) OR TAKES IT BACK (LOST) AT RESOLUTION.
      *================================================================
       01  DISPUTE-RECORD.
           05  DP-CASE-NUMBER     PIC X(10).
           05  DP-ACCOUNT-NUMBER  PIC X(10).
           05  DP-ORIG-REFERENCE  PIC X(10).
      *    THE DISPUTED POSTING AS THE AUDIT TRAIL HAS IT: CODE,
      *    BUSINESS DATE (YYYY-MM-DD) AND FULL POSTED AMOUNT.
           05  DP-ORIG-CODE       PIC X(5).
           05  DP-ORIG-DATE       PIC X(10).
           05  DP-ORIG-AMOUNT     PIC 9(7)V99.
      *    THE AMOUNT IN DISPUTE - ALL OR PART OF THE ORIGINAL - AND
      *    SO THE AMOUNT PROVISIONALLY CREDITED.
           05  DP-AMOUNT          PIC 9(7)V99.
           05  DP-REASON          PIC X(30).
           05  DP-OPENED-DATE     PIC X(8).
      *    THE DATE BY WHICH THE CASE MUST BE RESOLVED UNDER THE
      *    REGULATION (OPENED + DISP|RESOLVE_DAYS).
           05  DP-DEADLINE-DATE   PIC X(8).
           05  DP-STATUS          PIC X(1).
               88  DP-STATUS-OPEN      VALUE 'O'.
               88  DP-STATUS-WON       VALUE 'W'.
               88  DP-STATUS-LOST      VALUE 'L'.
           05  DP-RESOLVED-DATE   PIC X(8).
           05  DP-OPERATOR-ID     PIC X(5).
           05  FILLER             PIC X(20).
