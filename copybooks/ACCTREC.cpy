      *  ACCTREC - SHARED ACCOUNT MASTER RECORD LAYOUT FOR ACCOUNTFILE
      *  (accounts_index.txt), KEYED ON AF-ACCOUNT-NUMBER. SHARED BY
      *  EVERY PROGRAM THAT READS OR MAINTAINS THE ACCOUNT MASTER.
      *  ALTERNATE KEYS (ALL WITH DUPLICATES) ON AF-CUSTOMER-NUMBER,
      *  AF-BRANCH-CODE AND AF-HOLDER-NAME: EVERY SELECT OF THE MASTER
      *  OR OF A FILE THAT REPLACES IT DECLARES ALL THREE, SO EACH
      *  WRITE, REWRITE AND DELETE KEEPS THE INDEXES IN STEP.
      *================================================================
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NUMBER  PIC X(10).
               88  AF-STATUS-FROZEN    VALUE 'F'.
               88  AF-STATUS-CLOSED    VALUE 'C'.
               88  AF-STATUS-DORMANT   VALUE 'D'.
      *        WRITTEN OFF: A LONG-OVERDRAWN BALANCE MOVED TO THE
      *        CHARGED-OFF GL BY A COF01 CREDIT. NOTHING MORE IS
      *        DEBITED; ANY LATER CREDIT IS TAKEN AS A RECOVERY.
               88  AF-STATUS-CHARGED-OFF VALUE 'W'.
           05  FILLER             PIC X(1).
           05  AF-HOLDER-NAME      PIC X(28).
           05  FILLER             PIC X(1).

      *    PRODUCT DESIGNATION: 'TD' MARKS A FIXED-TERM DEPOSIT WHOSE
      *    CONTRACT DETAILS (OPEN DATE, TERM, RATE, MATURITY
      *    INSTRUCTION) LIVE IN TERMDEP.DAT. 'LN' MARKS AN AMORTIZING
      *    LOAN WHOSE CONTRACT AND REPAYMENT STATE LIVE IN LOANS.DAT -
      *    THE LOAN BOOK IS CARRIED THERE, NOT IN THIS BALANCE.
      *    ANYTHING ELSE - INCLUDING THE SPACES ON LEGACY RECORDS - IS
      *    AN ORDINARY DEMAND ACCOUNT AND BEHAVES EXACTLY AS BEFORE.
           05  FILLER             PIC X(1).
           05  AF-ACCOUNT-TYPE    PIC X(2).
               88  AF-TYPE-TERM       VALUE 'TD'.
               88  AF-TYPE-LOAN       VALUE 'LN'.

      *    OWNING BRANCH. LEGACY RECORDS CARRY SPACES AND EVERY
      *    READER BUCKETS THEM AS BRANCH '000' (HEAD OFFICE), SO THE
