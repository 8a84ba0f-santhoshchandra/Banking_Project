      *================================================================
      *  VAULTREC - BRANCH VAULT CONTROL RECORD FOR VAULTFILE
      *  (vault_index.txt), ONE PER BRANCH, KEYED ON THE BRANCH CODE.
      *  OPENED BY VAULTCTL'S OPEN INSTRUCTION AND CARRIED FORWARD BY
      *  ITS DAILY PROOF: VL-OPEN-BALANCE IS THE CASH THE VAULT STARTS
      *  THE NEXT BUSINESS DAY WITH - THE COUNTED CLOSE, OR THE BOOK
      *  POSITION WHEN THE BRANCH SUBMITTED NO COUNT. EVERY MOVEMENT
      *  BEHIND IT IS ON THE VAULT LEDGER (VAULTLEDGER.DAT).
      *================================================================
       01  VAULT-RECORD.
           05  VL-BRANCH-CODE     PIC X(3).
      *    THE BANK'S OWN CEILING FOR CASH HELD AT THE BRANCH (ZERO =
      *    THE VAULT|POLICY_LIMIT DEFAULT), AND THE CASH-ON-PREMISES
      *    COVER UNDER THE INSURANCE POLICY (ZERO = NONE ON FILE).
           05  VL-POLICY-LIMIT    PIC 9(9)V99.
           05  VL-INSURED-LIMIT   PIC 9(9)V99.
           05  VL-OPEN-BALANCE    PIC S9(9)V99.
      *    CASH ORDERED FROM THE CASH CENTRE AND NOT YET RECEIVED.
           05  VL-ORDERS-OUTSTANDING PIC 9(9)V99.
           05  VL-LAST-PROOF-DATE PIC X(8).
           05  VL-LAST-PROOF-STATUS PIC X(1).
               88  VL-PROOF-BALANCED   VALUE 'B'.
               88  VL-PROOF-OVER       VALUE 'O'.
               88  VL-PROOF-SHORT      VALUE 'S'.
               88  VL-PROOF-UNCOUNTED  VALUE 'U'.
      *    COUNTED MINUS EXPECTED AT THE LAST COUNTED PROOF.
           05  VL-LAST-DIFFERENCE PIC S9(9)V99.
           05  VL-LAST-COUNT-DATE PIC X(8).
           05  VL-OPENED-DATE     PIC X(8).
           05  FILLER             PIC X(20).
