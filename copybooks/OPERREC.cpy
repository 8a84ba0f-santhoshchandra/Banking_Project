      *================================================================
      *  OPERREC - OPERATOR MASTER RECORD FOR OPERFILE
      *  (operators_index.txt), KEYED ON OP-OPERATOR-ID. ONE RECORD
      *  PER PERSON WHO KEYS ITEMS OR DECIDES ON A REVIEW DESK.
      *  MAINTAINED BY OPERMNT; POSTING CHECKS THE KEYING TELLER OR
      *  OPERATOR AGAINST IT, AND APPROVER, NSFREVIW AND REJRECYC
      *  CHECK THE DECIDING OFFICER. A DEPARTED EMPLOYEE IS REVOKED,
      *  NEVER DELETED, SO THE ID CAN NEVER BE HANDED OUT AGAIN.
      *================================================================
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID     PIC X(5).
           05  OP-OPERATOR-NAME   PIC X(30).
           05  OP-BRANCH-CODE     PIC X(3).
      *    T = TELLER, KEYS ITEMS; O = OFFICER, KEYS ITEMS AND DECIDES
      *    ON THE APPROVAL, NSF AND REPAIR DESKS; S = SECURITY
      *    ADMINISTRATOR, MAINTAINS THIS FILE AND NOTHING ELSE.
           05  OP-ROLE            PIC X(1).
               88  OP-ROLE-TELLER      VALUE 'T'.
               88  OP-ROLE-OFFICER     VALUE 'O'.
               88  OP-ROLE-SECADMIN    VALUE 'S'.
               88  OP-ROLE-VALID       VALUE 'T' 'O' 'S'.
      *    LARGEST SINGLE ITEM THE OPERATOR MAY KEY, OR PAY ON THE NSF
      *    DESK. ZERO = NO MONETARY AUTHORITY AT ALL.
           05  OP-AUTHORITY-LIMIT PIC 9(7)V99.
           05  OP-STATUS          PIC X(1).
               88  OP-STATUS-ACTIVE    VALUE 'A'.
               88  OP-STATUS-REVOKED   VALUE 'R'.
           05  OP-ADDED-DATE      PIC X(8).
           05  OP-STATUS-DATE     PIC X(8).
           05  OP-CHANGED-DATE    PIC X(8).
           05  OP-CHANGED-BY      PIC X(5).
           05  FILLER             PIC X(22).
