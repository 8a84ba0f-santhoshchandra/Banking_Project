      *================================================================
      *  LEGALREC - LEGAL ORDER RECORD FOR LEGALFILE
      *  (legalorders_index.txt), KEYED ON LO-ORDER-NUMBER. ONE RECORD
      *  PER GARNISHMENT, LEVY OR OTHER COURT ORDER SERVED ON THE
      *  BANK, AGAINST A SINGLE ACCOUNT OR AGAINST EVERY ACCOUNT OF A
      *  CUSTOMER. ENTERED AND LIFTED BY LEGALMNT; GARNISH HOLDS THE
      *  ATTACHABLE FUNDS, PAYS THEM OVER WHEN THE ORDER MATURES AND
      *  KEEPS CAPTURING LATER DEPOSITS UNTIL IT IS SATISFIED.
      *================================================================
       01  LEGAL-RECORD.
           05  LO-ORDER-NUMBER    PIC X(10).
           05  LO-COURT-REFERENCE PIC X(20).
      *    A = ONE ACCOUNT (LO-ACCOUNT-NUMBER); C = EVERY ACCOUNT THE
      *    CUSTOMER HOLDS (LO-CUSTOMER-NUMBER).
           05  LO-TARGET-TYPE     PIC X(1).
               88  LO-TARGET-ACCOUNT   VALUE 'A'.
               88  LO-TARGET-CUSTOMER  VALUE 'C'.
           05  LO-ACCOUNT-NUMBER  PIC X(10).
           05  LO-CUSTOMER-NUMBER PIC X(10).
      *    THE SUM THE ORDER DIRECTS THE BANK TO PAY OVER, AND THE
      *    BALANCE PROTECTED FROM IT (STATUTORY EXEMPTION) - NEVER
      *    HELD OR TAKEN, ACROSS ALL THE ORDER'S ACCOUNTS TOGETHER.
           05  LO-ORDERED-AMOUNT  PIC 9(9)V99.
           05  LO-EXEMPT-AMOUNT   PIC 9(9)V99.
           05  LO-RECEIVED-DATE   PIC X(8).
      *    LOWER NUMBER ATTACHES FIRST WHEN ORDERS COMPETE FOR THE
      *    SAME FUNDS; EQUAL PRIORITIES GO BY DATE RECEIVED.
           05  LO-PRIORITY        PIC 9(2).
      *    THE DATE THE HELD FUNDS ARE PAID OVER TO LEGAL-ORDERS
      *    PAYABLE - THE END OF THE CUSTOMER'S ANSWER PERIOD.
           05  LO-RELEASE-DATE    PIC X(8).
           05  LO-STATUS          PIC X(1).
               88  LO-STATUS-ACTIVE    VALUE 'A'.
               88  LO-STATUS-SATISFIED VALUE 'S'.
               88  LO-STATUS-LIFTED    VALUE 'L'.
      *    FUNDS UNDER THE ORDER'S HOLDS AS OF GARNISH'S LAST RUN, AND
      *    THE RUNNING TOTAL ALREADY PAID OVER. THE HOLDS CARRY IDS
      *    'L' + THE LAST SIX DIGITS OF THE ORDER + LO-HOLD-SEQ.
           05  LO-HELD-AMOUNT     PIC 9(9)V99.
           05  LO-SWEPT-AMOUNT    PIC 9(9)V99.
           05  LO-HOLD-SEQ        PIC 9(3).
           05  LO-OPERATOR-ID     PIC X(5).
           05  LO-ENTERED-DATE    PIC X(8).
      *    LAST BUSINESS DATE GARNISH ACTED ON THE ORDER (A RERUN THE
      *    SAME DAY LEAVES IT ALONE), AND THE DATE IT WAS SATISFIED OR
      *    ITS LIFT WAS CARRIED OUT.
           05  LO-LAST-RUN-DATE   PIC X(8).
           05  LO-CLOSED-DATE     PIC X(8).
           05  FILLER             PIC X(20).
