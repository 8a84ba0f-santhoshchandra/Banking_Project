           05  FILLER             PIC X(1).
           05  CM-DELIVERY-PREF   PIC X(1).
               88  CM-DELIVER-EMAIL   VALUE 'E'.

      *    KNOW-YOUR-CUSTOMER DUE DILIGENCE. THE RISK GRADE (L LOW,
      *    M MEDIUM, H HIGH) SETS HOW OFTEN IDENTITY IS RE-VERIFIED;
      *    THE LAST-REVIEW DATE IS WHEN IT LAST WAS AND THE NEXT-
      *    REVIEW DATE WHEN IT FALLS DUE AGAIN (YYYYMMDD), BOTH SET
      *    BY CUSTMNT WHEN A REVIEW IS RECORDED. A CUSTOMER PAST THE
      *    NEXT-REVIEW DATE BY MORE THAN THE GRACE PERIOD HAS CUSTOMER
      *    DEBITS REJECTED UNTIL THE REVIEW IS RECORDED. LEGACY
      *    RECORDS CARRY SPACES = NO REVIEW ON FILE, WHICH KYCREVW
      *    LISTS BUT NOTHING RESTRICTS.
           05  FILLER             PIC X(1).
           05  CM-RISK-RATING     PIC X(1).
               88  CM-RISK-LOW        VALUE 'L'.
               88  CM-RISK-MEDIUM     VALUE 'M'.
               88  CM-RISK-HIGH       VALUE 'H'.
           05  FILLER             PIC X(1).
           05  CM-LAST-REVIEW-DATE PIC X(8).
           05  FILLER             PIC X(1).
           05  CM-NEXT-REVIEW-DATE PIC X(8).

      *    TAX-ID CERTIFICATION FOR BACKUP WITHHOLDING: C = THE
      *    CUSTOMER HAS CERTIFIED THEIR TAX ID, U = UNCERTIFIED (NOT
      *    RETURNED, OR NOTIFIED INCORRECT BY THE TAX AUTHORITY), SET
      *    BY CUSTMNT WITH THE DATE THE STATUS TOOK EFFECT. INTCALC
      *    WITHHOLDS FROM AN UNCERTIFIED CUSTOMER'S INTEREST. LEGACY
      *    RECORDS CARRY SPACES = NO STATUS ON FILE, WHICH INTCALC
      *    COUNTS ON ITS SUMMARY BUT DOES NOT WITHHOLD FROM.
           05  FILLER             PIC X(1).
           05  CM-TIN-CERT-STATUS PIC X(1).
               88  CM-TIN-CERTIFIED   VALUE 'C'.
               88  CM-TIN-UNCERTIFIED VALUE 'U'.
           05  FILLER             PIC X(1).
           05  CM-TIN-CERT-DATE   PIC X(8).

      *    PERSONAL-DATA RETENTION. A LEGAL HOLD (Y, SET OR RELEASED
      *    BY CUSTMNT WITH THE DATE IT TOOK EFFECT) EXEMPTS THE
      *    CUSTOMER FROM CUSTERASE WHATEVER ELSE IS TRUE OF THEM -
      *    LITIGATION, A REGULATOR'S PRESERVATION NOTICE. THE ERASED
      *    DATE IS WHEN CUSTERASE ANONYMISED THE NAME, PHONE AND
      *    ADDRESS (YYYYMMDD); SPACES = THE PERSONAL DATA IS LIVE.
           05  FILLER             PIC X(1).
           05  CM-LEGAL-HOLD      PIC X(1).
               88  CM-ON-LEGAL-HOLD   VALUE 'Y'.
           05  FILLER             PIC X(1).
           05  CM-LEGAL-HOLD-DATE PIC X(8).
           05  FILLER             PIC X(1).
           05  CM-ERASED-DATE     PIC X(8).
