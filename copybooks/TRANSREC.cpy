      *  ONE 72-BYTE PHYSICAL RECORD, REDEFINED BY RECORD TYPE:
      *  HDR (BATCH HEADER), DETAIL (TRANS-DATA), TRL (TRAILER),
      *  REV (REVERSAL), MNT (ACCOUNT MAINTENANCE), TRF (TWO-LEGGED
      *  FUNDS TRANSFER), EXT (TRANSFER TO ANOTHER BANK). SHARED BY
      *  EVERY PROGRAM THAT READS OR WRITES TRANSACTIONS.DAT-STYLE
      *  FILES.
      *  BYTES 65-72 ARE THE CHANNEL EXTENSION ADDED FOR TELLER
      *  IDENTIFICATION: A DETAIL RECORD CARRIES THE KEYING TELLER'S
      *  OPERATOR ID THERE. OLD 64-BYTE FEEDS READ IN WITH THE
      *        'F' MARKS A DEBIT THE NSF DESK HAS DECIDED TO PAY:
      *        POSTING APPLIES IT INTO OVERDRAFT INSTEAD OF TESTING
      *        THE AVAILABLE BALANCE AGAIN. ONLY THE NSF REVIEW
      *        PROGRAM SETS IT, THE DISPUTE PROGRAM ON THE DEBIT
      *        THAT TAKES BACK A LOST DISPUTE'S PROVISIONAL CREDIT,
      *        INTCALC ON THE BWH01 BACKUP WITHHOLDING TAKEN OUT
      *        OF THE INTEREST CREDIT IT FOLLOWS, AND GARNISH ON THE
      *        LGL01 DEBIT PAYING HELD FUNDS OVER TO A LEGAL ORDER.
               10  TF-FORCE-POST-FLAG PIC X(1).
                   88  TF-FORCE-POST      VALUE 'F'.
               10  FILLER             PIC X(2).
      *    TT-DEBIT-TOTAL / TT-CREDIT-TOTAL SUM THE AMOUNTS OF THE
      *    BATCH'S MONETARY RECORDS BY THE RECORD'S OWN INDICATOR
      *    (DETAIL BY ITS EFFECTIVE C/D, REV BY TR-CREDIT-DEBIT-IND,
      *    A TRF COUNTS ITS AMOUNT ON BOTH SIDES, AN EXT AS A DEBIT;
      *    HOLDS COUNT ON NEITHER). TT-HASH-TOTAL IS THE MOD-10**10
      *    SUM OF EACH MONETARY RECORD'S PRIMARY ACCOUNT NUMBER (TRF
      *    AND EXT = FROM ACCOUNT; HOLDS INCLUDED). SPACES IN THESE
      *    FIELDS MEAN AN OLD-FORMAT TRAILER - COUNT-ONLY VALIDATION
      *    STILL APPLIES.
           05  TRANS-TRAILER REDEFINES TRANS-HEADER.
               10  TT-RECORD-TYPE     PIC X(3).
               10  TT-RECORD-COUNT    PIC 9(5).
               10  TX-CURRENCY-CODE   PIC X(3).
               10  FILLER             PIC X(21).

      *    AN EXT RECORD DEBITS OUR CUSTOMER FOR A PAYMENT TO AN
      *    ACCOUNT AT ANOTHER BANK, IDENTIFIED BY THE BENEFICIARY
      *    BANK'S ROUTING NUMBER AND ITS OWN ACCOUNT NUMBER. POSTING
      *    TAKES IT AS AN XOT01 DEBIT AND QUEUES IT FOR THE OUTBOUND
      *    CLEARING FILE. FOR TRAILER TOTALS IT COUNTS AS A DEBIT AND
      *    HASHES ITS FROM-ACCOUNT.
           05  TRANS-EXTERNAL REDEFINES TRANS-HEADER.
               10  EX-RECORD-TYPE     PIC X(3).
               10  EX-FROM-ACCOUNT    PIC X(10).
               10  EX-TRANSACTION-AMOUNT PIC 9(7)V99.
               10  EX-ROUTING-NUMBER  PIC X(9).
               10  EX-BENEF-ACCOUNT   PIC X(17).
               10  EX-SEQUENCE-NUMBER PIC 9(6).
               10  EX-CURRENCY-CODE   PIC X(3).
               10  EX-TELLER-ID       PIC X(5).
               10  FILLER             PIC X(10).

      *    AN HLD RECORD PLACES ('P') OR RELEASES ('R') A FUNDS HOLD
      *    OF A GIVEN AMOUNT AND EXPIRY ON AN ACCOUNT. HOLDS REDUCE
      *    THE AVAILABLE BALANCE DEBIT POSTING ENFORCES, WITHOUT
