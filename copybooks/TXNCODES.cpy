               'ODI01DEBIT INTEREST      D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'ESC01ESCHEATMENT         D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'LNP01LOAN REPAYMENT      D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'OCQ01OFFICIAL CHEQUE     D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'DSP01DISPUTE PROV CREDIT C000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'DSP02DISPUTE CREDIT REVD D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'XOT01EXTERNAL TRANSFER   D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'XRT01EXT TRANSFER RETURN C000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'COF01OVERDRAFT CHARGEOFF C000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'RCV01CHARGEOFF RECOVERY  D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'BWH01BACKUP WITHHOLDING  D000000001999999999'.
           05  FILLER PIC X(44) VALUE
               'LGL01LEGAL ORDER PAYMENT D000000001999999999'.
       01  WS-TXN-CODE-TABLE REDEFINES WS-TXN-CODE-TABLE-DATA.
           05  WS-TXN-CODE-ENTRY OCCURS 18 TIMES INDEXED BY WS-TXN-IDX.
               10  WS-TXN-CODE         PIC X(5).
               10  WS-TXN-CODE-DESC    PIC X(20).
               10  WS-TXN-CODE-DR-CR   PIC X(1).
