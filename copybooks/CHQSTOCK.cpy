      *================================================================
      *  CHQSTOCK - OFFICIAL-CHEQUE STOCK CONTROL RECORD FOR
      *  CHQSTOCKFILE (chqstock_index.txt), ONE PER BRANCH, KEYED ON
      *  THE BRANCH CODE. A BRANCH MAY ONLY ISSUE SERIALS FROM THE
      *  RANGE OF PRE-PRINTED STOCK LOADED FOR IT (BY OFFCHQ'S STOCK
      *  INSTRUCTION); POSTING TAKES CS-NEXT-SERIAL AND STEPS IT ON.
      *  A BRANCH WHOSE NEXT SERIAL HAS PASSED THE LAST ONE IS OUT OF
      *  STOCK AND ITS ISSUES REJECT UNTIL A NEW RANGE IS LOADED.
      *================================================================
       01  CHQSTOCK-RECORD.
           05  CS-BRANCH-CODE     PIC X(3).
           05  CS-FIRST-SERIAL    PIC 9(10).
           05  CS-LAST-SERIAL     PIC 9(10).
           05  CS-NEXT-SERIAL     PIC 9(10).
           05  CS-LOADED-DATE     PIC X(8).
           05  FILLER             PIC X(20).
