      *================================================================
      *  WATCHLST - SANCTIONS / WATCH-LIST TABLE AND NAME-SCREENING
      *  WORK FIELDS, SHARED BY EVERY PROGRAM THAT SCREENS A NAME
      *  (SANCSCRN'S FULL RESCREEN, BANKTRANS AT ACCOUNT OPEN,
      *  CUSTMNT AT CUSTOMER ADD/CHANGE) SO ALL THREE MATCH BY THE
      *  SAME RULES.
      *
      *  WATCHLIST.DAT LINES ARE LISTREF|NAME. EVERY NAME - LIST OR
      *  CANDIDATE - IS NORMALIZED BEFORE COMPARING: UPPER-CASED,
      *  APOSTROPHES AND FULL STOPS DROPPED (O'BRIEN = OBRIEN),
      *  OTHER PUNCTUATION TREATED AS A WORD BREAK, AND THE WORDS
      *  SORTED - SO "SMITH, JOHN" AND "John Smith" NORMALIZE ALIKE.
      *  A CANDIDATE IS A POTENTIAL HIT WHEN ITS NORMALIZED NAME
      *  EQUALS A LIST ENTRY'S, OR WHEN EVERY WORD OF A MULTI-WORD
      *  LIST ENTRY APPEARS AMONG THE CANDIDATE'S WORDS (A MIDDLE
      *  NAME OR INITIAL ON OUR SIDE DOES NOT HIDE A MATCH).
      *================================================================
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 500 TIMES.
               10  WS-WL-REF          PIC X(12).
               10  WS-WL-NAME         PIC X(40).
               10  WS-WL-NORM         PIC X(60).
               10  WS-WL-TOKENS       PIC 9(2).
       01  WS-WL-COUNT        PIC 9(3) VALUE 0.
       01  WS-WL-IDX          PIC 9(3).
       01  WS-WL-F1           PIC X(12).
       01  WS-WL-F2           PIC X(40).

      *    NORMALIZER INPUT/OUTPUT. WS-SCR-IN-NAME GOES IN; THE
      *    SORTED WORDS COME OUT IN WS-SCR-TOKEN AND JOINED IN
      *    WS-SCR-NORM.
       01  WS-SCR-IN-NAME     PIC X(40).
       01  WS-SCR-NORM        PIC X(60).
       01  WS-SCR-TOKEN-TABLE.
           05  WS-SCR-TOKEN       PIC X(20) OCCURS 8 TIMES.
       01  WS-SCR-TOKEN-COUNT PIC 9(2).
       01  WS-SCR-TOKEN-LEN   PIC 9(2).
       01  WS-SCR-POS         PIC 9(2).
       01  WS-SCR-CHAR        PIC X(1).
       01  WS-SCR-I           PIC 9(2).
       01  WS-SCR-J           PIC 9(2).
       01  WS-SCR-SWAP        PIC X(20).
       01  WS-SCR-NORM-PTR    PIC 9(3).

      *    ONE LIST ENTRY'S WORDS, FOR THE ALL-WORDS-PRESENT TEST.
       01  WS-SCR-LIST-TOKEN-TABLE.
           05  WS-SCR-LIST-TOKEN  PIC X(20) OCCURS 8 TIMES.
       01  WS-SCR-FOUND-SW    PIC X(1).
           88  WS-SCR-WORD-FOUND     VALUE 'Y'.
           88  WS-SCR-WORD-NOT-FOUND VALUE 'N'.
       01  WS-SCR-ALL-SW      PIC X(1).
           88  WS-SCR-ALL-PRESENT    VALUE 'Y'.
           88  WS-SCR-NOT-ALL-PRESENT VALUE 'N'.

      *    HITS FOR THE NAME JUST SCREENED - LIST-TABLE SUBSCRIPTS.
       01  WS-SCR-HIT-TABLE.
           05  WS-SCR-HIT-IDX     PIC 9(3) OCCURS 10 TIMES.
       01  WS-SCR-HIT-COUNT   PIC 9(2).
