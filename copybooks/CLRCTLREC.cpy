      *================================================================
      *  CLRCTLREC - CLEARING FILE CONTROL TOTALS (CLRCTL.DAT)
      *  ONE LINE PER NETWORK FILE CLRTRANS HAS TRANSLATED: WHAT THE
      *  NETWORK'S '99' TRAILER CLAIMED, WHAT WAS READ, AND WHERE IT
      *  WENT - MAPPED INTO THE TRANSREC BATCH, REJECTED TO
      *  CLREJECT.DAT, OR PAID DIRECTLY AS AN OFFICIAL CHEQUE. READ
      *  BY CLRRECON, WHICH CARRIES A LINE FORWARD UNTIL ITS BATCH
      *  HAS BEEN THROUGH POSTING. AMOUNTS ARE GROSS ITEM AMOUNTS -
      *  A TRANSFER COUNTS ONCE, AS THE NETWORK COUNTS IT.
      *================================================================
       01  CLRCTL-RECORD.
           05  CC-RUN-DATE        PIC X(8).
           05  CC-SETTLE-DATE     PIC X(8).
           05  CC-BATCH-FILE      PIC X(100).
      *    'Y' WHEN THE FILE CARRIED A READABLE '99' TRAILER; A FILE
      *    WITHOUT ONE HAS NO NETWORK TOTAL TO PROVE AGAINST.
           05  CC-NETWORK-TRL-SW  PIC X(1).
               88  CC-NETWORK-TRAILER  VALUE 'Y'.
           05  CC-NETWORK-COUNT   PIC 9(6).
           05  CC-NETWORK-TOTAL   PIC 9(13)V99.
           05  CC-ITEMS-READ      PIC 9(6).
           05  CC-ITEMS-AMOUNT    PIC 9(13)V99.
           05  CC-MAPPED-COUNT    PIC 9(6).
           05  CC-MAPPED-AMOUNT   PIC 9(13)V99.
           05  CC-REJECTED-COUNT  PIC 9(6).
           05  CC-REJECTED-AMOUNT PIC 9(13)V99.
           05  CC-CHQ-PAID-COUNT  PIC 9(6).
           05  CC-CHQ-PAID-AMOUNT PIC 9(13)V99.
      *    SET BY CLRRECON WHEN IT CARRIES A NOT-YET-POSTED FILE TO
      *    THE NEXT RUN: THE NETWORK AND TRANSLATION TIERS, AND THE
      *    CHEQUES CLRTRANS JOURNALED AT TRANSLATION, ARE PROVEN ONCE.
           05  CC-PROVEN-SW       PIC X(1).
               88  CC-TIERS-PROVEN     VALUE 'Y'.
           05  FILLER             PIC X(19).
