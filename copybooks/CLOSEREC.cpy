      *================================================================
      *  CLOSEREC - CLOSED-ACCOUNT ARCHIVE RECORD FOR CLOSEDFILE
      *  (closed_index.txt), KEYED ON PU-ACCOUNT-NUMBER. ACCTPURGE
      *  MOVES A LONG-CLOSED ACCOUNT HERE OFF THE LIVE MASTER: THE
      *  ACCOUNTFILE RECORD AS IT STOOD, BYTE FOR BYTE, WITH THE DATE
      *  IT WAS PURGED. ACCTINQ FALLS BACK TO IT FOR A NUMBER NOT ON
      *  THE MASTER, AND POSTING REFUSES TO OPEN A NUMBER FOUND HERE.
      *  THE IMAGE AREA CARRIES SPARE ROOM FOR LATER MASTER FIELDS.
      *================================================================
       01  CLOSED-ACCOUNT-RECORD.
           05  PU-ACCOUNT-NUMBER  PIC X(10).
           05  PU-PURGE-DATE      PIC X(8).
           05  PU-ACCOUNT-IMAGE   PIC X(196).
           05  FILLER             PIC X(40).
