      *================================================================
      *  CLRBRKREC - CLEARING SETTLEMENT OPEN ITEMS (CLRBRK.DAT)
      *  ONE LINE PER DIFFERENCE CLRRECON COULD NOT CLEAR ON THE DAY
      *  IT WAS FOUND. EACH RUN RE-LISTS EVERY OPEN ITEM WITH ITS AGE
      *  AND WRITES THE STILL-OPEN ONES TO THE NEXT GENERATION.
      *  CB-AMOUNT IS SIGNED: FOR A GL OR PENDING ITEM IT IS THE
      *  CLEARING-GL MOVEMENT STILL EXPECTED (DEBIT POSITIVE), SO A
      *  LATER DAY'S UNEXPLAINED MOVEMENT OF EXACTLY THAT AMOUNT
      *  CLEARS IT; FOR ANY OTHER BREAK IT IS THE DIFFERENCE FOUND,
      *  CLEARED ONLY BY THE OPERATOR TAKING THE LINE OUT.
      *================================================================
       01  CLRBRK-RECORD.
           05  CB-OPENED-DATE     PIC X(8).
           05  CB-SETTLE-DATE     PIC X(8).
           05  CB-BATCH-FILE      PIC X(40).
      *    ONE 'JPOS' LINE IS NOT A BREAK: ITS AMOUNT IS THE NUMBER
      *    OF GLJOURNAL.DAT LINES ALREADY PROVEN, SO EACH RUN LOOKS
      *    ONLY AT JOURNAL MOVEMENT SINCE THE LAST.
           05  CB-BREAK-CODE      PIC X(4).
               88  CB-BREAK-GL         VALUE 'GLMV'.
               88  CB-BREAK-PENDING    VALUE 'PEND'.
               88  CB-JOURNAL-POSITION VALUE 'JPOS'.
           05  CB-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CB-REASON          PIC X(40).
      *    THE NSF-PENDING ITEM ITSELF, SO A LATER RETURN OF THE SAME
      *    ITEM UNPAID CAN BE RECOGNISED; SPACES ON OTHER BREAKS.
           05  CB-ITEM-RECORD     PIC X(72).
           05  FILLER             PIC X(14).
