      *  the normal EDUFILAP path. Key is NUMB+HORA so more than one   *
      *  change per customer can be in flight. Fixed 220 bytes (the    *
      *  expanded customer fields travel with the pending change).     *
      *  15 OCT2026 CD  Pending 'V' reversals: the POSTDTL key of the  *
      *                 posting to reverse rides in the comment slot   *
      *                 (PND-REVKEY); PND-AMOUNT is the reversal       *
      *                 amount, for the checker's list.                *
      *  15 OCT2026 CD  Pending 'F' transfers: PND-NUMB debited,       *
      *                 PND-NUMB2 credited by PND-AMOUNT.              *
      *  15 OCT2026 CD  Pending 'E' legal-hold lifts from LHDMNT: the  *
      *                 reason for lifting rides in PND-COMMENTX; the  *
      *                 approval is applied to LGLHOLD by EDUAPPR      *
      *                 itself, not through EDUFILAP.                  *
      *  15 OCT2026 CD  Watch-list holds: an add ('A') or a name      *
      *                 change held by EDUFILAP for compliance review  *
      *                 carries the watch-list entry it hit in         *
      *                 PND-WLHIT ('UNSCREENED' when the list could    *
      *                 not be read); blank on every other item.       *
      *----------------------------------------------------------------*
       01  PND-REC.
           05  PND-KEY.
               10  PND-NUMB      PIC X(6).
               10  PND-HORA      PIC X(8).
           05  PND-FUNC          PIC X.
               88  PND-FUNC-ADD         VALUE 'A'.
               88  PND-FUNC-UPDATE      VALUE 'U'.
               88  PND-FUNC-DELETE      VALUE 'D'.
               88  PND-FUNC-MERGE       VALUE 'M'.
               88  PND-FUNC-SETLIM      VALUE 'L'.
               88  PND-FUNC-REVERSE     VALUE 'V'.
               88  PND-FUNC-XFER        VALUE 'F'.
               88  PND-FUNC-LIFTHOLD    VALUE 'E'.
           05  PND-NAME          PIC X(20).
           05  PND-ADDRX         PIC X(20).
           05  PND-ADDR2X        PIC X(20).
           05  PND-EMAILX        PIC X(30).
           05  PND-STATX         PIC X(2).
           05  PND-COMMENTX      PIC X(40).
      *-- A REVERSAL HAS NO COMMENT TO CARRY - THE SLOT HOLDS THE KEY
      *-- OF THE POSTDTL POSTING IT REVERSES.
           05  PND-REVKEY REDEFINES PND-COMMENTX
                                 PIC X(25).
           05  PND-AMOUNT        PIC S9(6)V99 COMP-3.
           05  PND-MAKER         PIC X(3).
           05  PND-TERM          PIC X(4).
               88  PND-APPROVED         VALUE 'A'.
               88  PND-REJECTED         VALUE 'R'.
           05  PND-CHECKER       PIC X(3).
      *-- THE MERGE VICTIM'S NUMBER, OR THE ACCOUNT A PENDING 'F'
      *-- CREDITS - BLANK ON ANYTHING ELSE.
           05  PND-NUMB2         PIC X(6).
      *-- THE CREDIT TERMS A PENDING 'L' WOULD SET - NEGATIVE MEANS
      *-- THAT SIDE IS LEFT UNTOUCHED, SAME CONVENTION AS EDUFILAC.
           05  PND-CRODLIM       PIC S9(6)V99 COMP-3.
           05  PND-CRCEIL        PIC S9(6)V99 COMP-3.
      *-- THE WATCHLST ENTRY (SEE EDUWLS) A HELD ADD OR NAME CHANGE
      *-- HIT - SPACES (OR LOW-VALUES ON AN OLDER ITEM) IF NONE.
           05  PND-WLHIT         PIC X(10).
               88  PND-WL-NONE          VALUE SPACES LOW-VALUES.
               88  PND-WL-UNSCREENED    VALUE 'UNSCREENED'.
           05  FILLER            PIC X(13).
