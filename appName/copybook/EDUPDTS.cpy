      *  postings landing in the same second apart. Read back by        *
      *  EDUFSTMT to print the amount on each statement activity line.  *
      *  Fixed 80 bytes.                                                *
      *  15 OCT2026 CD  Reversal pairing carved out of the filler: a    *
      *                 'V' reversal posting carries the key of the     *
      *                 posting it reverses, and the original is        *
      *                 flagged 'R' with the key of its reversal, so    *
      *                 the same posting can never be reversed twice    *
      *                 and EDUFSTMT can print the pair together.       *
      *  15 OCT2026 CD  Transfer legs use the same pairing slot: flag   *
      *                 'X', PDT-REV-KEY = the other leg's key. A       *
      *                 transfer leg is never reversed on its own.      *
      *  15 OCT2026 CD  The date in the key is the posting's value      *
      *                 date. An online posting keyed after the cutoff, *
      *                 on a HOLCAL holiday or queued through the batch *
      *                 window carries the next business date, and the  *
      *                 value-date flag says which rule moved it.       *
      *----------------------------------------------------------------*
       01  PDT-REC.
           05  PDT-KEY.
           05  PDT-NEWBAL        PIC S9(6)V99.
           05  PDT-OPID          PIC X(3).
           05  PDT-TERM          PIC X(4).
      *-- REVERSAL PAIRING - BLANK ON AN ORDINARY POSTING. 'R' ON AN
      *-- ORIGINAL THAT HAS BEEN REVERSED (PDT-REV-KEY = ITS REVERSAL),
      *-- 'V' ON THE REVERSAL ITSELF (PDT-REV-KEY = THE ORIGINAL).
      *-- 'X' ON EITHER LEG OF A TRANSFER (PDT-REV-KEY = OTHER LEG).
           05  PDT-REV-FLAG      PIC X.
               88  PDT-REV-NONE         VALUE ' '.
               88  PDT-REVERSED         VALUE 'R'.
               88  PDT-IS-REVERSAL      VALUE 'V'.
               88  PDT-XFER-LEG         VALUE 'X'.
           05  PDT-REV-KEY       PIC X(25).
      *-- VALUE DATING - BLANK WHEN PDT-FECHA IS THE DAY THE POSTING
      *-- WAS KEYED. OTHERWISE WHY IT CARRIES A LATER BUSINESS DATE.
           05  PDT-VD-FLAG       PIC X.
               88  PDT-VD-SAME-DAY      VALUE ' '.
               88  PDT-VD-CUTOFF        VALUE 'C'.
               88  PDT-VD-HOLIDAY       VALUE 'H'.
               88  PDT-VD-WINDOW        VALUE 'W'.
           05  FILLER            PIC X(5).
