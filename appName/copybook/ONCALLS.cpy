      *  Q = group TD queue, T = started notify transaction. No        *
      *  roster entry in effect falls back to the routing table's     *
      *  own destination. Maintained online by ONCMNT. The sequence    *
      *  byte lets two shifts share a starting date. Each entry may    *
      *  also carry an escalation ladder: the primary's wait, then a   *
      *  secondary and a manager destination (same C/Q/T flavours)    *
      *  each with its own wait, in minutes. A CRITICAL still not      *
      *  acknowledged when a wait runs out is re-paged one level up    *
      *  by ALRTDISP; a blank secondary means no ladder, as before.    *
      *  Fixed 80 bytes.                                               *
      *----------------------------------------------------------------*
       01  ONC-REC.
           05  ONC-KEY.
               88  ONC-TO-QUEUE         VALUE 'Q'.
               88  ONC-TO-TRAN          VALUE 'T'.
           05  ONC-DEST          PIC X(8).
           05  ONC-WAIT1         PIC 9(3).
           05  ONC-SEC-DTYPE     PIC X.
               88  ONC-NO-LADDER        VALUE SPACE.
           05  ONC-SEC-DEST      PIC X(8).
           05  ONC-WAIT2         PIC 9(3).
           05  ONC-MGR-DTYPE     PIC X.
               88  ONC-NO-MANAGER       VALUE SPACE.
           05  ONC-MGR-DEST      PIC X(8).
           05  ONC-WAIT3         PIC 9(3).
           05  FILLER            PIC X(10).
