      *  terminal, a terminal regardless of operator, or one exact     *
      *  pair. Lookups probe the exact pair first, then operator-only, *
      *  then terminal-only. Maintained online by SECPMNT; read by     *
      *  EDUFILAP (CHECK-AUTH) and by the HELLOW menu. An exact        *
      *  operator/terminal pair whose refused requests reach the       *
      *  lockout limit is locked here by EDUFILAP - every further      *
      *  EDUFILAP and HELLOW request from it is refused until a        *
      *  supervisor lifts the lock in SECPMNT. A pair that had no      *
      *  exact profile gets one written just to carry the lock, with   *
      *  no permissions, and it goes away again when the lock is       *
      *  lifted. Fixed 40 bytes.                                       *
      *----------------------------------------------------------------*
       01  SEC-REC.
           05  SEC-KEY.
               88  SEC-DATA-YES         VALUE 'Y'.
           05  SEC-ALLOW-MNT     PIC X.
               88  SEC-MNT-YES          VALUE 'Y'.
      *-- LOCKOUT - SET BY EDUFILAP, CLEARED ONLY THROUGH SECPMNT.
           05  SEC-LOCK          PIC X.
               88  SEC-LOCKED           VALUE 'Y'.
      *-- 'C' = RECORD CREATED BY THE LOCKOUT ITSELF (NO PROFILE HAD
      *-- EXISTED FOR THE PAIR) - DELETED RATHER THAN KEPT ON UNLOCK.
           05  SEC-LOCK-ORIGIN   PIC X.
               88  SEC-LOCK-MADE        VALUE 'C'.
           05  SEC-LOCK-DATE     PIC X(8).
           05  SEC-LOCK-TIME     PIC X(8).
           05  FILLER            PIC X(13).
