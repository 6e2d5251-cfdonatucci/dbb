      *  the same day simply replaces the day's archive image. The      *
      *  reinstate function ('I' through EDUFILAP) restores the latest  *
      *  archived image with a fresh VERSN. Fixed 240 bytes.            *
      *  15 OCT2026 CD  A merge victim's image carries the survivor it  *
      *                 was merged into (DEL-MERGED-INTO); blank on an  *
      *                 ordinary delete. Shown by the CUSTINQ overview. *
      *----------------------------------------------------------------*
       01  DEL-REC.
           05  DEL-KEY.
           05  DEL-OPID          PIC X(3).
           05  DEL-TERM          PIC X(4).
           05  DEL-IMAGE         PIC X(200).
           05  DEL-MERGED-INTO   PIC X(6).
           05  FILLER            PIC X(5).
