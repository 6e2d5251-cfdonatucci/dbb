      *----------------------------------------------------------------*
      *  EDUJHSS - Record layout for the JRNHIST VSAM KSDS, the long-  *
      *  term history of the EDUJ access journal. The daily EDJA       *
      *  archive TERMTRAN drains at shutdown is loaded here each night *
      *  by EDUFJHLD, keyed on the customer first, so "who touched     *
      *  this customer" is a keyed browse (JRNINQ) instead of a        *
      *  restore of old EDJA datasets. The sequence keeps entries for  *
      *  the same customer in the same second apart. Kept for the      *
      *  JRNHIST period on EDUFPURG's PURGCTL control file.            *
      *  Customer '000000' (never a real customer - it is the NUMCTL   *
      *  control key) carries one load record per EDJA archive loaded, *
      *  keyed on that archive's closing control record date and time. *
      *  Fixed 80 bytes.                                               *
      *----------------------------------------------------------------*
       01  JHS-REC.
           05  JHS-KEY.
               10  JHS-NUMB      PIC X(6).
               10  JHS-FECHA     PIC X(8).
               10  JHS-HORA      PIC X(8).
               10  JHS-SEQ       PIC 9(3).
      *-- THE JOURNAL ENTRY ITSELF - FUNCTION CODES AS IN EDUJRNS.
           05  JHS-FUNC          PIC X.
           05  JHS-OPID          PIC X(3).
           05  JHS-TERM          PIC X(4).
      *-- THE EDJA ARCHIVE THE ENTRY CAME FROM: DATE AND TIME ON ITS
      *-- 999999/'Z' CLOSING CONTROL RECORD.
           05  JHS-ARCHID.
               10  JHS-ARCH-FECHA PIC X(8).
               10  JHS-ARCH-HORA  PIC X(8).
           05  JHS-LOADED        PIC X(8).
      *-- LOAD RECORD ONLY: 'P' WHILE THE ARCHIVE IS BEING LOADED, 'C'
      *-- ONCE EVERY ENTRY IS ON FILE, AND HOW MANY WERE LOADED.
           05  JHS-LOAD-STATE    PIC X.
               88  JHS-LOAD-PARTIAL     VALUE 'P'.
               88  JHS-LOAD-DONE        VALUE 'C'.
           05  JHS-LOAD-COUNT    PIC 9(7).
           05  FILLER            PIC X(15).
