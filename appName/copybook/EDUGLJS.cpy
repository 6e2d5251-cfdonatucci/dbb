      *----------------------------------------------------------------*
      *  EDUGLJS - Fixed interface layout of the GLJRNL general-ledger *
      *  journal file EDUFGLIF writes each night. One 'D' detail line  *
      *  per account side per movement class and direction, always in  *
      *  debit/credit pairs of the same amount, then one 'T' control   *
      *  trailer carrying the detail count and the debit and credit    *
      *  totals, which are equal on every file that goes out. All      *
      *  records carry the chain's business date. Amounts unsigned -   *
      *  the side is in GLJ-DRCR. Fixed 100 bytes.                     *
      *----------------------------------------------------------------*
       01  GLJ-REC.
           05  GLJ-TYPE          PIC X.
               88  GLJ-DETAIL           VALUE 'D'.
               88  GLJ-TRAILER          VALUE 'T'.
           05  GLJ-BUSDATE       PIC X(8).
           05  GLJ-SOURCE        PIC X(8).
           05  GLJ-BODY          PIC X(83).
           05  GLJ-DET REDEFINES GLJ-BODY.
               10  GLJ-SEQ       PIC 9(6).
               10  GLJ-ACCOUNT   PIC X(10).
               10  GLJ-DRCR      PIC X.
                   88  GLJ-DEBIT        VALUE 'D'.
                   88  GLJ-CREDIT       VALUE 'C'.
               10  GLJ-AMOUNT    PIC 9(11)V99.
               10  GLJ-CLASS     PIC X(4).
               10  GLJ-MOVES     PIC 9(7).
               10  GLJ-DESC      PIC X(30).
               10  FILLER        PIC X(12).
           05  GLJ-TRL REDEFINES GLJ-BODY.
               10  GLJ-T-COUNT   PIC 9(7).
               10  GLJ-T-DEBITS  PIC 9(13)V99.
               10  GLJ-T-CREDITS PIC 9(13)V99.
               10  FILLER        PIC X(46).
