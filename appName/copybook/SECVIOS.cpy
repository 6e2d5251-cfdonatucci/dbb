      *----------------------------------------------------------------*
      *  SECVIOS - Record layout for the SECVIOL VSAM KSDS, the        *
      *  security-violation log. EDUFILAP writes one record for every  *
      *  customer-data request it refuses - the operator, terminal,    *
      *  transaction, function and requested customer number - and    *
      *  one when the refusals of an operator/terminal pair inside     *
      *  the window reach the lockout limit and the pair is locked on  *
      *  SECPROF (see SECPROFS). A request refused because the pair is *
      *  already locked is logged with its own type so the report can  *
      *  tell probing from a locked operator still trying. Reported on *
      *  daily by the SECVRPT batch. Key is date+time+sequence, the    *
      *  same retry-on-duplicate scheme as ALRTHIST. Fixed 60 bytes.   *
      *----------------------------------------------------------------*
       01  SVL-REC.
           05  SVL-KEY.
               10  SVL-DATE      PIC X(8).
               10  SVL-TIME      PIC X(8).
               10  SVL-SEQ       PIC 9(3).
           05  SVL-OPID          PIC X(3).
           05  SVL-TRMID         PIC X(4).
           05  SVL-TRAN          PIC X(4).
           05  SVL-FUNC          PIC X.
           05  SVL-NUMB          PIC X(6).
           05  SVL-TYPE          PIC X.
               88  SVL-REFUSED          VALUE 'R'.
               88  SVL-REFUSED-LOCKED   VALUE 'L'.
               88  SVL-LOCK-SET         VALUE 'K'.
      *-- REFUSALS COUNTED IN THE CURRENT WINDOW, THIS ONE INCLUDED.
           05  SVL-COUNT         PIC 9(3).
           05  FILLER            PIC X(19).
