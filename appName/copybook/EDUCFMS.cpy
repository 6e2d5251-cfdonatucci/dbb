      *----------------------------------------------------------------*
      *  EDUCFMS - Record layout for the CONFIRM VSAM KSDS, the audit  *
      *  balance confirmations. EDUFCFMS writes one record for every   *
      *  customer drawn into an audit's sample, with the balance the   *
      *  confirmation letter quoted and the extract consistency point  *
      *  (the FILEAEXT trailer's cut date and time) it was quoted at,  *
      *  and which sampling rule drew it. CFMMNT records the           *
      *  customer's reply against it - agreed, disagreed with the      *
      *  amount the customer claims, or no reply - with the date and   *
      *  operator; EDUFCFMR lists the exceptions and the non-replies   *
      *  when the audit closes. Keyed audit id + customer, so one file *
      *  carries every audit and an audit's letters sit together.      *
      *  Records are never deleted. Fixed 100 bytes.                   *
      *----------------------------------------------------------------*
       01  CFM-REC.
           05  CFM-KEY.
               10  CFM-AUDIT     PIC X(8).
               10  CFM-NUMB      PIC X(6).
           05  CFM-RULE          PIC X.
               88  CFM-BY-ABOVE         VALUE 'A'.
               88  CFM-BY-RANDOM        VALUE 'R'.
               88  CFM-BY-STRATUM       VALUE 'S'.
           05  CFM-STATUSX       PIC X(2).
           05  CFM-BALANCE       PIC S9(6)V99.
           05  CFM-CUTDATE       PIC X(8).
           05  CFM-CUTTIME       PIC X(8).
           05  CFM-SENT          PIC X(8).
           05  CFM-REPLY         PIC X.
               88  CFM-AWAITING         VALUE ' '.
               88  CFM-AGREED           VALUE 'A'.
               88  CFM-DISAGREED        VALUE 'D'.
               88  CFM-NO-REPLY         VALUE 'N'.
      *-- THE BALANCE THE CUSTOMER SAYS IS RIGHT - DISAGREED ONLY.
           05  CFM-CLAIMED       PIC S9(6)V99.
           05  CFM-REPLY-FECHA   PIC X(8).
           05  CFM-REPLY-OPID    PIC X(3).
           05  CFM-NAME          PIC X(20).
           05  FILLER            PIC X(11).
