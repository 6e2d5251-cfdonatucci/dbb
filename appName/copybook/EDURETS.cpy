      *----------------------------------------------------------------*
      *  EDURETS - Record layout for the bank returned-payments file   *
      *  read by EDUFRETN. One 80-byte record per payment the bank     *
      *  has sent back: the reference the payment carried on the       *
      *  EDUPAYS intake (the PAYREG key), the customer number and the  *
      *  amount as the bank has them - both optional, but checked      *
      *  against the registry when present - and the bank's two-       *
      *  character return reason, carried onto the registry and the    *
      *  register.                                                     *
      *----------------------------------------------------------------*
       01  RET-REC.
           05  RET-REF           PIC X(16).
           05  RET-NUMB          PIC X(6).
           05  RET-AMOUNT        PIC X(8).
           05  RET-AMOUNT-N REDEFINES RET-AMOUNT
                                 PIC 9(6)V99.
           05  RET-RSN           PIC X(2).
           05  FILLER            PIC X(48).
