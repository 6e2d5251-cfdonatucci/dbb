      *----------------------------------------------------------------*
      *  EDUSUSS - Record layout for the SUSPENSE VSAM KSDS, the       *
      *  unapplied-payments file. EDUFPAYB writes one record for every *
      *  bank payment it had to reject although the amount was good -  *
      *  unknown customer, limits, I/O - so money that has reached the *
      *  bank is on our books somewhere. Keyed on the bank reference   *
      *  (PAY-REF); the amount is the signed delta as the payment      *
      *  asked for it, the arrival date the intake run's date, and the *
      *  reject reason and text are EDUFPAYB's. SUSPMNT assigns an     *
      *  open item to a FILEA customer through the EDUFILAP 'T'        *
      *  posting, or marks it for return to the bank; either way the   *
      *  item is closed with the customer, date and operator. An item  *
      *  whose reference is later applied by a re-submitted file is    *
      *  closed by EDUFPAYB itself (operator 'PAY'). EDUFSUSA ages the *
      *  open items every night. Records are never deleted. Fixed 100  *
      *  bytes.                                                        *
      *----------------------------------------------------------------*
       01  SUS-REC.
           05  SUS-REF           PIC X(16).
           05  SUS-NUMB          PIC X(6).
           05  SUS-AMOUNT        PIC S9(6)V99.
           05  SUS-ARRIVED       PIC X(8).
           05  SUS-RSN           PIC X(2).
           05  SUS-TEXT          PIC X(30).
           05  SUS-STATUS        PIC X.
               88  SUS-OPEN             VALUE ' '.
               88  SUS-ASSIGNED         VALUE 'A'.
               88  SUS-TO-RETURN        VALUE 'R'.
           05  SUS-ACT-NUMB      PIC X(6).
           05  SUS-ACT-FECHA     PIC X(8).
           05  SUS-ACT-OPID      PIC X(3).
           05  FILLER            PIC X(12).
