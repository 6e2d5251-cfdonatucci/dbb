      *----------------------------------------------------------------*
      *  EDUONBS - Record layout for the branch new-customer intake    *
      *  file read by EDUFONBD. One 200-byte record per applicant, in  *
      *  the order of the FILEA fields an 'A' keys on EDUFMNT, plus    *
      *  the branch code and the branch's own applicant reference,     *
      *  which come back on the returned-numbers and reject files so   *
      *  the branch can match every answer to its applicant. The       *
      *  opening amount is eight digits with two assumed decimals      *
      *  (blank = zero), the same convention as the bank payments.     *
      *----------------------------------------------------------------*
       01  ONI-REC.
           05  ONI-BRANCH        PIC X(4).
           05  ONI-REF           PIC X(10).
           05  ONI-NAME          PIC X(20).
           05  ONI-ADDRX         PIC X(20).
           05  ONI-ADDR2X        PIC X(20).
           05  ONI-PHONE         PIC X(8).
           05  ONI-EMAILX        PIC X(30).
           05  ONI-STATUSX       PIC X(2).
           05  ONI-AMOUNT        PIC X(8).
           05  ONI-AMOUNT-N REDEFINES ONI-AMOUNT
                                 PIC 9(6)V99.
           05  ONI-COMMENTX      PIC X(40).
           05  FILLER            PIC X(38).
