      *----------------------------------------------------------------*
      *  EDUGLMS - Record layout for the GLMAP control file, the       *
      *  general-ledger account mapping finance maintains for the      *
      *  EDUFGLIF interface. One 80-byte card per movement class: the  *
      *  account to debit and the account to credit when the class     *
      *  RAISES customer balances (money owed to customers goes up).   *
      *  A movement that lowers balances is journalled the other way   *
      *  round, so one card covers both directions. An asterisk in     *
      *  column 1 marks a comment card. Classes in use:                *
      *    TPOS online posting / reversal      PAYI payment intake     *
      *    TXFR customer-to-customer transfer  SORD standing order     *
      *    RETN returned bank payment          SCHG service charge     *
      *    INTR interest                       ADDB add with balance   *
      *    REIN reinstated with balance        DELB deleted w. balance *
      *    MRGE customer merge                 UPDB update of balance  *
      *    TNXT online posting value-dated to the next business day    *
      *         (keyed after the cutoff, on a holiday or in the batch  *
      *         window) - usually mapped to an in-transit account.     *
      *----------------------------------------------------------------*
       01  GLM-REC.
           05  GLM-CLASS         PIC X(4).
           05  FILLER            PIC X.
           05  GLM-DR-ACCT       PIC X(10).
           05  FILLER            PIC X.
           05  GLM-CR-ACCT       PIC X(10).
           05  FILLER            PIC X.
           05  GLM-DESC          PIC X(30).
           05  FILLER            PIC X(23).
