      *----------------------------------------------------------------*
      *  EDUDUNS - Record layout for the DUNNING VSAM KSDS, the        *
      *  overdrawn-account collections file EDUFDUNN keeps. One record *
      *  per customer currently below zero, keyed on NUMB: the         *
      *  business date the balance was first seen negative, the        *
      *  highest dunning stage reached (1 first reminder at 15 days,   *
      *  2 second reminder at 30, 3 final notice at 60) and when, the  *
      *  route the last letter took, and the night the customer was    *
      *  last seen on the extract. The record is deleted the first     *
      *  night the balance is back at zero or above, or the customer   *
      *  is gone from FILEA, so a later overdraft starts a fresh       *
      *  cycle. Fixed 60 bytes.                                        *
      *----------------------------------------------------------------*
       01  DUN-REC.
           05  DUN-NUMB          PIC X(6).
           05  DUN-NEG-SINCE     PIC X(8).
           05  DUN-STAGE         PIC 9.
               88  DUN-NO-LETTER        VALUE 0.
               88  DUN-FIRST            VALUE 1.
               88  DUN-SECOND           VALUE 2.
               88  DUN-FINAL            VALUE 3.
           05  DUN-STAGE-DATE    PIC X(8).
           05  DUN-ROUTE         PIC X.
               88  DUN-BY-PAPER         VALUE 'P'.
               88  DUN-BY-EMAIL         VALUE 'E'.
           05  DUN-SEEN          PIC X(8).
           05  DUN-AMOUNT        PIC S9(6)V99.
           05  FILLER            PIC X(20).
