      *----------------------------------------------------------------*
      *  EDULGTS - Large-transaction filing extract written by         *
      *  EDUFLGTX for compliance. One record per reportable event on   *
      *  the business date: type 'S' for a single movement above the  *
      *  reporting threshold, type 'A' for a customer whose movements  *
      *  in one direction that day add up to more than the threshold   *
      *  across more than one movement (possible structuring). Each    *
      *  record carries the customer's FILEA details as they stood at  *
      *  run time ('N' in LGX-ONFILE when the number is not on FILEA - *
      *  an intake payment to an unknown account), the amount (the     *
      *  movement, or the day's total for an aggregate), the number of *
      *  movements and how many of them sat just under the line, and   *
      *  for a single movement its time, source, keyer, the bank       *
      *  reference when it came in on the payments intake, and the     *
      *  POSTDTL key. Fixed 200 bytes.                                 *
      *----------------------------------------------------------------*
       01  LGX-REC.
           05  LGX-RUNDATE       PIC X(8).
           05  LGX-TYPE          PIC X.
               88  LGX-SINGLE           VALUE 'S'.
               88  LGX-AGGREGATE        VALUE 'A'.
           05  LGX-DIRECTION     PIC X.
               88  LGX-CREDIT           VALUE 'C'.
               88  LGX-DEBIT            VALUE 'D'.
           05  LGX-NUMB          PIC X(6).
           05  LGX-ONFILE        PIC X.
           05  LGX-NAME          PIC X(20).
           05  LGX-ADDRX         PIC X(20).
           05  LGX-ADDR2X        PIC X(20).
           05  LGX-PHONE         PIC X(8).
           05  LGX-EMAILX        PIC X(30).
           05  LGX-STATUSX       PIC X(2).
           05  LGX-AMOUNT        PIC 9(9)V99.
           05  LGX-COUNT         PIC 9(4).
           05  LGX-NEAR-CNT      PIC 9(3).
      *-- SINGLE MOVEMENTS ONLY - BLANK ON AN AGGREGATE.
           05  LGX-HORA          PIC X(8).
           05  LGX-SOURCE        PIC X.
               88  LGX-FROM-POSTDTL     VALUE 'P'.
               88  LGX-FROM-INTAKE      VALUE 'I'.
           05  LGX-OPID          PIC X(3).
           05  LGX-TERM          PIC X(4).
           05  LGX-REF           PIC X(16).
           05  LGX-PDT-KEY       PIC X(25).
           05  LGX-THRESHOLD     PIC 9(6)V99.
