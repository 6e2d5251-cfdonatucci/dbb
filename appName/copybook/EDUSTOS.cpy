      *----------------------------------------------------------------*
      *  EDUSTOS - Record layout for the STORDER VSAM KSDS, the        *
      *  standing-order file. One record per recurring posting a       *
      *  customer has asked for, keyed on the customer number and the  *
      *  order's own reference. The amount is eight digits with two    *
      *  assumed decimals and the sign follows EDUPAYS ('+' or blank   *
      *  = credit, '-' = debit). Frequency 'W' repeats every seven     *
      *  days from the start date; 'M' repeats monthly on day STO-DAY  *
      *  (a day past the end of a short month falls on its last day).  *
      *  The end date is inclusive; spaces = open-ended.               *
      *  STO-NEXTDUE is the next scheduled date, set when the order is *
      *  added by SORDMNT and stepped forward one period by EDUFSORD   *
      *  each time the posting is applied. A due date on the HOLCAL    *
      *  calendar is applied on the next business day, but the         *
      *  schedule itself never drifts. A refused posting leaves the    *
      *  order due, so it is retried the next night; STO-FAILS counts  *
      *  the refusals in a row and STO-LASTRSN keeps the latest reason *
      *  code (EDUFSORD register). STO-LASTAPPL stops a rerun of the   *
      *  same business date from posting an order twice. Fixed 80      *
      *  bytes.                                                        *
      *----------------------------------------------------------------*
       01  STO-REC.
           05  STO-KEY.
               10  STO-NUMB      PIC X(6).
               10  STO-REF       PIC X(10).
           05  STO-AMOUNT        PIC X(8).
           05  STO-AMOUNT-N REDEFINES STO-AMOUNT
                                 PIC 9(6)V99.
           05  STO-SIGN          PIC X.
           05  STO-FREQ          PIC X.
               88  STO-WEEKLY           VALUE 'W'.
               88  STO-MONTHLY          VALUE 'M'.
           05  STO-DAY           PIC 9(2).
           05  STO-START         PIC X(8).
           05  STO-END           PIC X(8).
           05  STO-NEXTDUE       PIC X(8).
           05  STO-LASTAPPL      PIC X(8).
           05  STO-STATUS        PIC X.
               88  STO-ACTIVE           VALUE ' '.
               88  STO-ENDED            VALUE 'E'.
           05  STO-FAILS         PIC 9(3).
           05  STO-LASTRSN       PIC X(2).
           05  STO-OPID          PIC X(3).
           05  FILLER            PIC X(11).
