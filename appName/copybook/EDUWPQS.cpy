      *----------------------------------------------------------------*
      *  EDUWPQS - One item of TS queue EDUFWPQ, the postings keyed    *
      *  while the EDUFQSCE batch window was open. EDUFILAP writes an  *
      *  item instead of refusing a 'T' posting with return code 40;  *
      *  EDUFQSCE applies the queue through EDUFILAP when it closes    *
      *  the window, in keying order, and rewrites each item's state   *
      *  as it goes so a drain cut short never applies one twice.      *
      *----------------------------------------------------------------*
       01  WPQ-REC.
           05  WPQ-NUMB          PIC X(6).
           05  WPQ-AMOUNT        PIC S9(6)V99 COMP-3.
           05  WPQ-REACTIVATE    PIC X.
      *-- THE VALUE DATE THE OPERATOR WAS TOLD WHEN IT WAS QUEUED.
           05  WPQ-VALDATE       PIC X(8).
           05  WPQ-OPID          PIC X(3).
           05  WPQ-TERM          PIC X(4).
           05  WPQ-FECHA         PIC X(8).
           05  WPQ-HORA          PIC X(8).
           05  WPQ-STATE         PIC X.
               88  WPQ-PENDING          VALUE ' '.
               88  WPQ-IN-FLIGHT        VALUE 'P'.
               88  WPQ-APPLIED          VALUE 'A'.
               88  WPQ-REFUSED          VALUE 'R'.
           05  WPQ-RETCODE       PIC XX.
           05  FILLER            PIC X(9).
