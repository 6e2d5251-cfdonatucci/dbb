      *----------------------------------------------------------------*
      *  INITRCWS - START data passed between INITTRAN and INITRCWT    *
      *  for RUNCTL-wait ('%') INIT queue entries. INITTRAN builds one *
      *  of these from the queue line and STARTs the RCWT transaction  *
      *  with it; INITRCWT retrieves it, looks on RUNCTL for the named *
      *  batch step's completion under the current business date and   *
      *  either starts the target transaction (with its own start data *
      *  when present) or re-STARTs itself with the same parameter for *
      *  the next poll. The deadline is the latest-start fallback as a *
      *  CICS absolute time, fixed once by INITTRAN so a fallback      *
      *  earlier in the day than the region start means tomorrow.     *
      *----------------------------------------------------------------*
       01  RCW-PARM.
           05  RCW-TRAN          PIC X(4).
           05  RCW-PROG          PIC X(8).
           05  RCW-LATEST        PIC X(6).
           05  RCW-DEADLINE      PIC S9(15) COMP-3.
           05  RCW-PRIORITY      PIC X(2).
      *-- 'Y' ONCE THE FAILED-STEP ALERT HAS GONE OUT, SO A STEP LEFT
      *-- IN 'F' IS ESCALATED ONCE, NOT ON EVERY POLL.
           05  RCW-FAILED        PIC X.
               88  RCW-FAIL-SENT        VALUE 'Y'.
           05  RCW-STDATA        PIC X(40).
           05  FILLER            PIC X(3).
