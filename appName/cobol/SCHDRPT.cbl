      *-- SUMMARIZES PER TRANSACTION - RUNS, STARTS, ERRORS, SKIPS AND
      *-- THE WORST LATE ISSUE - SO ENTRIES THAT CONSISTENTLY START
      *-- LATE AND MISBEHAVING PRIORITY ORDERING SHOW UP ACROSS DAYS.
      *-- A RUNCTL-WAIT ('%') ENTRY SHOWS AS PENDING WHEN INITTRAN
      *-- HANDS IT OVER AND AGAIN WHEN INITRCWT STARTS IT; A START AT
      *-- THE LATEST-START FALLBACK COUNTS AS A START.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
              GO TO FIN-TALLYTRAN.

           ADD 1 TO SRP-ENT-RUNS(SRP-TAB-IDX).
           IF SCH-DISP-STARTED OR SCH-DISP-FALLBACK
              ADD 1 TO SRP-ENT-STARTS(SRP-TAB-IDX)
           END-IF.
           IF SCH-DISP-ERROR
