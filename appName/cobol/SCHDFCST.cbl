      *-- AND WHICH ARE SUPPRESSED AND WHY. THE REGION TO FORECAST
      *-- COMES FROM THE FCSTCTL CONTROL FILE (ONE RECORD, THE
      *-- APPLID), SINCE BATCH HAS NO ASSIGN APPLID OF ITS OWN.
      *-- A RUNCTL-WAIT ('%') ENTRY HAS NO CLOCK TIME TO FORECAST -
      *-- IT SHOWS AS WAITING ON ITS BATCH STEP, WITH THE LATEST-START
      *-- TIME IT WILL FIRE AT REGARDLESS, AND TAKES NO PACING SLOT.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
              88 QSIMULATE          VALUE '!'.
              88 QQUIESCE           VALUE '#'.
              88 QRECURRING         VALUE '&'.
              88 QRUNCTL-WAIT       VALUE '%'.
              07 FILLER             PIC X(3).
           05 QUE-REGION            PIC X(8).
           05 QUE-TRAN              PIC X(4).
           05 QUE-HOLX              PIC X.
              88 QSKIP-HOLIDAY      VALUE 'H'.
           05 QUE-STDATA            PIC X(40).
           05 QUE-DEPEND.
              07 QUE-DEPTRAN        PIC X(4).
              07 QUE-SKIPACT        PIC X.
              07 FILLER             PIC X(3).
           05 QUE-RUNPROG REDEFINES QUE-DEPEND PIC X(8).
      *
      * THE DAY'S PLANNED STARTS, SORTED BY PRIORITY THE WAY INITTRAN
      * SORTS ITS OWN TABLE BEFORE ISSUING.
               10  FCP-RESYNC     PIC X.
               10  FCP-DRYRUN     PIC X.
               10  FCP-DEPTRAN    PIC X(4).
               10  FCP-RUNPROG    PIC X(8).
       01  FCP-SAVE.
           05  FCP-SAVE-PRIORITY  PIC 9(2).
           05  FCP-SAVE-TRAN      PIC X(4).
           05  FCP-SAVE-RESYNC    PIC X.
           05  FCP-SAVE-DRYRUN    PIC X.
           05  FCP-SAVE-DEPTRAN   PIC X(4).
           05  FCP-SAVE-RUNPROG   PIC X(8).
      *
      * PER-DAY DUPLICATE MEMORY - REGION+TRAN+STDATA, THE SAME KEY
      * INITTRAN'S CHK-DUP USES.
           MOVE QUE-TRAN    TO FCP-TRAN(FCP-COUNT).
           MOVE QUE-TYPE    TO FCP-TYPE(FCP-COUNT).
           MOVE QUE-HHMMSS  TO FCP-HHMMSS(FCP-COUNT).
           IF QRUNCTL-WAIT
              MOVE SPACES      TO FCP-DEPTRAN(FCP-COUNT)
              MOVE QUE-RUNPROG TO FCP-RUNPROG(FCP-COUNT)
           ELSE
              MOVE QUE-DEPTRAN TO FCP-DEPTRAN(FCP-COUNT)
              MOVE SPACES      TO FCP-RUNPROG(FCP-COUNT)
           END-IF.
           IF FCS-RESYNC-PEND = 'Y'
              MOVE 'Y' TO FCP-RESYNC(FCP-COUNT)
              MOVE 'N' TO FCS-RESYNC-PEND
       PRINT-PLAN SECTION.
      *////////////////////
      * THE SAME PACING INITTRAN APPLIES AT STARTUP: '@' FIRES AT ITS
      * TIME OF DAY, '&' EVERY INTERVAL, '%' WHEN ITS BATCH STEP
      * COMPLETES (OR AT ITS LATEST TIME), RELATIVE ENTRIES ITIME APART
      * ON THE PACING CLOCK ('+' ZEROES IT FIRST).
           MOVE FCP-IDX TO FCS-PL-SEQ.
           MOVE FCP-PRIORITY(FCP-IDX) TO FCS-PL-PRI.
                     FCP-HHMMSS(FCP-IDX) DELIMITED BY SIZE
                     ' (RECURRING VIA RCUR)' DELIMITED BY SIZE
                     INTO FCS-PL-TEXT
           ELSE
           IF FCP-TYPE(FCP-IDX) = '%'
              STRING 'WHEN ' DELIMITED BY SIZE
                     FCP-RUNPROG(FCP-IDX) DELIMITED BY SPACE
                     ' COMPLETES, LATEST ' DELIMITED BY SIZE
                     FCP-HHMMSS(FCP-IDX) DELIMITED BY SIZE
                     ' (VIA RCWT)' DELIMITED BY SIZE
                     INTO FCS-PL-TEXT
           ELSE
              IF FCP-RESYNC(FCP-IDX) = 'Y'
                 MOVE +0 TO FCS-PTIME
                     INTO FCS-PL-TEXT
              ADD FCS-ITIME TO FCS-PTIME
           END-IF
           END-IF
           END-IF.

           IF FCP-DEPTRAN(FCP-IDX) NOT = SPACES
