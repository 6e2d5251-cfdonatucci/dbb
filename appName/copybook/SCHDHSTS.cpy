      *  TRAN - UNIQUE UNLESS TWO EVENTS FOR THE SAME TRANSACTION LAND
      *  IN THE SAME SECOND, WHICH IS ACCEPTABLE FOR A HISTORY FILE
      *  (SAME JUDGEMENT AS TRNHIST).
      *  15 OCT2026 CD  INITRCWT WRITES HERE TOO - THE ACTUAL START
      *                 OF A RUNCTL-WAIT ('%') ENTRY, OR ITS FALLBACK
      *                 START, UNDER THE SAME TRANSACTION.
      *----------------------------------------------------------------*
       01  SCH-REC.
           05  SCH-KEY.
           05  SCH-REGION            PIC X(8).
           05  SCH-PRIORITY          PIC X(2).
      *-- ' ' RELATIVE ENTRY (HHMMSS = OFFSET), '@' ABSOLUTE ENTRY
      *-- (HHMMSS = TARGET TIME OF DAY), '%' RUNCTL-WAIT ENTRY
      *-- (HHMMSS = LATEST-START TIME OF DAY).
           05  SCH-REQ-TYPE          PIC X.
           05  SCH-REQ-HHMMSS        PIC X(6).
           05  SCH-DISP              PIC X.
      *-- 'R' = TRANSACTION WAS ALREADY RUNNING AND THE ENTRY CARRIES
      *-- THE SKIP-IF-ACTIVE MARKER - START NOT ISSUED.
               88  SCH-DISP-ACTIVE          VALUE 'R'.
      *-- 'P' = RUNCTL-WAIT ('%') ENTRY HANDED TO INITRCWT TO WAIT
      *-- FOR ITS BATCH STEP. INITRCWT THEN WRITES 'S' WHEN IT STARTS
      *-- THE TRANSACTION ON THE STEP'S COMPLETION, 'B' WHEN THE
      *-- LATEST-START FALLBACK CAME FIRST, OR 'E' ON A START ERROR.
               88  SCH-DISP-PENDING         VALUE 'P'.
               88  SCH-DISP-FALLBACK        VALUE 'B'.
           05  SCH-RESP              PIC 9(8).
           05  FILLER                PIC X(34).
