      *----------------------------------------------------------------*
      *  BCSTATC - COMMAREA FOR BCSTAT, CARRIED ACROSS THE PSEUDO-     *
      *  CONVERSATIONAL TURNS OF THE BATCH CYCLE STATUS SCREEN. THE    *
      *  BUSINESS DATE SHOWN, THE NEAREST EARLIER AND LATER NIGHTS     *
      *  STAMPED ON RUNCTL (*BUSDATE - SPACES WHEN THERE IS NONE) FOR  *
      *  PF7/PF8, THE FIRST STEP ON SCREEN AND HOW MANY STEPS THE      *
      *  NIGHT HAD WHEN IT WAS LAST SHOWN, FOR PF10/PF11. EVERY TURN   *
      *  IS A FRESH BROWSE OF RUNCTL, SO A RUNNING CHAIN IS SHOWN AS   *
      *  IT STANDS NOW.                                                *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  BCS-DATE          PIC X(8).
           05  BCS-PREV          PIC X(8).
           05  BCS-NEXT          PIC X(8).
           05  BCS-TOP           PIC 9(3).
           05  BCS-COUNT         PIC 9(3).
