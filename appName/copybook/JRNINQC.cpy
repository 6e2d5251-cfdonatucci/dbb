      *----------------------------------------------------------------*
      *  JRNINQC - COMMAREA FOR JRNINQ, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE JOURNAL HISTORY INQUIRY. THE
      *  SELECTION (CUSTOMER AND DATE RANGE) AND THE PAGE SHOWN. EACH
      *  PAGE IS A FRESH BROWSE OF JRNHIST FROM THE KEY OF ITS FIRST
      *  ENTRY, SO NO FILE POSITION HAS TO SURVIVE THE TURN: JIQ-TOP
      *  HOLDS THE FIRST KEY OF EVERY PAGE SEEN SO FAR (PF7 GOES BACK
      *  ONE), JIQ-NEXT THE KEY WHERE THE NEXT PAGE STARTS (SPACES AT
      *  THE END OF THE SELECTION).
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  JIQ-NUMB          PIC X(6).
           05  JIQ-FROM          PIC X(8).
           05  JIQ-TO            PIC X(8).
           05  JIQ-PAGE          PIC 9(3).
           05  JIQ-NEXT          PIC X(25).
           05  JIQ-TOP           PIC X(25) OCCURS 50 TIMES.
