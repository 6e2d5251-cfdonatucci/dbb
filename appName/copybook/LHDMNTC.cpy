      *----------------------------------------------------------------*
      *  LHDMNTC - COMMAREA FOR LHDMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE LEGAL HOLD LIST. THE LISTED
      *  HOLDS LIVE IN TS QUEUE LHDMWK; THE SEARCH THAT BUILT THE
      *  LIST TRAVELS HERE SO PAGING AND ROW ACTIONS WORK ON THE SAME
      *  SELECTION. SAME SHAPE AS CFMMNTC.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  LHM-TOP           PIC 9(4) COMP.
           05  LHM-TOTAL         PIC 9(4) COMP.
           05  LHM-SCUST         PIC X(6).
           05  LHM-SALL          PIC X.
