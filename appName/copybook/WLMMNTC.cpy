      *----------------------------------------------------------------*
      *  WLMMNTC - COMMAREA FOR WLMMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE WATCH-LIST MATCH LIST. THE LISTED
      *  MATCHES LIVE IN TS QUEUE WLMMWK; THE SEARCH THAT BUILT THE
      *  LIST TRAVELS HERE SO PAGING AND ROW ACTIONS WORK ON THE SAME
      *  SELECTION. SAME SHAPE AS LHDMNTC.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  WMM-TOP           PIC 9(4) COMP.
           05  WMM-TOTAL         PIC 9(4) COMP.
           05  WMM-SCUST         PIC X(6).
           05  WMM-SALL          PIC X.
