      *----------------------------------------------------------------*
      *  SUSPMNTC - COMMAREA FOR SUSPMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE SUSPENSE WORK LIST. THE LISTED
      *  ITEMS THEMSELVES LIVE IN TS QUEUE SUSMWK; THE SEARCH THAT
      *  BUILT THE LIST TRAVELS HERE SO PAGING AND ACTIONS WORK ON THE
      *  SAME SELECTION. SAME SHAPE AS SORDMNTC.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  SUM-TOP           PIC 9(4) COMP.
           05  SUM-TOTAL         PIC 9(4) COMP.
           05  SUM-SREF          PIC X(16).
           05  SUM-SAMT          PIC X(8).
           05  SUM-SCUST         PIC X(6).
           05  SUM-SALL          PIC X.
