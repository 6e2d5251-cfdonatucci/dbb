      *----------------------------------------------------------------*
      *  CFMMNTC - COMMAREA FOR CFMMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE AUDIT CONFIRMATION REPLY LIST.
      *  THE LISTED CONFIRMATIONS LIVE IN TS QUEUE CFMMWK; THE SEARCH
      *  THAT BUILT THE LIST TRAVELS HERE SO PAGING AND REPLIES WORK
      *  ON THE SAME SELECTION. SAME SHAPE AS SUSPMNTC.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CMM-TOP           PIC 9(4) COMP.
           05  CMM-TOTAL         PIC 9(4) COMP.
           05  CMM-SAUD          PIC X(8).
           05  CMM-SCUST         PIC X(6).
           05  CMM-SALL          PIC X.
