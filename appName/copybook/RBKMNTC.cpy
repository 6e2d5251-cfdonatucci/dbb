      *----------------------------------------------------------------*
      *  RBKMNTC - COMMAREA FOR RBKMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE ONLINE ALERT RUNBOOK MAINTENANCE
      *  TRANSACTION. KEPT SMALL - THE STAGED RUNBOOK STEPS THEMSELVES
      *  LIVE IN TS QUEUE RBKMWK, NOT HERE. SAME SHAPE AS HOLMNT'S
      *  COMMAREA (SEE HOLMNTC).
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  RMN-TOP           PIC 9(4) COMP.
           05  RMN-TOTAL         PIC 9(4) COMP.
           05  RMN-CHANGED       PIC X.
               88  RMN-CHANGED-YES      VALUE 'Y'.
