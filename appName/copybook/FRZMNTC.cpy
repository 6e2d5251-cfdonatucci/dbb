      *----------------------------------------------------------------*
      *  FRZMNTC - COMMAREA FOR FRZMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE ONLINE CHANGE FREEZE CALENDAR
      *  MAINTENANCE TRANSACTION. KEPT SMALL - THE STAGED FREEZE ROWS
      *  THEMSELVES LIVE IN TS QUEUE FRZMWK, NOT HERE. SAME SHAPE AS
      *  HOLMNT'S COMMAREA (SEE HOLMNTC).
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  FMN-TOP           PIC 9(4) COMP.
           05  FMN-TOTAL         PIC 9(4) COMP.
           05  FMN-CHANGED       PIC X.
               88  FMN-CHANGED-YES      VALUE 'Y'.
