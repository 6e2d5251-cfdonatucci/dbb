      *----------------------------------------------------------------*
      *  SORDMNTC - COMMAREA FOR SORDMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE ONLINE STANDING-ORDER
      *  MAINTENANCE TRANSACTION. KEPT SMALL - THE STAGED ORDERS
      *  THEMSELVES LIVE IN TS QUEUE SORMWK, NOT HERE. SAME SHAPE AS
      *  SECPMNT'S COMMAREA (SEE SECPMNTC).
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  SOR-TOP           PIC 9(4) COMP.
           05  SOR-TOTAL         PIC 9(4) COMP.
           05  SOR-CHANGED       PIC X.
               88  SOR-CHANGED-YES      VALUE 'Y'.
