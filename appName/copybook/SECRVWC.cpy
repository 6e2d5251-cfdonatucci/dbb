      *----------------------------------------------------------------*
      *  SECRVWC - COMMAREA FOR SECRVW, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE RECERTIFICATION SIGN-OFF. THE
      *  LISTED ROWS LIVE IN TS QUEUE SRVWWK; THE REVIEW'S DATE AND
      *  STATUS AND THE PROGRESS COUNTS TAKEN WITH THEM TRAVEL HERE
      *  FOR THE HEADING LINE. SAME SHAPE AS WLMMNTC.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  SRV-TOP           PIC 9(4) COMP.
           05  SRV-TOTAL         PIC 9(4) COMP.
           05  SRV-RVDATE        PIC X(8).
           05  SRV-RVSTAT        PIC X.
           05  SRV-DECIDED       PIC 9(4) COMP.
           05  SRV-REVOKES       PIC 9(4) COMP.
           05  SRV-UNAPPLIED     PIC 9(4) COMP.
