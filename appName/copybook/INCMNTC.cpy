      *----------------------------------------------------------------*
      *  INCMNTC - COMMAREA FOR INCMNT, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE ONLINE INCIDENT RECORD
      *  TRANSACTION. ONLY WHICH INCIDENT IS ON THE SCREEN AND WHERE
      *  ITS TIMELINE PAGE STARTS - THE INCIDENT ITSELF IS RE-READ
      *  FROM THE INCIDENT FILE EVERY TURN.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  IMN-ID            PIC 9(6).
           05  IMN-TOP           PIC 9(4) COMP.
