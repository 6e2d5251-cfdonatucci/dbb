      *----------------------------------------------------------------*
      *  RPTVIEWC - COMMAREA FOR RPTVIEW, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE ONLINE REPORT VIEWER. THE PHASE
      *  (LIST OF REPORTS, PAGING THROUGH ONE, OR WHO THE SELECTED
      *  ONE WAS DELIVERED TO - SEE RPTDLGS), THE SELECTED
      *  REPORT'S NAME AND DATE, THE PAGE NUMBER, THE LIST'S RESUME
      *  KEY AND WHICH REPORT EACH LIST ROW SHOWED ALL TRAVEL HERE -
      *  THE REPORT LINES THEMSELVES STAY ON THE RPTSTOR FILE.
           05  RPV-PHASE         PIC X.
               88  RPV-PHASE-LIST       VALUE 'L'.
               88  RPV-PHASE-VIEW       VALUE 'V'.
               88  RPV-PHASE-DIST       VALUE 'D'.
           05  RPV-NAME          PIC X(8).
           05  RPV-DATE          PIC X(8).
           05  RPV-PAGE          PIC 9(5).
