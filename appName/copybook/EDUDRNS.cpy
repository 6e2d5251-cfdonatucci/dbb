      *----------------------------------------------------------------*
      *  EDUDRNS - Pre-dormancy notice record written by EDUFDORM for  *
      *  every active customer whose last activity (DATEX) is close    *
      *  enough to the dormancy threshold that the next monthly run    *
      *  will make the account dormant unless something is posted or  *
      *  maintained first. One record per customer to be warned: name  *
      *  and address for the mail room, the email and the route the    *
      *  warning should take ('E' for a well-formed EMAILX, otherwise  *
      *  'P' for paper), the last-activity date as YYYYMMDD, the days  *
      *  inactive and the days left before the threshold, and the      *
      *  balance carried. Fixed 140 bytes.                             *
      *----------------------------------------------------------------*
       01  DRN-REC.
           05  DRN-RUNDATE       PIC X(8).
           05  DRN-NUMB          PIC X(6).
           05  DRN-NAME          PIC X(20).
           05  DRN-ADDRX         PIC X(20).
           05  DRN-ADDR2X        PIC X(20).
           05  DRN-EMAILX        PIC X(30).
           05  DRN-ROUTE         PIC X.
               88  DRN-BY-PAPER         VALUE 'P'.
               88  DRN-BY-EMAIL         VALUE 'E'.
           05  DRN-LAST-ACT      PIC X(8).
           05  DRN-DAYS-IDLE     PIC 9(5).
           05  DRN-DAYS-LEFT     PIC 9(5).
           05  DRN-AMOUNT        PIC S9(6)V99.
           05  FILLER            PIC X(9).
