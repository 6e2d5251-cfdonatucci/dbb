      *----------------------------------------------------------------*
      *  CUSTINQC - COMMAREA FOR CUSTINQ, CARRIED ACROSS THE PSEUDO-
      *  CONVERSATIONAL TURNS OF THE CUSTOMER OVERVIEW. THE FILEA PART
      *  OF THE SCREEN IS READ THROUGH EDUFILAP ONCE PER CUSTOMER AND
      *  TRAVELS HERE ALREADY FORMATTED, SO PAGING THE POSTINGS DOES
      *  NOT COUNT AS ANOTHER CUSTOMER READ. CIQ-AUTH SAYS EDUFILAP'S
      *  CHECK-AUTH LET THIS OPERATOR SEE THE CUSTOMER - NOTHING ELSE
      *  ON THE SCREEN IS READ WITHOUT IT.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CIQ-NUMB          PIC X(6).
           05  CIQ-PAGE          PIC 9(3).
           05  CIQ-AUTH          PIC X.
               88  CIQ-CLEARED         VALUE 'Y'.
           05  CIQ-ONFILE        PIC X.
               88  CIQ-ON-FILEA        VALUE 'Y'.
           05  CIQ-HDR           PIC X(79) OCCURS 5 TIMES.
