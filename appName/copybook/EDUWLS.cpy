      *----------------------------------------------------------------*
      *  EDUWLS - Record layout for the WATCHLST VSAM KSDS, the        *
      *  sanctions watch list the customer names are screened against. *
      *  Rebuilt whole by EDUFWLLD from the regulator's published list *
      *  every time a new list arrives. Keyed on the name match key:   *
      *  the name upper-cased with everything but letters and digits   *
      *  squeezed out, first 20 characters (see WLNAMEP). A name       *
      *  published as SURNAME, GIVEN NAMES is also keyed the other way *
      *  round (WL-FORM 'R'), so both orders of a customer name match. *
      *  EDUFILAP holds an add or a name change that hits the list for *
      *  compliance review; EDUFWLSC rescans every customer nightly.   *
      *  One control record keyed '*WLCTL*' (the '*' sorts ahead of    *
      *  every real key and never survives WLNAMEP) says when the list *
      *  was loaded and how big it was. Fixed 120 bytes.               *
      *----------------------------------------------------------------*
       01  WL-REC.
           05  WL-KEY            PIC X(20).
               88  WL-IS-CONTROL        VALUE '*WLCTL*'.
      *-- THE REGULATOR'S OWN REFERENCE FOR THE LISTED PARTY, AND THE
      *-- SANCTIONS PROGRAMME IT IS LISTED UNDER.
           05  WL-ENTRY          PIC X(10).
           05  WL-PROGRAM        PIC X(10).
      *-- YYYYMMDD THE PARTY WAS LISTED, AS PUBLISHED.
           05  WL-LISTED         PIC X(8).
           05  WL-NAME           PIC X(60).
      *-- ON THE CONTROL RECORD THE NAME SLOT CARRIES THE LOAD TOTALS.
           05  WL-CTL-DATA REDEFINES WL-NAME.
               10  WL-CTL-ENTRIES    PIC 9(7).
               10  WL-CTL-KEYS       PIC 9(7).
               10  FILLER            PIC X(46).
           05  WL-FORM           PIC X.
               88  WL-AS-PUBLISHED      VALUE 'P'.
               88  WL-REORDERED         VALUE 'R'.
      *-- BUSINESS DATE (YYYYMMDD) OF THE LOAD THAT WROTE THE RECORD.
           05  WL-LOADED         PIC X(8).
           05  FILLER            PIC X(3).
