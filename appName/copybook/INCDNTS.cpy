      *----------------------------------------------------------------*
      *  INCDNTS - Record layout for the INCIDENT VSAM KSDS, the       *
      *  incident records. One listener outage raises a LINKCHEK, a    *
      *  handful of INQUTRAN and an HBWATCH alert, and afterwards      *
      *  nothing said what actually happened; an incident groups      *
      *  those ALRTHIST alerts under one number with an owner, a       *
      *  timeline of updates, and the cause and resolution codes it    *
      *  was closed with (see INCCODS). Opened, and alerts attached,   *
      *  from ALRTCON; worked and closed on INCMNT; reported monthly   *
      *  by INCRPT. Keyed on incident number + sequence, same idea as  *
      *  RPTSTOR's line zero: sequence 000 is the incident header,     *
      *  001 up its timeline events in order. Incident 000000 is the   *
      *  control record holding the last number given out. Fixed 120  *
      *  bytes.                                                        *
      *----------------------------------------------------------------*
       01  INC-REC.
           05  INC-KEY.
               10  INC-ID        PIC 9(6).
                   88  INC-CONTROL-REC     VALUE 0.
               10  INC-SEQ       PIC 9(3).
                   88  INC-HEADER-REC      VALUE 0.
           05  INC-BODY          PIC X(111).
      *-- SEQUENCE 000 - THE INCIDENT ITSELF.
           05  INC-HDR REDEFINES INC-BODY.
               10  INC-STATUS        PIC X.
                   88  INC-OPEN             VALUE 'O'.
                   88  INC-ACKED            VALUE 'A'.
                   88  INC-CLOSED           VALUE 'C'.
               10  INC-TITLE         PIC X(40).
               10  INC-COMPONENT     PIC X(8).
               10  INC-OPEN-DATE     PIC X(8).
               10  INC-OPEN-TIME     PIC X(8).
               10  INC-OPEN-OPID     PIC X(3).
               10  INC-OWNER         PIC X(8).
               10  INC-ACK-OPID      PIC X(3).
               10  INC-CLOSE-DATE    PIC X(8).
               10  INC-CLOSE-TIME    PIC X(8).
               10  INC-CAUSE         PIC X(4).
               10  INC-RESOL         PIC X(4).
               10  INC-LAST-SEQ      PIC 9(3).
               10  INC-ALERTS        PIC 9(3).
               10  FILLER            PIC X(2).
      *-- SEQUENCE 001 UP - ONE TIMELINE EVENT. AN 'L' EVENT CARRIES
      *-- THE ALRTHIST KEY OF THE ALERT IT ATTACHED.
           05  INC-EVT REDEFINES INC-BODY.
               10  INC-EV-DATE       PIC X(8).
               10  INC-EV-TIME       PIC X(8).
               10  INC-EV-OPID       PIC X(3).
               10  INC-EV-TYPE       PIC X.
                   88  INC-EV-OPENED        VALUE 'O'.
                   88  INC-EV-LINKED        VALUE 'L'.
                   88  INC-EV-OWNER         VALUE 'W'.
                   88  INC-EV-UPDATE        VALUE 'U'.
                   88  INC-EV-ACKED         VALUE 'K'.
                   88  INC-EV-CLOSED        VALUE 'C'.
               10  INC-EV-HKEY       PIC X(19).
               10  INC-EV-TEXT       PIC X(60).
               10  FILLER            PIC X(12).
      *-- INCIDENT 000000 - THE NUMBERING CONTROL RECORD.
           05  INC-CTL REDEFINES INC-BODY.
               10  INC-CTL-LAST-ID   PIC 9(6).
               10  FILLER            PIC X(105).
