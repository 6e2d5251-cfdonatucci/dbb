      *----------------------------------------------------------------*
      *  FRZCALS - Record layout for the FRZCAL VSAM KSDS, the change  *
      *  freeze calendar. One record per declared freeze (month-end,   *
      *  audit week) as a from/to date-time range with the reason and  *
      *  the supervisor who declared it. Keyed on the start date and   *
      *  HHMM; the end is inclusive to the minute. Maintained online   *
      *  by FRZMNT; read by FRZCHK, which INITMNT, SECPMNT, HOLMNT and *
      *  ONCMNT LINK to before confirming a change. Fixed 80 bytes.    *
      *----------------------------------------------------------------*
       01  FRZ-REC.
           05  FRZ-KEY.
               10  FRZ-FROM-DATE PIC X(8).
               10  FRZ-FROM-TIME PIC X(4).
           05  FRZ-TO.
               10  FRZ-TO-DATE   PIC X(8).
               10  FRZ-TO-TIME   PIC X(4).
           05  FRZ-REASON        PIC X(40).
           05  FRZ-OPID          PIC X(3).
           05  FRZ-ENTERED       PIC X(8).
           05  FILLER            PIC X(5).
