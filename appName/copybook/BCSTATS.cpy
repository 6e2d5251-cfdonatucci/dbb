      *----------------------------------------------------------------*
      *  BCSTATS - Symbolic map for BMS mapset BCSTATM/BCSTATS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/BCSTATM.bms). Only the fields   *
      *  BCSTAT actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  BCSTATSI.
           02  FDATEL        COMP PIC S9(4).
           02  FDATEF        PIC X.
           02  FILLER REDEFINES FDATEF.
               03  FDATEA    PIC X.
           02  FDATEI        PIC X(10).
           02  FTIMEL        COMP PIC S9(4).
           02  FTIMEF        PIC X.
           02  FILLER REDEFINES FTIMEF.
               03  FTIMEA    PIC X.
           02  FTIMEI        PIC X(8).
           02  BDATEL        COMP PIC S9(4).
           02  BDATEF        PIC X.
           02  FILLER REDEFINES BDATEF.
               03  BDATEA    PIC X.
           02  BDATEI        PIC X(8).
           02  BINFOL        COMP PIC S9(4).
           02  BINFOF        PIC X.
           02  FILLER REDEFINES BINFOF.
               03  BINFOA    PIC X.
           02  BINFOI        PIC X(24).
           02  BPAGEL        COMP PIC S9(4).
           02  BPAGEF        PIC X.
           02  FILLER REDEFINES BPAGEF.
               03  BPAGEA    PIC X.
           02  BPAGEI        PIC X(19).
           02  BCSTAT-LIN OCCURS 17 TIMES.
               03  BLINL     COMP PIC S9(4).
               03  BLINF     PIC X.
               03  FILLER REDEFINES BLINF.
                   04  BLINA PIC X.
               03  BLINI     PIC X(78).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  BCSTATSO REDEFINES BCSTATSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  BDATEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  BINFOO        PIC X(24).
           02  FILLER        PIC X(3).
           02  BPAGEO        PIC X(19).
           02  BCSTAT-LINO OCCURS 17 TIMES.
               03  FILLER    PIC X(3).
               03  BLINO     PIC X(78).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
