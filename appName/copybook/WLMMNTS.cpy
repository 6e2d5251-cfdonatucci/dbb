      *----------------------------------------------------------------*
      *  WLMMNTS - Symbolic map for BMS mapset WLMMNTM/WLMMNTS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/WLMMNTM.bms). Only the fields   *
      *  WLMMNT actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  WLMMNTSI.
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
           02  SCUSTL        COMP PIC S9(4).
           02  SCUSTF        PIC X.
           02  FILLER REDEFINES SCUSTF.
               03  SCUSTA    PIC X.
           02  SCUSTI        PIC X(6).
           02  SALLL         COMP PIC S9(4).
           02  SALLF         PIC X.
           02  FILLER REDEFINES SALLF.
               03  SALLA     PIC X.
           02  SALLI         PIC X.
           02  CRSNL         COMP PIC S9(4).
           02  CRSNF         PIC X.
           02  FILLER REDEFINES CRSNF.
               03  CRSNA     PIC X.
           02  CRSNI         PIC X(30).
           02  WLMMNT-LIN OCCURS 8 TIMES.
               03  ACTL      COMP PIC S9(4).
               03  ACTF      PIC X.
               03  FILLER REDEFINES ACTF.
                   04  ACTA  PIC X.
               03  ACTI      PIC X.
               03  LINL      COMP PIC S9(4).
               03  LINF      PIC X.
               03  FILLER REDEFINES LINF.
                   04  LINA  PIC X.
               03  LINI      PIC X(77).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  WLMMNTSO REDEFINES WLMMNTSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  SCUSTO        PIC X(6).
           02  FILLER        PIC X(3).
           02  SALLO         PIC X.
           02  FILLER        PIC X(3).
           02  CRSNO         PIC X(30).
           02  WLMMNT-LINO OCCURS 8 TIMES.
               03  FILLER    PIC X(3).
               03  ACTO      PIC X.
               03  FILLER    PIC X(3).
               03  LINO      PIC X(77).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
