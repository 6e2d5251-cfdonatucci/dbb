      *----------------------------------------------------------------*
      *  CFMMNTS - Symbolic map for BMS mapset CFMMNTM/CFMMNTS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/CFMMNTM.bms). Only the fields   *
      *  CFMMNT actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  CFMMNTSI.
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
           02  SAUDL         COMP PIC S9(4).
           02  SAUDF         PIC X.
           02  FILLER REDEFINES SAUDF.
               03  SAUDA     PIC X.
           02  SAUDI         PIC X(8).
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
           02  CFMMNT-LIN OCCURS 8 TIMES.
               03  ACTL      COMP PIC S9(4).
               03  ACTF      PIC X.
               03  FILLER REDEFINES ACTF.
                   04  ACTA  PIC X.
               03  ACTI      PIC X.
               03  CLML      COMP PIC S9(4).
               03  CLMF      PIC X.
               03  FILLER REDEFINES CLMF.
                   04  CLMA  PIC X.
               03  CLMI      PIC X(8).
               03  LINL      COMP PIC S9(4).
               03  LINF      PIC X.
               03  FILLER REDEFINES LINF.
                   04  LINA  PIC X.
               03  LINI      PIC X(68).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  CFMMNTSO REDEFINES CFMMNTSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  SAUDO         PIC X(8).
           02  FILLER        PIC X(3).
           02  SCUSTO        PIC X(6).
           02  FILLER        PIC X(3).
           02  SALLO         PIC X.
           02  CFMMNT-LINO OCCURS 8 TIMES.
               03  FILLER    PIC X(3).
               03  ACTO      PIC X.
               03  FILLER    PIC X(3).
               03  CLMO      PIC X(8).
               03  FILLER    PIC X(3).
               03  LINO      PIC X(68).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
