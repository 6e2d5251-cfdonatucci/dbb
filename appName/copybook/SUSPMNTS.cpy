      *----------------------------------------------------------------*
      *  SUSPMNTS - Symbolic map for BMS mapset SUSPMNTM/SUSPMNTS.     *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/SUSPMNTM.bms). Only the fields  *
      *  SUSPMNT actually moves data into/out of are carried here -    *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  SUSPMNTSI.
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
           02  SREFL         COMP PIC S9(4).
           02  SREFF         PIC X.
           02  FILLER REDEFINES SREFF.
               03  SREFA     PIC X.
           02  SREFI         PIC X(16).
           02  SAMTL         COMP PIC S9(4).
           02  SAMTF         PIC X.
           02  FILLER REDEFINES SAMTF.
               03  SAMTA     PIC X.
           02  SAMTI         PIC X(8).
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
           02  SUSPMNT-LIN OCCURS 8 TIMES.
               03  ACTL      COMP PIC S9(4).
               03  ACTF      PIC X.
               03  FILLER REDEFINES ACTF.
                   04  ACTA  PIC X.
               03  ACTI      PIC X.
               03  CUSL      COMP PIC S9(4).
               03  CUSF      PIC X.
               03  FILLER REDEFINES CUSF.
                   04  CUSA  PIC X.
               03  CUSI      PIC X(6).
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
       01  SUSPMNTSO REDEFINES SUSPMNTSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  SREFO         PIC X(16).
           02  FILLER        PIC X(3).
           02  SAMTO         PIC X(8).
           02  FILLER        PIC X(3).
           02  SCUSTO        PIC X(6).
           02  FILLER        PIC X(3).
           02  SALLO         PIC X.
           02  SUSPMNT-LINO OCCURS 8 TIMES.
               03  FILLER    PIC X(3).
               03  ACTO      PIC X.
               03  FILLER    PIC X(3).
               03  CUSO      PIC X(6).
               03  FILLER    PIC X(3).
               03  LINO      PIC X(68).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
