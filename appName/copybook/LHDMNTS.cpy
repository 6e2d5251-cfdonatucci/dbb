      *----------------------------------------------------------------*
      *  LHDMNTS - Symbolic map for BMS mapset LHDMNTM/LHDMNTS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/LHDMNTM.bms). Only the fields   *
      *  LHDMNT actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  LHDMNTSI.
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
           02  PNUMBL        COMP PIC S9(4).
           02  PNUMBF        PIC X.
           02  FILLER REDEFINES PNUMBF.
               03  PNUMBA    PIC X.
           02  PNUMBI        PIC X(6).
           02  PTYPEL        COMP PIC S9(4).
           02  PTYPEF        PIC X.
           02  FILLER REDEFINES PTYPEF.
               03  PTYPEA    PIC X.
           02  PTYPEI        PIC X.
           02  PEXPL         COMP PIC S9(4).
           02  PEXPF         PIC X.
           02  FILLER REDEFINES PEXPF.
               03  PEXPA     PIC X.
           02  PEXPI         PIC X(8).
           02  PRSNL         COMP PIC S9(4).
           02  PRSNF         PIC X.
           02  FILLER REDEFINES PRSNF.
               03  PRSNA     PIC X.
           02  PRSNI         PIC X(30).
           02  PREFL         COMP PIC S9(4).
           02  PREFF         PIC X.
           02  FILLER REDEFINES PREFF.
               03  PREFA     PIC X.
           02  PREFI         PIC X(20).
           02  LHDMNT-LIN OCCURS 8 TIMES.
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
       01  LHDMNTSO REDEFINES LHDMNTSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  SCUSTO        PIC X(6).
           02  FILLER        PIC X(3).
           02  SALLO         PIC X.
           02  FILLER        PIC X(3).
           02  PNUMBO        PIC X(6).
           02  FILLER        PIC X(3).
           02  PTYPEO        PIC X.
           02  FILLER        PIC X(3).
           02  PEXPO         PIC X(8).
           02  FILLER        PIC X(3).
           02  PRSNO         PIC X(30).
           02  FILLER        PIC X(3).
           02  PREFO         PIC X(20).
           02  LHDMNT-LINO OCCURS 8 TIMES.
               03  FILLER    PIC X(3).
               03  ACTO      PIC X.
               03  FILLER    PIC X(3).
               03  LINO      PIC X(77).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
