      *----------------------------------------------------------------*
      *  INCMNTS - Symbolic map for BMS mapset INCMNTM/INCMNTS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/INCMNTM.bms). Only the fields   *
      *  INCMNT actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  INCMNTSI.
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
           02  INCIDL        COMP PIC S9(4).
           02  INCIDF        PIC X.
           02  FILLER REDEFINES INCIDF.
               03  INCIDA    PIC X.
           02  INCIDI        PIC X(6).
           02  ISTATL        COMP PIC S9(4).
           02  ISTATF        PIC X.
           02  FILLER REDEFINES ISTATF.
               03  ISTATA    PIC X.
           02  ISTATI        PIC X(6).
           02  NALRTL        COMP PIC S9(4).
           02  NALRTF        PIC X.
           02  FILLER REDEFINES NALRTF.
               03  NALRTA    PIC X.
           02  NALRTI        PIC X(3).
           02  ITITLEL       COMP PIC S9(4).
           02  ITITLEF       PIC X.
           02  FILLER REDEFINES ITITLEF.
               03  ITITLEA   PIC X.
           02  ITITLEI       PIC X(40).
           02  COMPONL       COMP PIC S9(4).
           02  COMPONF       PIC X.
           02  FILLER REDEFINES COMPONF.
               03  COMPONA   PIC X.
           02  COMPONI       PIC X(8).
           02  OWNERL        COMP PIC S9(4).
           02  OWNERF        PIC X.
           02  FILLER REDEFINES OWNERF.
               03  OWNERA    PIC X.
           02  OWNERI        PIC X(8).
           02  OPENEDL       COMP PIC S9(4).
           02  OPENEDF       PIC X.
           02  FILLER REDEFINES OPENEDF.
               03  OPENEDA   PIC X.
           02  OPENEDI       PIC X(60).
           02  CLOSEDL       COMP PIC S9(4).
           02  CLOSEDF       PIC X.
           02  FILLER REDEFINES CLOSEDF.
               03  CLOSEDA   PIC X.
           02  CLOSEDI       PIC X(66).
      *-- ONE TIMELINE EVENT PER SCREEN ROW.
           02  INCMNT-TL OCCURS 10 TIMES.
               03  TLL       COMP PIC S9(4).
               03  TLF       PIC X.
               03  FILLER REDEFINES TLF.
                   04  TLA   PIC X.
               03  TLI       PIC X(79).
           02  NOTEL         COMP PIC S9(4).
           02  NOTEF         PIC X.
           02  FILLER REDEFINES NOTEF.
               03  NOTEA     PIC X.
           02  NOTEI         PIC X(60).
           02  CMDL          COMP PIC S9(4).
           02  CMDF          PIC X.
           02  FILLER REDEFINES CMDF.
               03  CMDA      PIC X.
           02  CMDI          PIC X.
           02  CAUSEL        COMP PIC S9(4).
           02  CAUSEF        PIC X.
           02  FILLER REDEFINES CAUSEF.
               03  CAUSEA    PIC X.
           02  CAUSEI        PIC X(4).
           02  RESOLL        COMP PIC S9(4).
           02  RESOLF        PIC X.
           02  FILLER REDEFINES RESOLF.
               03  RESOLA    PIC X.
           02  RESOLI        PIC X(4).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  INCMNTSO REDEFINES INCMNTSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  INCIDO        PIC X(6).
           02  FILLER        PIC X(3).
           02  ISTATO        PIC X(6).
           02  FILLER        PIC X(3).
           02  NALRTO        PIC X(3).
           02  FILLER        PIC X(3).
           02  ITITLEO       PIC X(40).
           02  FILLER        PIC X(3).
           02  COMPONO       PIC X(8).
           02  FILLER        PIC X(3).
           02  OWNERO        PIC X(8).
           02  FILLER        PIC X(3).
           02  OPENEDO       PIC X(60).
           02  FILLER        PIC X(3).
           02  CLOSEDO       PIC X(66).
           02  INCMNT-TLO OCCURS 10 TIMES.
               03  FILLER    PIC X(3).
               03  TLO       PIC X(79).
           02  FILLER        PIC X(3).
           02  NOTEO         PIC X(60).
           02  FILLER        PIC X(3).
           02  CMDO          PIC X.
           02  FILLER        PIC X(3).
           02  CAUSEO        PIC X(4).
           02  FILLER        PIC X(3).
           02  RESOLO        PIC X(4).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
