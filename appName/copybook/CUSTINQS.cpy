      *----------------------------------------------------------------*
      *  CUSTINQS - Symbolic map for BMS mapset CUSTINQM/CUSTINQS.     *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/CUSTINQM.bms). Only the fields  *
      *  CUSTINQ actually moves data into/out of are carried here -    *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  CUSTINQSI.
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
           02  CUSNOL        COMP PIC S9(4).
           02  CUSNOF        PIC X.
           02  FILLER REDEFINES CUSNOF.
               03  CUSNOA    PIC X.
           02  CUSNOI        PIC X(6).
           02  CUSTINQ-HDR OCCURS 6 TIMES.
               03  HDRL      COMP PIC S9(4).
               03  HDRF      PIC X.
               03  FILLER REDEFINES HDRF.
                   04  HDRA  PIC X.
               03  HDRI      PIC X(79).
           02  PSTPGL        COMP PIC S9(4).
           02  PSTPGF        PIC X.
           02  FILLER REDEFINES PSTPGF.
               03  PSTPGA    PIC X.
           02  PSTPGI        PIC X(19).
           02  CUSTINQ-PST OCCURS 5 TIMES.
               03  PSTL      COMP PIC S9(4).
               03  PSTF      PIC X.
               03  FILLER REDEFINES PSTF.
                   04  PSTA  PIC X.
               03  PSTI      PIC X(77).
           02  CUSTINQ-NOT OCCURS 3 TIMES.
               03  CNOTL     COMP PIC S9(4).
               03  CNOTF     PIC X.
               03  FILLER REDEFINES CNOTF.
                   04  CNOTA PIC X.
               03  CNOTI     PIC X(77).
           02  CUSTINQ-PND OCCURS 2 TIMES.
               03  PNDL      COMP PIC S9(4).
               03  PNDF      PIC X.
               03  FILLER REDEFINES PNDF.
                   04  PNDA  PIC X.
               03  PNDI      PIC X(79).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  CUSTINQSO REDEFINES CUSTINQSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CUSNOO        PIC X(6).
           02  CUSTINQ-HDRO OCCURS 6 TIMES.
               03  FILLER    PIC X(3).
               03  HDRO      PIC X(79).
           02  FILLER        PIC X(3).
           02  PSTPGO        PIC X(19).
           02  CUSTINQ-PSTO OCCURS 5 TIMES.
               03  FILLER    PIC X(3).
               03  PSTO      PIC X(77).
           02  CUSTINQ-NOTO OCCURS 3 TIMES.
               03  FILLER    PIC X(3).
               03  CNOTO     PIC X(77).
           02  CUSTINQ-PNDO OCCURS 2 TIMES.
               03  FILLER    PIC X(3).
               03  PNDO      PIC X(79).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
