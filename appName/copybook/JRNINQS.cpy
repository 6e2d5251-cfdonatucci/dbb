      *----------------------------------------------------------------*
      *  JRNINQS - Symbolic map for BMS mapset JRNINQM/JRNINQS.        *
      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/JRNINQM.bms). Only the fields   *
      *  JRNINQ actually moves data into/out of are carried here -     *
      *  static ASKIP label fields are omitted.                        *
      *----------------------------------------------------------------*
       01  JRNINQSI.
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
           02  FROMDL        COMP PIC S9(4).
           02  FROMDF        PIC X.
           02  FILLER REDEFINES FROMDF.
               03  FROMDA    PIC X.
           02  FROMDI        PIC X(8).
           02  TODL          COMP PIC S9(4).
           02  TODF          PIC X.
           02  FILLER REDEFINES TODF.
               03  TODA      PIC X.
           02  TODI          PIC X(8).
           02  JPAGEL        COMP PIC S9(4).
           02  JPAGEF        PIC X.
           02  FILLER REDEFINES JPAGEF.
               03  JPAGEA    PIC X.
           02  JPAGEI        PIC X(19).
           02  JRNINQ-LIN OCCURS 15 TIMES.
               03  JLINL     COMP PIC S9(4).
               03  JLINF     PIC X.
               03  FILLER REDEFINES JLINF.
                   04  JLINA PIC X.
               03  JLINI     PIC X(77).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA  PIC X.
           02  MSGLINEI      PIC X(79).
      *
       01  JRNINQSO REDEFINES JRNINQSI.
           02  FILLER        PIC X(3).
           02  FDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  FTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CUSNOO        PIC X(6).
           02  FILLER        PIC X(3).
           02  FROMDO        PIC X(8).
           02  FILLER        PIC X(3).
           02  TODO          PIC X(8).
           02  FILLER        PIC X(3).
           02  JPAGEO        PIC X(19).
           02  JRNINQ-LINO OCCURS 15 TIMES.
               03  FILLER    PIC X(3).
               03  JLINO     PIC X(77).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
