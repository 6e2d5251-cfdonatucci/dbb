           02  FILLER REDEFINES CMNTF.
               03  CMNTA     PIC X.
           02  CMNTI         PIC X(40).
           02  HHLINEL       COMP PIC S9(4).
           02  HHLINEF       PIC X.
           02  FILLER REDEFINES HHLINEF.
               03  HHLINEA   PIC X.
           02  HHLINEI       PIC X(79).
           02  EDUFMNT-BR OCCURS 10 TIMES.
               03  BRL       COMP PIC S9(4).
               03  BRF       PIC X.
               03  FILLER REDEFINES BRF.
                   04  BRA   PIC X.
               03  BRI       PIC X(30).
           02  HOLDLNL       COMP PIC S9(4).
           02  HOLDLNF       PIC X.
           02  FILLER REDEFINES HOLDLNF.
               03  HOLDLNA   PIC X.
           02  HOLDLNI       PIC X(79).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
           02  AMTO          PIC X(10).
           02  FILLER        PIC X(3).
           02  CMNTO         PIC X(40).
           02  FILLER        PIC X(3).
           02  HHLINEO       PIC X(79).
           02  EDUFMNT-BRO OCCURS 10 TIMES.
               03  FILLER    PIC X(3).
               03  BRO       PIC X(30).
           02  FILLER        PIC X(3).
           02  HOLDLNO       PIC X(79).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
