               03  LINF      PIC X.
               03  FILLER REDEFINES LINF.
                   04  LINA  PIC X.
               03  LINI      PIC X(77).
           02  ADDLINL       COMP PIC S9(4).
           02  ADDLINF       PIC X.
           02  FILLER REDEFINES ADDLINF.
               03  ADDLINA   PIC X.
           02  ADDLINI       PIC X(50).
           02  ADDLADL       COMP PIC S9(4).
           02  ADDLADF       PIC X.
           02  FILLER REDEFINES ADDLADF.
               03  ADDLADA   PIC X.
           02  ADDLADI       PIC X(40).
           02  EMRGREFL      COMP PIC S9(4).
           02  EMRGREFF      PIC X.
           02  FILLER REDEFINES EMRGREFF.
               03  EMRGREFA  PIC X.
           02  EMRGREFI      PIC X(12).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  FILLER    PIC X(3).
               03  ACTO      PIC X.
               03  FILLER    PIC X(3).
               03  LINO      PIC X(77).
           02  FILLER        PIC X(3).
           02  ADDLINO       PIC X(50).
           02  FILLER        PIC X(3).
           02  ADDLADO       PIC X(40).
           02  FILLER        PIC X(3).
           02  EMRGREFO      PIC X(12).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
