           02  FILLER REDEFINES ADDLINF.
               03  ADDLINA   PIC X.
           02  ADDLINI       PIC X(79).
           02  EMRGREFL      COMP PIC S9(4).
           02  EMRGREFF      PIC X.
           02  FILLER REDEFINES EMRGREFF.
               03  EMRGREFA  PIC X.
           02  EMRGREFI      PIC X(12).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
           02  FILLER        PIC X(3).
           02  ADDLINO       PIC X(79).
           02  FILLER        PIC X(3).
           02  EMRGREFO      PIC X(12).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
