      *  Hand-maintained equivalent of the DFHMSD LANG=COBOL generated *
      *  symbolic map (see appName/bms/ALRTCONM.bms). Only the fields  *
      *  ALRTCON actually moves data into/out of are carried here -    *
      *  static ASKIP label fields are omitted. The mapset carries a   *
      *  second map, ALRTRBS (the runbook view), at the end.           *
      *----------------------------------------------------------------*
       01  ALRTCONSI.
           02  FDATEL        COMP PIC S9(4).
               03  FILLER REDEFINES LINF.
                   04  LINA  PIC X.
               03  LINI      PIC X(75).
           02  INCNUML       COMP PIC S9(4).
           02  INCNUMF       PIC X.
           02  FILLER REDEFINES INCNUMF.
               03  INCNUMA   PIC X.
           02  INCNUMI       PIC X(6).
           02  MSGLINEL      COMP PIC S9(4).
           02  MSGLINEF      PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  FILLER    PIC X(3).
               03  LINO      PIC X(75).
           02  FILLER        PIC X(3).
           02  INCNUMO       PIC X(6).
           02  FILLER        PIC X(3).
           02  MSGLINEO      PIC X(79).
      *
      *-- RUNBOOK VIEW FOR THE ALERT SELECTED WITH R - SEE RUNBKS.
       01  ALRTRBSI.
           02  RDATEL        COMP PIC S9(4).
           02  RDATEF        PIC X.
           02  FILLER REDEFINES RDATEF.
               03  RDATEA    PIC X.
           02  RDATEI        PIC X(10).
           02  RTIMEL        COMP PIC S9(4).
           02  RTIMEF        PIC X.
           02  FILLER REDEFINES RTIMEF.
               03  RTIMEA    PIC X.
           02  RTIMEI        PIC X(8).
           02  RALERTL       COMP PIC S9(4).
           02  RALERTF       PIC X.
           02  FILLER REDEFINES RALERTF.
               03  RALERTA   PIC X.
           02  RALERTI       PIC X(79).
           02  RBKIDL        COMP PIC S9(4).
           02  RBKIDF        PIC X.
           02  FILLER REDEFINES RBKIDF.
               03  RBKIDA    PIC X.
           02  RBKIDI        PIC X(26).
           02  RBKESCL       COMP PIC S9(4).
           02  RBKESCF       PIC X.
           02  FILLER REDEFINES RBKESCF.
               03  RBKESCA   PIC X.
           02  RBKESCI       PIC X(48).
           02  ALRTRBS-STEP OCCURS 14 TIMES.
               03  STEPL     COMP PIC S9(4).
               03  STEPF     PIC X.
               03  FILLER REDEFINES STEPF.
                   04  STEPA PIC X.
               03  STEPI     PIC X(52).
           02  RMSGL         COMP PIC S9(4).
           02  RMSGF         PIC X.
           02  FILLER REDEFINES RMSGF.
               03  RMSGA     PIC X.
           02  RMSGI         PIC X(79).
      *
       01  ALRTRBSO REDEFINES ALRTRBSI.
           02  FILLER        PIC X(3).
           02  RDATEO        PIC X(10).
           02  FILLER        PIC X(3).
           02  RTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  RALERTO       PIC X(79).
           02  FILLER        PIC X(3).
           02  RBKIDO        PIC X(26).
           02  FILLER        PIC X(3).
           02  RBKESCO       PIC X(48).
           02  ALRTRBS-STEPO OCCURS 14 TIMES.
               03  FILLER    PIC X(3).
               03  STEPO     PIC X(52).
           02  FILLER        PIC X(3).
           02  RMSGO         PIC X(79).
