      *----------------------------------------------------------------*
      *  RUNBKS - Record layout for the RUNBOOK VSAM KSDS, the alert   *
      *  runbooks. A runbook belongs to an alert source program and a  *
      *  message-text pattern - the pattern matches any alert from     *
      *  that source whose text contains it, a blank pattern is the    *
      *  source's catch-all, and a non-blank match always wins over    *
      *  the catch-all (see RBKMATS/RBKMATP). One record per numbered  *
      *  recovery step; step 00 holds the escalation contact. Keyed    *
      *  on source+pattern+step so a browse reads a runbook in step    *
      *  order. Maintained online by RBKMNT; read by ALRTCON, by       *
      *  ALRTDISP for the reference it appends to each delivery, and   *
      *  by the RBKGAP weekly gap report. Fixed 90 bytes.              *
      *----------------------------------------------------------------*
       01  RBK-REC.
           05  RBK-KEY.
               10  RBK-SOURCE    PIC X(8).
               10  RBK-PATTERN   PIC X(16).
               10  RBK-STEP      PIC 9(2).
                   88  RBK-CONTACT-STEP    VALUE 0.
           05  RBK-TEXT          PIC X(48).
           05  RBK-OPID          PIC X(3).
           05  RBK-UPDATED       PIC X(8).
           05  FILLER            PIC X(5).
