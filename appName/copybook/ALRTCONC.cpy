      *-- ACKNOWLEDGED (ITEM NUMBERS THEMSELVES NEVER MOVE, THE
      *-- QUEUE ONLY APPENDS).
           05  ACN-SNAP          PIC 9(4) COMP.
      *-- WHICH MAP IS ON THE SCREEN - 'R' WHILE THE RUNBOOK VIEW
      *-- (ALRTRBS) IS UP, SO THE NEXT KEY GOES BACK TO THE LIST
      *-- INSTEAD OF RECEIVING THE LIST MAP.
           05  ACN-VIEW          PIC X.
               88  ACN-VIEW-RUNBOOK     VALUE 'R'.
