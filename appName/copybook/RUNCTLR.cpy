      *----------------------------------------------------------------*
      *  RUNCTLR - Record layout of RUNCTL, the shared batch run-      *
      *  control file (see RUNCTLF for the batch FD and the protocol). *
      *  COPYed under RUNCTLF by every program in the chain, and into  *
      *  WORKING-STORAGE by the CICS programs that browse the file.    *
      *  Statuses: 'S' started, 'C' completed, 'F' failed (non-zero    *
      *  return code), 'K' skipped - planned holiday. Programs named   *
      *  '*xxxxxxx' are parameter records (*BUSDATE, *HOLIDAY).        *
      *  RCF-PREREQ carries the step's own RC-PREREQ on every step     *
      *  record (spaces on records written before it was added), so    *
      *  the restart planner RUNCPLAN can see what waits on what.      *
      *----------------------------------------------------------------*
       01  RCF-REC.
           05  RCF-PROGRAM   PIC X(8).
           05  RCF-BUSDATE   PIC X(8).
           05  RCF-STATUS    PIC X.
           05  RCF-INPUT     PIC X(12).
           05  RCF-RECS-IN   PIC 9(7).
           05  RCF-RECS-OUT  PIC 9(7).
           05  RCF-HORA      PIC X(8).
           05  RCF-PREREQ    PIC X(8).
           05  FILLER        PIC X(21).
