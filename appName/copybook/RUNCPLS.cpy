      *----------------------------------------------------------------*
      *  RUNCPLS - Record layout of RUNPLST, the rerun list RUNCPLAN   *
      *  writes for a failed night when its control card asks for it. *
      *  One record per step to submit, in submission order: the      *
      *  failed step(s) first, then everything downstream of them and *
      *  every step of the night not yet run, each after the step it  *
      *  waits on. The scheduler JCL reads it to build the restart    *
      *  stream. Fixed 80 bytes.                                       *
      *----------------------------------------------------------------*
       01  RPL-REC.
           05  RPL-BUSDATE       PIC X(8).
           05  RPL-SEQ           PIC 9(3).
           05  RPL-PROG          PIC X(8).
      *-- WHY THE STEP IS ON THE LIST.
           05  RPL-REASON        PIC X.
               88  RPL-FAILED           VALUE 'F'.
               88  RPL-STALE            VALUE 'R'.
               88  RPL-NOT-RUN          VALUE 'N'.
           05  RPL-PREREQ        PIC X(8).
           05  FILLER            PIC X(52).
