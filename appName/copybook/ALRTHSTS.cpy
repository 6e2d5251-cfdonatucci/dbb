      *  live queue; each ALRTLOG item carries its history key          *
      *  (ALOG-HKEY) so the two stay in step. Reported on by the        *
      *  ALRTHRPT volume/trend batch. Key is date+time+sequence.        *
      *  A CRITICAL left unacknowledged is climbed up the on-call       *
      *  group's escalation ladder (see ONCALLS) by ALRTDISP, which     *
      *  records here how far it got and who was paged last, for the    *
      *  handover screen. An alert suppressed because its parent was  *
      *  down (see ALRTDEPS) is recorded here only, already closed    *
      *  with the '*SP' stamp and flagged in AH-SUPPR.                *
      *  Fixed 120 bytes.                                             *
      *----------------------------------------------------------------*
       01  AH-REC.
           05  AH-KEY.
      *-- 'Y' = CLOSED AUTOMATICALLY BY A RECOVERY EVENT, NOT BY AN
      *-- OPERATOR.
           05  AH-RECOV          PIC X.
      *-- ESCALATION LADDER - BLANK = ONLY THE PRIMARY WAS PAGED.
           05  AH-PAGE-LEVEL     PIC X.
               88  AH-LADDER-NONE       VALUE SPACE.
               88  AH-PAGED-SECOND      VALUE '1'.
               88  AH-PAGED-MANAGER     VALUE '2'.
               88  AH-LADDER-DONE       VALUE '3'.
           05  AH-PAGED-DEST     PIC X(8).
      *-- 'P' = SUPPRESSED - PARENT DOWN: NEVER ON THE LIVE QUEUE AND
      *-- NEVER PAGED - THE PARENT'S OWN CRITICAL CARRIED THE OUTAGE.
           05  AH-SUPPR          PIC X.
               88  AH-PARENT-DOWN       VALUE 'P'.
