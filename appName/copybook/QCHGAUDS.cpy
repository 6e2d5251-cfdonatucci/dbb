      *  and a timestamped key, so schedule changes can be traced the   *
      *  way FILEA changes are through EDUJ. Browsed by the QCHGRPT     *
      *  batch report. Key is date+time+sequence; the sequence keeps    *
      *  the changes of one confirm apart. A change confirmed during    *
      *  a declared change freeze (see FRZCALS) carries the operator's  *
      *  emergency change reference, and FRZCHK adds one 'E' record     *
      *  per such confirm from any maintenance screen - the freeze      *
      *  reason as the before text, what was changed as the after.      *
      *  A blank program means INITMNT. Fixed 240 bytes.                *
      *----------------------------------------------------------------*
       01  QCA-REC.
           05  QCA-KEY.
               88  QCA-ACT-COMMENTED    VALUE 'C'.
               88  QCA-ACT-RESYNCED     VALUE 'R'.
               88  QCA-ACT-UNMARKED     VALUE 'U'.
               88  QCA-ACT-EMERGENCY    VALUE 'E'.
           05  QCA-OPID          PIC X(3).
           05  QCA-TERM          PIC X(4).
           05  QCA-BEFORE        PIC X(80).
           05  QCA-AFTER         PIC X(80).
           05  QCA-PROGRAM       PIC X(8).
           05  QCA-EMERG-REF     PIC X(12).
           05  FILLER            PIC X(29).
