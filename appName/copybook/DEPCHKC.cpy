      *----------------------------------------------------------------*
      *  DEPCHKC - LINKAGE SECTION commarea for DEPCHK, the shared     *
      *  root-cause check over the ALRTDEP dependency file. COPY       *
      *  DEPCHKW instead in the callers' WORKING-STORAGE - same fields *
      *  under a data name that will not collide with a caller's own   *
      *  commarea (see ALERTC/ALERTW).                                 *
      *  FUNC 'Q' asks whether any parent of group CHILD is down (the  *
      *  parent comes back in PTYPE/PARENT); FUNC 'P' probes every     *
      *  connection and file parent on the file; FUNC 'D' and 'U'      *
      *  report a parent seen down or up by the caller's own check.    *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  DCK-FUNC              PIC X.
               88  DCK-FUNC-QUERY           VALUE 'Q'.
               88  DCK-FUNC-PROBE           VALUE 'P'.
               88  DCK-FUNC-DOWN            VALUE 'D'.
               88  DCK-FUNC-UP              VALUE 'U'.
           05  DCK-SOURCE            PIC X(8).
           05  DCK-CHILD             PIC X(4).
           05  DCK-PTYPE             PIC X.
           05  DCK-PARENT            PIC X(8).
           05  DCK-STATUS            PIC X.
               88  DCK-PARENT-UP            VALUE 'N'.
               88  DCK-PARENT-DOWN          VALUE 'P'.
