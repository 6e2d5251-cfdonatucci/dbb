      *----------------------------------------------------------------*
      *  FRZCHKC - LINKAGE SECTION commarea for FRZCHK, the shared     *
      *  change-freeze check. COPY FRZCHKW instead in the callers'     *
      *  WORKING-STORAGE - same fields under a data name that will     *
      *  not collide with a caller's own commarea (see ALERTC/ALERTW). *
      *  FUNC 'C' asks whether a freeze is in effect now; FUNC 'E'     *
      *  records an emergency change confirmed during one (QCHGAUD,    *
      *  CSSL and a WARNING through ALERTESC).                         *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  FCK-FUNC              PIC X.
               88  FCK-FUNC-CHECK           VALUE 'C'.
               88  FCK-FUNC-EMERG           VALUE 'E'.
           05  FCK-SOURCE            PIC X(8).
           05  FCK-QNAME             PIC X(4).
           05  FCK-EMERG-REF         PIC X(12).
           05  FCK-SUMMARY           PIC X(60).
           05  FCK-STATUS            PIC X.
               88  FCK-NO-FREEZE            VALUE 'N'.
               88  FCK-FROZEN               VALUE 'F'.
           05  FCK-REASON            PIC X(40).
           05  FCK-UNTIL             PIC X(12).
