      *----------------------------------------------------------------*
      *  FRZCHKW - WORKING-STORAGE record used to build the FRZCHK     *
      *  commarea before EXEC CICS LINK PROGRAM('FRZCHK'). Same fields *
      *  as FRZCHKC, under FCK-REC so it never collides with a         *
      *  caller's own DFHCOMMAREA.                                     *
      *----------------------------------------------------------------*
       01  FCK-REC.
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
