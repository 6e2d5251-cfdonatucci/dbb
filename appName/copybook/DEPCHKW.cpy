      *----------------------------------------------------------------*
      *  DEPCHKW - WORKING-STORAGE record used to build the DEPCHK     *
      *  commarea before EXEC CICS LINK PROGRAM('DEPCHK'). Same fields *
      *  as DEPCHKC, under DCK-REC so it never collides with a         *
      *  caller's own DFHCOMMAREA.                                     *
      *----------------------------------------------------------------*
       01  DCK-REC.
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
