      *----------------------------------------------------------------*
      *  ALRTDEPS - Record layout for the ALRTDEP VSAM KSDS, the alert *
      *  dependency file. One record per child/parent pair: an INQT    *
      *  group (named by its lead transaction, the TRANI slot) and the *
      *  upstream resource it cannot work without - an MRO connection  *
      *  sysid, an EZACIC20 listener transid or a file. While DEPCHK   *
      *  has the parent marked down the child's alerts go out as       *
      *  suppressed (see ALERTSEV) and a single CRITICAL names the     *
      *  parent and lists its children. Keyed child first, so the      *
      *  per-cycle "is my parent down" question INQUTRAN asks for each *
      *  group is a short generic browse. Fixed 80 bytes.              *
      *----------------------------------------------------------------*
       01  DEP-REC.
           05  DEP-KEY.
               10  DEP-CHILD     PIC X(4).
               10  DEP-PTYPE     PIC X.
                   88  DEP-ON-SYSID         VALUE 'S'.
                   88  DEP-ON-LISTENER      VALUE 'L'.
                   88  DEP-ON-FILE          VALUE 'F'.
               10  DEP-PARENT    PIC X(8).
           05  DEP-DESC          PIC X(40).
           05  FILLER            PIC X(27).
