      *----------------------------------------------------------------*
      *  DRBNDLS - Record layout for the DR configuration bundle, the  *
      *  sequential dataset DRCEXP writes and DRCIMP loads. One bundle *
      *  carries every piece of control data a region needs to come   *
      *  up somewhere else: the INIT, INQT and LCHK driving queues,    *
      *  the SECPROF, HOLCAL, ONLCTL, ONCALL and HRTBEAT files and the *
      *  AVTGTCTL availability targets. The bundle opens with one 'H'  *
      *  header (format level, export date/time - the bundle version  *
      *  - source region and number of sections); each section is an  *
      *  'S' line, its 'D' data lines numbered from 1 with the source  *
      *  record image left-justified in DRB-DATA, and a 'T' trailer    *
      *  with the section's record count; a 'Z' bundle trailer closes  *
      *  it with the section count, the grand total of data lines and *
      *  the version again. DRCIMP refuses a bundle whose counts or    *
      *  version do not verify. Fixed 100 bytes.                       *
      *----------------------------------------------------------------*
       01  DRB-REC.
           05  DRB-TYPE          PIC X.
               88  DRB-HEADER           VALUE 'H'.
               88  DRB-SECT-START       VALUE 'S'.
               88  DRB-DATA-LINE        VALUE 'D'.
               88  DRB-SECT-TRAILER     VALUE 'T'.
               88  DRB-BUNDLE-TRAILER   VALUE 'Z'.
           05  DRB-SECTION       PIC X(8).
           05  DRB-SEQ           PIC 9(7).
           05  DRB-DATA          PIC X(80).
           05  DRB-HDR REDEFINES DRB-DATA.
               10  DRB-H-FORMAT  PIC X(4).
               10  DRB-H-VERSION.
                   15  DRB-H-DATE    PIC X(8).
                   15  DRB-H-TIME    PIC X(8).
               10  DRB-H-REGION  PIC X(8).
               10  DRB-H-SECTIONS PIC 9(2).
               10  FILLER        PIC X(50).
           05  DRB-TRL REDEFINES DRB-DATA.
               10  DRB-T-COUNT   PIC 9(7).
               10  FILLER        PIC X(73).
           05  DRB-END REDEFINES DRB-DATA.
               10  DRB-Z-SECTIONS PIC 9(2).
               10  DRB-Z-TOTAL   PIC 9(9).
               10  DRB-Z-VERSION PIC X(16).
               10  FILLER        PIC X(53).
           05  FILLER            PIC X(4).
