      *----------------------------------------------------------------*
      *  ONLCTLS - Record layout for the ONLCTL VSAM KSDS, the online  *
      *  control file: settings EDUFILAP reads as it runs, so that     *
      *  changing one does not need a recompile. Keyed on 8 bytes;     *
      *  two kinds of record share the file:                          *
      *    YYYYMMDD - the posting cutoff for that business date, for   *
      *               the short day before a holiday or a late month   *
      *               end. A date with no record keeps the house       *
      *               cutoff of 22:00:00.                              *
      *    SECURITY - how many refusals within how many minutes lock   *
      *               an operator/terminal pair. With no record, or a  *
      *               value that is not a number above zero, the       *
      *               limit is 5 refusals in 30 minutes.               *
      *  A value that does not make sense is ignored in favour of the  *
      *  default rather than refusing anything. Loaded from cards with *
      *  IDCAMS REPRO; carried in the DRCEXP configuration bundle.     *
      *  Fixed 80 bytes.                                               *
      *----------------------------------------------------------------*
       01  ONL-REC.
           05  ONL-KEY           PIC X(8).
               88  ONL-KEY-SECURITY     VALUE 'SECURITY'.
           05  ONL-DATA          PIC X(72).
      *-- A BUSINESS DATE'S POSTING CUTOFF, HHMMSS.
           05  ONL-CUTOFF-DATA REDEFINES ONL-DATA.
               10  ONL-CUTOFF    PIC X(6).
               10  ONL-CUTOFF-R REDEFINES ONL-CUTOFF.
                   15  ONL-CUT-HH PIC 99.
                   15  ONL-CUT-MM PIC 99.
                   15  ONL-CUT-SS PIC 99.
               10  ONL-CUT-DESC  PIC X(30).
               10  FILLER        PIC X(36).
      *-- THE SECURITY RECORD - REFUSALS, AND THE WINDOW IN MINUTES.
           05  ONL-SECURITY-DATA REDEFINES ONL-DATA.
               10  ONL-VIO-LIMIT  PIC X(3).
               10  ONL-VIO-LIMIT-N REDEFINES ONL-VIO-LIMIT PIC 9(3).
               10  ONL-VIO-WINDOW PIC X(3).
               10  ONL-VIO-WINDOW-N REDEFINES ONL-VIO-WINDOW PIC 9(3).
               10  FILLER        PIC X(66).
