      *----------------------------------------------------------------*
      *  INCCODS - The cause and resolution codes an incident is      *
      *  closed with (see INCDNTS). INCMNT refuses a close with a     *
      *  code not in these tables and INCRPT prints the descriptions. *
      *  A short fixed list on purpose - the monthly counts by cause  *
      *  are only worth reading if everybody picks from the same few. *
      *----------------------------------------------------------------*
       01  INC-CAUSE-VALUES.
           05  FILLER  PIC X(24) VALUE 'HW  HARDWARE FAILURE    '.
           05  FILLER  PIC X(24) VALUE 'SW  SOFTWARE DEFECT     '.
           05  FILLER  PIC X(24) VALUE 'NET NETWORK / LISTENER  '.
           05  FILLER  PIC X(24) VALUE 'CHG CHANGE-RELATED      '.
           05  FILLER  PIC X(24) VALUE 'CAP CAPACITY / VOLUME   '.
           05  FILLER  PIC X(24) VALUE 'EXT EXTERNAL / VENDOR   '.
           05  FILLER  PIC X(24) VALUE 'OPS OPERATOR ACTION     '.
           05  FILLER  PIC X(24) VALUE 'UNK UNKNOWN             '.
       01  INC-CAUSE-TABLE REDEFINES INC-CAUSE-VALUES.
           05  INC-CAUSE-ENTRY OCCURS 8 TIMES.
               10  INC-CAUSE-CODE    PIC X(4).
               10  INC-CAUSE-DESC    PIC X(20).
       01  INC-CAUSE-MAX     PIC 9(2)  VALUE 8.
      *
       01  INC-RESOL-VALUES.
           05  FILLER  PIC X(24) VALUE 'FIX FIXED AT SOURCE     '.
           05  FILLER  PIC X(24) VALUE 'RST RESTARTED           '.
           05  FILLER  PIC X(24) VALUE 'BKO CHANGE BACKED OUT   '.
           05  FILLER  PIC X(24) VALUE 'WRK WORKAROUND IN PLACE '.
           05  FILLER  PIC X(24) VALUE 'CFG CONFIGURATION CHANGE'.
           05  FILLER  PIC X(24) VALUE 'SELFCLEARED BY ITSELF   '.
           05  FILLER  PIC X(24) VALUE 'VENDVENDOR FIX          '.
       01  INC-RESOL-TABLE REDEFINES INC-RESOL-VALUES.
           05  INC-RESOL-ENTRY OCCURS 7 TIMES.
               10  INC-RESOL-CODE    PIC X(4).
               10  INC-RESOL-DESC    PIC X(20).
       01  INC-RESOL-MAX     PIC 9(2)  VALUE 7.
