      *----------------------------------------------------------------*
      *  RUNDLNS - Record layout for the RUNDLN VSAM KSDS, the nightly *
      *  chain timetable. One set of records per business-day type,   *
      *  one record per RUNCTL chain program in run order, giving the  *
      *  latest acceptable start and completion time (HHMM, spaces =   *
      *  no deadline). Day types: 'B' ordinary business day, 'W'       *
      *  weekend, 'M' last day of the month, 'H' HOLCAL shop holiday,  *
      *  '*' the default set for a type with no records of its own.    *
      *  Each set also carries one '*ONLINE ' record (sequence 000):   *
      *  its start time opens the night's watch and its completion     *
      *  time is when the online day starts. Times from the opening    *
      *  time to midnight belong to the business date, earlier times   *
      *  to the morning after. BCWATCH reads the set for tonight's     *
      *  day type; RUNCTRPT stamps each program's average runtime      *
      *  (the figure behind its drift flag) into every record of that  *
      *  program. DLN-PREREQ names the step the program waits on       *
      *  before it runs (its RC-PREREQ, see RUNCTLS) so the BCSTAT     *
      *  status screen can show it. Built by the scheduling group with *
      *  IDCAMS REPRO from a card deck in this layout (averages zero). *
      *  Fixed 80 bytes.                                               *
      *----------------------------------------------------------------*
       01  DLN-REC.
           05  DLN-KEY.
               10  DLN-DAYTYPE   PIC X.
               10  DLN-SEQ       PIC 9(3).
               10  DLN-PROG      PIC X(8).
           05  DLN-START-BY      PIC X(4).
           05  DLN-END-BY        PIC X(4).
      *-- STAMPED BY RUNCTRPT: AVERAGE START-TO-COMPLETION SECONDS,
      *-- THE NUMBER OF RUNS BEHIND IT AND THE DATE IT WAS STAMPED.
           05  DLN-AVG-SECS      PIC 9(7).
           05  DLN-AVG-RUNS      PIC 9(5).
           05  DLN-AVG-DATE      PIC X(8).
           05  DLN-DESC          PIC X(30).
           05  DLN-PREREQ        PIC X(8).
           05  FILLER            PIC X(2).
