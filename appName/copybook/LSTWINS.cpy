      *----------------------------------------------------------------*
      *  LSTWINS - WORKING-STORAGE for the planned listener timetable *
      *  (see LSTWINP for the sections). Kept in the LCHK queue next  *
      *  to the LINKCHEK targets as '=DWN' lines: listener transid,   *
      *  Y/N day mask Monday..Sunday (blank = every day), and the     *
      *  HHMM the listener is stopped and started again. A stop time  *
      *  after the start time is a window that runs past midnight -   *
      *  the day mask then names the day the window begins. Shared by *
      *  LSKPLAN, which drives the stop and start through LINKSOCK,   *
      *  and LINKCHEK, which expects the listener down meanwhile.     *
      *  The program MOVEs each LCHK line to LTW-LINE and PERFORMs    *
      *  LTW-STASH, PERFORMs LTW-SET-NOW once, then for a listener    *
      *  sets LTW-FOR-LISTENER and PERFORMs LTW-CHECK (LTW-IN-WINDOW) *
      *  and LTW-READ-STATE / LTW-WRITE-STATE on its LT+transid TS.   *
      *----------------------------------------------------------------*
       01  LTW-LINE.
           05  LTW-TYPE              PIC X(4).
               88  LTW-IS-WINDOW            VALUE '=DWN'.
           05  LTW-LISTENER          PIC X(4).
           05  LTW-DAYMASK           PIC X(7).
           05  LTW-STOP              PIC X(4).
           05  LTW-START             PIC X(4).
           05  FILLER                PIC X(57).
      *
       77  LTW-MAX               PIC 9(2)  VALUE 20.
       77  LTW-COUNT             PIC 9(2)  VALUE 0.
       77  LTW-IDX               PIC 9(2)  VALUE 0.
       01  LTW-TABLE.
           05  LTW-ENTRY OCCURS 20 TIMES.
               10  LTW-T-LISTENER    PIC X(4).
               10  LTW-T-DAYMASK     PIC X(7).
               10  LTW-T-STOP        PIC 9(4).
               10  LTW-T-START       PIC 9(4).
      *
       77  LTW-FOR-LISTENER      PIC X(4)  VALUE SPACES.
       77  LTW-IN-FLAG           PIC 9     VALUE 0.
           88  LTW-IN-WINDOW                VALUE 1.
      *
      * NOW - ABSTIME, TIME OF DAY AND THE DAY-MASK POSITION OF TODAY
      * AND YESTERDAY (1 = MONDAY .. 7 = SUNDAY).
       77  LTW-ABS               PIC S9(15) COMP-3 VALUE +0.
       77  LTW-DOW               PIC S9(8)  COMP VALUE +0.
       77  LTW-TODAY-IDX         PIC 9     VALUE 0.
       77  LTW-YDAY-IDX          PIC 9     VALUE 0.
       01  LTW-NOW6              PIC X(6)  VALUE SPACES.
       01  LTW-NOW-HHMM          PIC 9(4)  VALUE ZEROS.
      *
      * WHAT LSKPLAN LAST DID TO THE LISTENER, IN TS LT+TRANSID:
      * 'D' STOPPED FOR THE WINDOW, 'S' START ISSUED AT ITS END AND
      * NOT YET SEEN UP BY LINKCHEK, 'U' BACK IN NORMAL SERVICE.
       77  LTW-QNAME             PIC X(8)  VALUE SPACES.
       77  LTW-TS-RESP           PIC S9(8) COMP VALUE +0.
       77  LTW-TS-FLAG           PIC 9     VALUE 0.
           88  LTW-TS-EXISTS                VALUE 1.
       01  LTW-STATE-REC.
           05  LTW-STATE             PIC X     VALUE 'U'.
               88  LTW-PLAN-STOPPED         VALUE 'D'.
               88  LTW-PLAN-STARTED         VALUE 'S'.
               88  LTW-PLAN-NORMAL          VALUE 'U'.
           05  LTW-STATE-ABS         PIC S9(15) COMP-3 VALUE +0.
