      *///   prioridad (menor numero arranca antes) y recien ahi se
      *///   emiten los START, respetando ITIME entre cada uno. Un
      *///   valor no numerico o en blanco se trata como prioridad 50.
      */// Un % en la columna uno marca una entrada que espera al batch:
      *///   el HHMMSS es la hora limite de arranque y en el lugar del
      *///   predecesor va el programa RUNCTL (8) cuyo 'C' para la fecha
      *///   de negocio habilita el START. La espera la hace la
      *///   transaccion RCWT (INITRCWT), no esta corrida.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEPS THE CYCLE GOING ITSELF. SEE INITRCRS.
       77  RCUR-TRANSID            PIC X(4)  VALUE 'RCUR'.
           COPY INITRCRS.
      *
      * RUNCTL-WAIT ('%') ENTRIES ARE NOT STARTED DIRECTLY EITHER -
      * THE RCWT TRANSACTION (INITRCWT) IS STARTED WITH THIS PARAMETER
      * AND POLLS RUNCTL UNTIL THE BATCH STEP COMPLETES OR THE
      * LATEST-START TIME COMES. SEE INITRCWS.
       77  RCWT-TRANSID            PIC X(4)  VALUE 'RCWT'.
       77  RCW-NOW                 PIC S9(15) COMP-3 VALUE +0.
           COPY INITRCWS.
       01  WSRCWAIT.
           05 PROG-RCWAIT          PIC X(12) VALUE 'INIT017I    '.
           05 FILLER               PIC X(16) VALUE 'Transaction ID  '.
           05 TRAN-RCWAIT          PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(23) VALUE
              '  waiting on RUNCTL C: '.
           05 PROG-RCWAIT-RUN      PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE ' latest '.
           05 LATEST-RCWAIT        PIC X(6)  VALUE SPACES.
           05 FILLER               PIC X(3)  VALUE SPACES.
      *
       77  DUP-MAX                 PIC 9(3)  VALUE 200.
       77  DUP-COUNT                PIC 9(3)  VALUE 0.
               10  QTB-STDATA       PIC X(40).
               10  QTB-DEPTRAN      PIC X(4).
               10  QTB-SKIPACT      PIC X.
               10  QTB-WAITFLAG     PIC X.
                   88  QTB-IS-WAIT        VALUE 'Y'.
               10  QTB-RUNPROG      PIC X(8).
       01  QTB-SAVE.
           05  QTB-SAVE-PRIORITY    PIC 9(2).
           05  QTB-SAVE-TRAN        PIC X(4).
           05  QTB-SAVE-STDATA     PIC X(40).
           05  QTB-SAVE-DEPTRAN    PIC X(4).
           05  QTB-SAVE-SKIPACT    PIC X.
           05  QTB-SAVE-WAITFLAG   PIC X.
           05  QTB-SAVE-RUNPROG    PIC X(8).
      *
       01  QUE-REC.
           05 QUE-GRUPO.
              88 SIMULATE           VALUE '!'.
              88 QUIESCE            VALUE '#'.
              88 RECURRING          VALUE '&'.
              88 RUNCTL-WAIT        VALUE '%'.
              07 FILLER             PIC X(3).
           05 QUE-REGION            PIC X(8).
           05 QUE-TRAN              PIC X(4).
      *-- TRANSACTION HERE IS ONLY STARTED AFTER THAT TRANSACTION,
      *-- STARTED EARLIER THIS RUN, HAS BEEN SEEN TO COMPLETE -
      *-- PADDING ITIME TO FAKE THE DEPENDENCY IS WHAT THIS REPLACES.
           05 QUE-DEPEND.
              07 QUE-DEPTRAN        PIC X(4).
      *-- 'A' = SKIP THE START WHEN THE TRANSACTION IS ALREADY
      *-- RUNNING (SAME INQUIRE TASK WALK THE DEPENDENCY WAIT USES) -
      *-- A QUICK REGION CYCLE OR A CHECKPOINT RERUN MUST NOT PUT A
      *-- SECOND COPY OF A LONG-RUNNING HOUSEKEEPER ON TOP OF THE
      *-- FIRST.
              07 QUE-SKIPACT        PIC X.
                 88 SKIP-IF-ACTIVE  VALUE 'A'.
              07 FILLER             PIC X(3).
      *-- ON A RUNCTL-WAIT ('%') ENTRY THE SAME EIGHT BYTES NAME THE
      *-- BATCH STEP WHOSE RUNCTL COMPLETION RELEASES THE START.
           05 QUE-RUNPROG REDEFINES QUE-DEPEND PIC X(8).
      *
       01  WS-NOWTIME               PIC 9(6).
       01  WS-NOWTIME-R REDEFINES WS-NOWTIME.
                 MOVE 'N' TO QTB-RECURFLAG(QTB-COUNT)
              END-IF
              MOVE QUE-STDATA TO QTB-STDATA(QTB-COUNT)
      *-- A RUNCTL-WAIT ENTRY CARRIES ITS BATCH STEP INSTEAD OF THE
      *-- PREDECESSOR AND SKIP-IF-ACTIVE BYTES IT OVERLAYS.
              IF RUNCTL-WAIT
                 MOVE 'Y' TO QTB-WAITFLAG(QTB-COUNT)
                 MOVE QUE-RUNPROG TO QTB-RUNPROG(QTB-COUNT)
                 MOVE SPACES TO QTB-DEPTRAN(QTB-COUNT)
                 MOVE SPACE  TO QTB-SKIPACT(QTB-COUNT)
              ELSE
                 MOVE 'N' TO QTB-WAITFLAG(QTB-COUNT)
                 MOVE SPACES TO QTB-RUNPROG(QTB-COUNT)
                 MOVE QUE-DEPTRAN TO QTB-DEPTRAN(QTB-COUNT)
                 MOVE QUE-SKIPACT TO QTB-SKIPACT(QTB-COUNT)
              END-IF
           END-IF.
       FIN-BUFENTRY. EXIT.
      */////////////////////
           ELSE
           IF QTB-IS-RECUR(QTB-IDX)
              MOVE '&' TO QUE-TYPE
           ELSE
           IF QTB-IS-WAIT(QTB-IDX)
              MOVE '%' TO QUE-TYPE
           ELSE
              MOVE SPACE TO QUE-TYPE
           END-IF
           END-IF
           END-IF.
           MOVE QTB-HH(QTB-IDX) TO QUE-HH.
           MOVE QTB-MM(QTB-IDX) TO QUE-MM.
           MOVE QTB-SS(QTB-IDX) TO QUE-SS.
           MOVE QTB-STDATA(QTB-IDX) TO QUE-STDATA.
           IF QTB-IS-WAIT(QTB-IDX)
              MOVE QTB-RUNPROG(QTB-IDX) TO QUE-RUNPROG
           ELSE
              MOVE QTB-DEPTRAN(QTB-IDX) TO QUE-DEPTRAN
              MOVE QTB-SKIPACT(QTB-IDX) TO QUE-SKIPACT
           END-IF.

           IF QTB-DO-RESYNC(QTB-IDX)
              MOVE 0 TO PTIME
      *-- PREVENTS. THE SKIP TAKES NO PACING SLOT AND LOGS ITS OWN
      *-- SCHDHIST DISPOSITION.
           IF SKIP-IF-ACTIVE AND NOT QTB-IS-DRYRUN(QTB-IDX)
              AND NOT RUNCTL-WAIT
              MOVE QUE-TRAN TO DEP-WTRAN
              PERFORM CHECK-DEP-ACTIVE
              IF DEP-TRAN-ACTIVE
      *-- MARKER EXISTS TO PREVENT. DRY-RUN ENTRIES NEVER WAIT.
           IF QUE-DEPTRAN NOT = SPACES
              AND NOT QTB-IS-DRYRUN(QTB-IDX)
              AND NOT RUNCTL-WAIT
              PERFORM WAIT-FOR-DEP
              IF DEP-NEVER-FINISHED
                 PERFORM LOG-DEPFAIL

      *-- RECURRING ENTRIES RUN ON THEIR OWN INTERVAL AND DO NOT
      *-- CONSUME A SLOT OF THE RELATIVE PACING CLOCK, SAME AS
      *-- ABSOLUTE-TIME ENTRIES. A RUNCTL-WAIT ENTRY FIRES WHEN THE
      *-- BATCH SAYS SO, NOT ON THE CLOCK, SO IT TAKES NO SLOT EITHER.
           IF NOT ABSTIME-ENTRY AND NOT RECURRING AND NOT RUNCTL-WAIT
              ADD ITIME TO PTIME
           END-IF.
       FIN-STARTBUF. EXIT.
           MOVE SPACES     TO TIPO-ERR.
           MOVE QUE-TRAN   TO TRAN-ERR.

      *-- ON A RUNCTL-WAIT ENTRY THE HHMMSS IS THE LATEST-START TIME
      *-- OF DAY - THE SAME ARITHMETIC AS AN '@' ENTRY GIVES THE
      *-- SECONDS LEFT UNTIL THE FALLBACK.
           IF ABSTIME-ENTRY OR RUNCTL-WAIT
              PERFORM CALC-ABSTIME
              MOVE ABS-SECONDS TO WS-START-SECS
           ELSE
           IF RECURRING
              PERFORM START-RECUR
           ELSE
           IF RUNCTL-WAIT
              PERFORM START-RCWAIT
           ELSE
           IF QUE-STDATA NOT = SPACES
              EXEC CICS START TRANSID(QUE-TRAN)
                   AFTER SECONDS(WS-START-SECS)
                   AFTER SECONDS(WS-START-SECS)
                   RESP(RESPONSE) END-EXEC
           END-IF
           END-IF
           END-IF.

      *-- A RUNCTL-WAIT ENTRY IS ONLY PENDING HERE ('P') - INITRCWT
      *-- WRITES ITS OWN SCHDHIST RECORD WHEN IT ACTUALLY STARTS IT.
           IF RESPONSE = DFHRESP(NORMAL) AND RUNCTL-WAIT
              MOVE 'P' TO SCH-PARM-DISP
           ELSE
           IF RESPONSE = DFHRESP(NORMAL)
              MOVE 'S' TO SCH-PARM-DISP
      *-- WHAT THIS RUN ACTUALLY STARTED, FOR THE COMPLETION-
              END-IF
           ELSE
              MOVE 'E' TO SCH-PARM-DISP
           END-IF
           END-IF.
           MOVE RESPONSE TO SCH-PARM-RESP.
           PERFORM WRITE-SCHDHIST.

           IF RESPONSE = DFHRESP(NORMAL) AND RUNCTL-WAIT
              MOVE QUE-TRAN    TO TRAN-RCWAIT
              MOVE QUE-RUNPROG TO PROG-RCWAIT-RUN
              MOVE QUE-HHMMSS  TO LATEST-RCWAIT
              EXEC CICS WRITEQ TD QUEUE('CSSL')
                   FROM (WSRCWAIT) END-EXEC
           ELSE
           IF RESPONSE = DFHRESP(NORMAL)
              MOVE QUE-TRAN TO WS-TRANSID
              EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC
                AFTER SECONDS(WS-START-SECS)
                RESP(RESPONSE) END-EXEC.
       FIN-STARTRECUR. EXIT.
      */////////////////////
       START-RCWAIT SECTION.
      */////////////////////
      * HANDS THE RUNCTL-WAIT ENTRY TO INITRCWT - TARGET TRANSID, THE
      * BATCH STEP, THE LATEST-START FALLBACK (AS AN ABSOLUTE TIME, SO
      * A FALLBACK ALREADY PAST TODAY MEANS TOMORROW) AND ANY START
      * DATA TRAVEL IN RCW-PARM. THE FIRST POLL IS IMMEDIATE.
           MOVE SPACES      TO RCW-PARM.
           MOVE QUE-TRAN    TO RCW-TRAN.
           MOVE QUE-RUNPROG TO RCW-PROG.
           MOVE QUE-HHMMSS  TO RCW-LATEST.
           MOVE QUE-PRIORITY TO RCW-PRIORITY.
           MOVE 'N'         TO RCW-FAILED.
           MOVE QUE-STDATA  TO RCW-STDATA.
           EXEC CICS ASKTIME ABSTIME(RCW-NOW) NOHANDLE END-EXEC.
           COMPUTE RCW-DEADLINE = RCW-NOW + (WS-START-SECS * 1000).
           EXEC CICS START TRANSID(RCWT-TRANSID)
                FROM(RCW-PARM) LENGTH(LENGTH OF RCW-PARM)
                RESP(RESPONSE) END-EXEC.
       FIN-STARTRCWAIT. EXIT.
      */////////////////////
       SIMULATE-START SECTION.
      */////////////////////
