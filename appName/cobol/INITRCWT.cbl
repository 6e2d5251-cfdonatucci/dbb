       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INITRCWT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Espera del batch para entradas '%' de la cola INIT. El
      *  trabajo online de la manana que depende del batch (reapertura
      *  despues de EDUFQSCE, vaciado de ALTF despues de TRNAVRPT, los
      *  visores de RPTSTORE) se planificaba con '@' y un margen a
      *  ojo: unos dias arrancaba antes de que el batch terminara y
      *  otros quedaba una hora parado. INITTRAN arranca esta
      *  transaccion (RCWT) con el transid destino, el programa RUNCTL
      *  a esperar y la hora limite (ver INITRCWS). Cada vuelta
      *  recorre RUNCTL (ESDS, solo lectura) como BCWATCH: cuando el
      *  paso grabo 'C' - o 'K', salto planificado por feriado, que
      *  los prerequisitos batch tambien aceptan - para la fecha de
      *  negocio de la noche, arranca el destino. Si llega la hora
      *  limite sin eso, lo arranca igual y avisa WARN. Un 'F' escala
      *  CRITICAL una sola vez y sigue esperando un rerun. Si no, se
      *  replanifica a si misma cada minuto. Cada arranque deja su
      *  SCHDHIST ('S', 'B' por la hora limite, 'E' error).
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  RESPON        PIC S9(8) COMP.
       77  SCH-WRESP     PIC S9(8) COMP VALUE +0.
       77  RCW-LEN       PIC 9(4)  COMP VALUE 72.
       77  RCW-TIME      PIC S9(15) COMP-3 VALUE +0.
       77  RCW-CYC-TIME  PIC S9(15) COMP-3 VALUE +0.
       77  RCW-LEFT-MS   PIC S9(15) COMP-3 VALUE +0.
       77  RCW-SECS      PIC S9(8) COMP VALUE +0.
       77  RCW-POLL-SECS PIC S9(8) COMP VALUE +60.
       77  RCW-RBA       PIC S9(8) COMP VALUE +0.
       77  RCW-DONE      PIC 9     VALUE 0.
       77  RCW-STATE     PIC X     VALUE SPACE.
           88  RCW-STEP-DONE          VALUE 'C' 'K'.
           88  RCW-STEP-FAILED        VALUE 'F'.
       01  RCW-NOW-HMS   PIC X(6)   VALUE SPACES.
       01  RCW-NOW-R REDEFINES RCW-NOW-HMS.
           05  RCW-NOW-HH    PIC 99.
           05  FILLER        PIC X(4).
       01  RCW-CYCLE-DATE  PIC X(8) VALUE SPACES.
       01  RCW-NEXT-DATE   PIC X(8) VALUE SPACES.
       01  RCW-CHAIN-DATE  PIC X(8) VALUE SPACES.
       77  RCW-APPLID      PIC X(8) VALUE SPACES.
           COPY INITRCWS.
           COPY RUNCTLR.
           COPY SCHDHSTS.
           COPY ALERTW.
      *
       01  WMSGOP.
           02 MSGTXT        PIC X(35) VALUE SPACES.
           02 MSGTRAN       PIC X(5)  VALUE SPACES.
           02 FILLER        PIC X(10) VALUE  '  Fecha: '.
           02 MSG-FECHA     PIC X(10) VALUE SPACES.
           02 FILLER        PIC X(8)  VALUE  '  Hora: '.
           02 MSG-HORA      PIC X(8)  VALUE SPACES.
           02 FILLER        PIC X(10) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PROCESO SECTION.
           EXEC CICS RETRIEVE INTO(RCW-PARM) LENGTH(RCW-LEN)
                RESP(RESPON) NOHANDLE END-EXEC.
           IF RESPON NOT EQUAL DFHRESP(NORMAL)
              MOVE 'RCWT003E Error RETRIEVE start data ' TO MSGTXT
              PERFORM OP-MSG
              GO TO DESPEDIDA
           END-IF.

           EXEC CICS ASKTIME ABSTIME(RCW-TIME) NOHANDLE END-EXEC.
           PERFORM SET-CHAIN-DATE.
           PERFORM FIND-STEP.

           IF RCW-STEP-DONE
              MOVE 'S' TO SCH-DISP
              PERFORM START-TARGET
              GO TO DESPEDIDA
           END-IF.

      *-- A FAILED STEP IS SAID OUT LOUD ONCE; THE WAIT GOES ON, SINCE
      *-- THE USUAL ANSWER TO AN 'F' IS A RERUN THAT ENDS IN 'C'.
           IF RCW-STEP-FAILED AND NOT RCW-FAIL-SENT
              MOVE 'Y' TO RCW-FAILED
              SET ALERT-CRITICAL TO TRUE
              MOVE SPACES TO ALERT-TEXT
              STRING 'Batch step ' DELIMITED BY SIZE
                     RCW-PROG DELIMITED BY SPACE
                     ' failed - ' DELIMITED BY SIZE
                     RCW-TRAN DELIMITED BY SIZE
                     ' held to ' DELIMITED BY SIZE
                     RCW-LATEST DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM ESCALATE
           END-IF.

           IF RCW-TIME NOT < RCW-DEADLINE
              MOVE 'B' TO SCH-DISP
              PERFORM START-TARGET
              SET ALERT-WARN TO TRUE
              MOVE SPACES TO ALERT-TEXT
              STRING RCW-TRAN DELIMITED BY SIZE
                     ' started at fallback ' DELIMITED BY SIZE
                     RCW-LATEST DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     RCW-PROG DELIMITED BY SPACE
                     ' not complete' DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM ESCALATE
              GO TO DESPEDIDA
           END-IF.

           PERFORM RESCHEDULE.

       DESPEDIDA.
           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *////////////////////
       SET-CHAIN-DATE SECTION.
      *////////////////////
      * THE BUSINESS DATE OF THE NIGHT JUST RUN, THE WAY BCWATCH TELLS
      * IT: BEFORE NOON THE NIGHT BEGAN YESTERDAY EVENING, AND THE
      * CHAIN HEAD'S *BUSDATE STAMP IS THAT EVENING'S DATE OR - WHEN
      * IT STARTED AFTER MIDNIGHT - THE NEXT ONE. AN OLDER STAMP IS
      * AN EARLIER NIGHT AND MUST NOT RELEASE THIS MORNING'S WORK.
           EXEC CICS FORMATTIME ABSTIME(RCW-TIME)
                TIME(RCW-NOW-HMS) NOHANDLE
           END-EXEC.
           MOVE RCW-TIME TO RCW-CYC-TIME.
           IF RCW-NOW-HH < 12
              SUBTRACT 86400000 FROM RCW-CYC-TIME
           END-IF.
           EXEC CICS FORMATTIME ABSTIME(RCW-CYC-TIME)
                YYYYMMDD(RCW-CYCLE-DATE) NOHANDLE
           END-EXEC.
           ADD 86400000 TO RCW-CYC-TIME.
           EXEC CICS FORMATTIME ABSTIME(RCW-CYC-TIME)
                YYYYMMDD(RCW-NEXT-DATE) NOHANDLE
           END-EXEC.
           MOVE SPACES TO RCW-CHAIN-DATE.
       FIN-SETCHAIN. EXIT.
      *////////////////////
       FIND-STEP SECTION.
      *////////////////////
      * ONE PASS OVER THE ESDS - THE *BUSDATE STAMP ALWAYS PRECEDES
      * THE STEP RECORDS OF ITS NIGHT, SO A NEW STAMP RESETS WHAT WAS
      * SEEN SO FAR AND THE LAST RECORD FOR THE STEP UNDER IT WINS.
           MOVE SPACE TO RCW-STATE.
           MOVE 0 TO RCW-RBA.
           EXEC CICS STARTBR FILE('RUNCTL') RIDFLD(RCW-RBA) RBA
                GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-FINDSTEP.
           MOVE 0 TO RCW-DONE.
           PERFORM READ-RUNCTL UNTIL RCW-DONE = 1.
           EXEC CICS ENDBR FILE('RUNCTL') NOHANDLE END-EXEC.
       FIN-FINDSTEP. EXIT.
      *////////////////////
       READ-RUNCTL SECTION.
      *////////////////////
           EXEC CICS READNEXT FILE('RUNCTL') INTO(RCF-REC)
                RIDFLD(RCW-RBA) RBA
                LENGTH(LENGTH OF RCF-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO RCW-DONE
              GO TO FIN-READRUN.

           IF RCF-PROGRAM = '*BUSDATE'
              IF RCF-BUSDATE = RCW-CYCLE-DATE
                 OR RCF-BUSDATE = RCW-NEXT-DATE
                 MOVE RCF-BUSDATE TO RCW-CHAIN-DATE
                 MOVE SPACE TO RCW-STATE
              END-IF
              GO TO FIN-READRUN.

           IF RCF-PROGRAM = RCW-PROG
              AND RCF-BUSDATE = RCW-CHAIN-DATE
              AND RCW-CHAIN-DATE NOT = SPACES
              MOVE RCF-STATUS TO RCW-STATE
           END-IF.
       FIN-READRUN. EXIT.
      *////////////////////
       START-TARGET SECTION.
      *////////////////////
      * SCH-DISP SAYS WHY ('S' ON THE STEP'S COMPLETION, 'B' AT THE
      * FALLBACK); A START THAT FAILS IS RECORDED AS 'E' INSTEAD.
           MOVE RCW-TRAN TO MSGTRAN.
           IF RCW-STDATA NOT = SPACES
              EXEC CICS START TRANSID(RCW-TRAN)
                   FROM(RCW-STDATA) LENGTH(40)
                   RESP(RESPON) NOHANDLE END-EXEC
           ELSE
              EXEC CICS START TRANSID(RCW-TRAN)
                   RESP(RESPON) NOHANDLE END-EXEC
           END-IF.

           IF RESPON = DFHRESP(NORMAL)
              IF SCH-DISP-FALLBACK
                 MOVE 'RCWT002W Started at latest-start   ' TO MSGTXT
              ELSE
                 MOVE 'RCWT001I Started on RUNCTL complete' TO MSGTXT
              END-IF
           ELSE
              MOVE 'E' TO SCH-DISP
              MOVE 'RCWT004E Error START   transaccion ' TO MSGTXT
           END-IF.
           PERFORM OP-MSG.
           PERFORM WRITE-SCHDHIST.
       FIN-STARTTGT. EXIT.
      *////////////////////
       RESCHEDULE SECTION.
      *////////////////////
      * NEXT POLL IN A MINUTE, OR AT THE FALLBACK WHEN THAT IS SOONER.
      * EIBTRNID RATHER THAN A HARDCODED NAME, AS IN INITRCUR.
           MOVE RCW-POLL-SECS TO RCW-SECS.
           COMPUTE RCW-LEFT-MS = RCW-DEADLINE - RCW-TIME.
           IF RCW-LEFT-MS < RCW-POLL-SECS * 1000
              COMPUTE RCW-SECS = (RCW-LEFT-MS + 999) / 1000
           END-IF.
           EXEC CICS START TRANSID(EIBTRNID)
                FROM(RCW-PARM) LENGTH(LENGTH OF RCW-PARM)
                AFTER SECONDS(RCW-SECS)
                RESP(RESPON) NOHANDLE END-EXEC.
           IF RESPON NOT EQUAL DFHRESP(NORMAL)
              MOVE 'RCWT005E Error rescheduling wait   ' TO MSGTXT
              MOVE RCW-TRAN TO MSGTRAN
              PERFORM OP-MSG
              SET ALERT-CRITICAL TO TRUE
              MOVE SPACES TO ALERT-TEXT
              STRING 'RUNCTL wait lost - ' DELIMITED BY SIZE
                     RCW-TRAN DELIMITED BY SIZE
                     ' will not start' DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM ESCALATE
           END-IF.
       FIN-RESCHED. EXIT.
      *////////////////////
       WRITE-SCHDHIST SECTION.
      *////////////////////
      * THE SAME RECORD INITTRAN WRITES PER PROCESSED ENTRY, FOR THE
      * START INITTRAN ONLY LEFT PENDING.
           EXEC CICS ASSIGN APPLID(RCW-APPLID) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(RCW-TIME)
                YYYYMMDD(SCH-DATE)
                TIME(SCH-TIME) TIMESEP NOHANDLE
           END-EXEC.
           MOVE RCW-TRAN       TO SCH-TRAN.
           MOVE RCW-APPLID     TO SCH-REGION.
           MOVE RCW-PRIORITY   TO SCH-PRIORITY.
           MOVE '%'            TO SCH-REQ-TYPE.
           MOVE RCW-LATEST     TO SCH-REQ-HHMMSS.
           MOVE RESPON         TO SCH-RESP.
           EXEC CICS WRITE FILE('SCHDHIST') FROM(SCH-REC)
                RIDFLD(SCH-KEY) KEYLENGTH(20) LENGTH(80)
                RESP(SCH-WRESP) NOHANDLE
           END-EXEC.
       FIN-WRSCHD. EXIT.
      *////////////////////
       ESCALATE SECTION.
      *////////////////////
           MOVE 'INITRCWT' TO ALERT-SOURCE.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
       FIN-ESCALATE. EXIT.
      *////////////////////
       OP-MSG SECTION.
      *////////////////////
           EXEC CICS FORMATTIME ABSTIME(RCW-TIME)
                MMDDYYYY(MSG-FECHA) DATESEP('/')
                TIME(MSG-HORA) TIMESEP NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('CSSL')
                FROM(WMSGOP) LENGTH(80) NOHANDLE END-EXEC.
           MOVE SPACES TO MSGTRAN.
       FIN-MSG. EXIT.
      *////////////////////////////////////////////////////////////////
