       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCWATCH.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Vigilancia nocturna de la cadena batch. RUNCTRPT dice a la
      *  manana siguiente que un paso corrio largo, cuando el dia
      *  online ya arranco tarde. Esta transaccion (BCWT), planificada
      *  desde la cola INIT como entrada recurrente '&' igual que
      *  HBWATCH, toma el horario de la noche del archivo RUNDLN (ver
      *  RUNDLNS - un juego por tipo de dia: habil, fin de semana, fin
      *  de mes, feriado HOLCAL) y lo compara con lo que la cadena
      *  lleva grabado en RUNCTL (ESDS, solo lectura). Escala CRITICAL
      *  por ALERTESC - y de ahi ALRTDISP pagina a la guardia - cuando
      *  un paso no arranco o no termino a su hora limite, o grabo
      *  'F'. Un 'K' (salto planificado por feriado) no dice nada.
      *  Ademas suma los promedios de corrida que RUNCTRPT estampa en
      *  RUNDLN para los pasos que faltan: si ya no entran antes del
      *  arranque online sale un aviso de ventana batch en riesgo.
      *  Cada aviso sale una sola vez por noche (TS BCWSENT). La
      *  noche va de la hora de apertura del registro *ONLINE (despues
      *  del mediodia) al arranque online (antes del mediodia); fuera
      *  de esa ventana no hace nada.
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
       77  BCW-TIME      PIC S9(15) COMP-3 VALUE +0.
       77  BCW-CYC-TIME  PIC S9(15) COMP-3 VALUE +0.
       77  BCW-RBA       PIC S9(8) COMP VALUE +0.
       77  BCW-DOW       PIC S9(8) COMP VALUE +0.
       77  BCW-HOL-LEN   PIC 9(4)  COMP VALUE 80.
       77  BCW-SENT-LEN  PIC 9(4)  COMP VALUE 20.
       77  BCW-ITEM      PIC S9(4) COMP VALUE +0.
       77  BCW-NUMITEMS  PIC S9(4) COMP VALUE +0.
       77  BCW-DONE      PIC 9     VALUE 0.
       77  BCW-PASS      PIC 9     VALUE 0.
           88  BCW-FIND-CHAIN-DATE      VALUE 1.
           88  BCW-COLLECT-STEPS        VALUE 2.
       77  BCW-I         PIC 9(3)  VALUE 0.
       77  BCW-FOUND     PIC 9(3)  VALUE 0.
       77  BCW-STALE     PIC 9(3)  VALUE 0.
       77  BCW-ALERTS    PIC 9(3)  VALUE 0.
      *
      * THE NIGHT BEING WATCHED. THE CYCLE DATE IS THE EVENING THE
      * NIGHT BEGAN; THE CHAIN DATE IS THE BUSINESS DATE THE CHAIN
      * HEAD ACTUALLY STAMPED (*BUSDATE - THE NEXT DAY WHEN IT STARTED
      * AFTER MIDNIGHT).
       01  BCW-NOW-DATE  PIC X(8)   VALUE SPACES.
       01  BCW-NOW-HMS   PIC X(6)   VALUE SPACES.
       01  BCW-NOW-R REDEFINES BCW-NOW-HMS.
           05  BCW-NOW-HH    PIC 99.
           05  BCW-NOW-MM    PIC 99.
           05  BCW-NOW-SS    PIC 99.
       01  BCW-CYCLE-DATE  PIC X(8) VALUE SPACES.
       01  BCW-NEXT-DATE   PIC X(8) VALUE SPACES.
       01  BCW-CHAIN-DATE  PIC X(8) VALUE SPACES.
       01  BCW-DAYTYPE     PIC X    VALUE SPACE.
      *
      * MINUTES SINCE THE NIGHT OPENED - EVERY DEADLINE IS COMPARED ON
      * THIS SCALE SO THE NIGHT CAN CROSS MIDNIGHT.
       77  BCW-OPEN-MIN    PIC S9(5) COMP VALUE +0.
       77  BCW-ONLINE-CM   PIC S9(5) COMP VALUE +0.
       77  BCW-NOW-CM      PIC S9(5) COMP VALUE +0.
       77  BCW-CM          PIC S9(5) COMP VALUE +0.
       01  BCW-HHMM-IN     PIC X(4)  VALUE SPACES.
       01  BCW-HHMM-R REDEFINES BCW-HHMM-IN.
           05  BCW-HM-HH     PIC 99.
           05  BCW-HM-MM     PIC 99.
       77  BCW-NOW-SECS    PIC S9(9) COMP VALUE +0.
       77  BCW-START-SECS  PIC S9(9) COMP VALUE +0.
       77  BCW-ELAPSED     PIC S9(9) COMP VALUE +0.
       77  BCW-REMAIN      PIC S9(9) COMP VALUE +0.
       77  BCW-FINISH-CM   PIC S9(9) COMP VALUE +0.
       77  BCW-PENDING     PIC 9(3)  VALUE 0.
       01  BCW-EST-HHMM.
           05  BCW-EST-HH    PIC 99.
           05  BCW-EST-MM    PIC 99.
       01  BCW-HORA-R.
           05  BCW-HR-HH     PIC 99.
           05  BCW-HR-MM     PIC 99.
           05  BCW-HR-SS     PIC 99.
           05  FILLER        PIC XX.
      *
      * THE NIGHT'S TIMETABLE AND WHAT RUNCTL SAYS ABOUT EACH STEP:
      * ' ' NOT STARTED, 'S' RUNNING, 'C' COMPLETED, 'F' FAILED, 'K'
      * PLANNED HOLIDAY SKIP - THE LAST RECORD FOR THE STEP WINS, SO A
      * RERUN AFTER A FAILURE SHOWS AS RUNNING AGAIN.
       77  STP-MAX         PIC 9(3)  VALUE 60.
       77  STP-COUNT       PIC 9(3)  VALUE 0.
       01  STP-TABLE.
           05  STP-ENTRY OCCURS 60 TIMES.
               10  STP-PROG       PIC X(8).
               10  STP-START-BY   PIC X(4).
               10  STP-END-BY     PIC X(4).
               10  STP-AVG-SECS   PIC 9(7).
               10  STP-STATE      PIC X.
               10  STP-S-HORA     PIC X(8).
       01  BCW-ONLINE-BY   PIC X(4) VALUE SPACES.
      *
      * ALERTS ALREADY SENT - ONE TS ITEM PER STEP AND KIND PER CHAIN
      * DATE: 'S' LATE START, 'E' LATE COMPLETION, 'F' FAILED, 'R'
      * WINDOW AT RISK (PROGRAM '*WINDOW ').
       77  SNT-MAX         PIC 9(3)  VALUE 200.
       77  SNT-COUNT       PIC 9(3)  VALUE 0.
       01  SNT-TABLE.
           05  SNT-ENTRY     PIC X(17) OCCURS 200 TIMES.
       01  SNT-REC.
           05  SNT-DATE      PIC X(8).
           05  SNT-PROG      PIC X(8).
           05  SNT-KIND      PIC X.
           05  FILLER        PIC X(3).
      *
           COPY RUNDLNS.
           COPY RUNCTLR.
           COPY HOLCALS.
           COPY ALERTW.
      *
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           EXEC CICS ASKTIME ABSTIME(BCW-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(BCW-TIME)
                YYYYMMDD(BCW-NOW-DATE) TIME(BCW-NOW-HMS) NOHANDLE
           END-EXEC.

           PERFORM SET-CYCLE.
           PERFORM SET-DAYTYPE.
           PERFORM LOAD-TIMETABLE.
           IF STP-COUNT = 0 OR BCW-ONLINE-BY = SPACES
              GO TO RETURN-QUIET.

      * OUTSIDE THE NIGHT - THE CHAIN IS NOT EXPECTED TO BE RUNNING.
           MOVE BCW-ONLINE-BY TO BCW-HHMM-IN.
           PERFORM CYCLE-MINUTES.
           MOVE BCW-CM TO BCW-ONLINE-CM.
           MOVE BCW-NOW-HMS(1:4) TO BCW-HHMM-IN.
           PERFORM CYCLE-MINUTES.
           MOVE BCW-CM TO BCW-NOW-CM.
           IF BCW-NOW-CM > BCW-ONLINE-CM
              GO TO RETURN-QUIET.

           PERFORM LOAD-RUNCTL.
           PERFORM LOAD-SENT.
           PERFORM CHECK-STEP VARYING BCW-I FROM 1 BY 1
                UNTIL BCW-I > STP-COUNT.
           PERFORM CHECK-WINDOW.

       RETURN-QUIET.
           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *
       SET-CYCLE SECTION.
      * BEFORE NOON THE NIGHT BEING WATCHED BEGAN YESTERDAY EVENING.
           MOVE BCW-TIME TO BCW-CYC-TIME.
           IF BCW-NOW-HH < 12
              SUBTRACT 86400000 FROM BCW-CYC-TIME
           END-IF.
           EXEC CICS FORMATTIME ABSTIME(BCW-CYC-TIME)
                YYYYMMDD(BCW-CYCLE-DATE) DAYOFWEEK(BCW-DOW) NOHANDLE
           END-EXEC.
           ADD 86400000 TO BCW-CYC-TIME.
           EXEC CICS FORMATTIME ABSTIME(BCW-CYC-TIME)
                YYYYMMDD(BCW-NEXT-DATE) NOHANDLE
           END-EXEC.
           MOVE BCW-CYCLE-DATE TO BCW-CHAIN-DATE.
       FIN-SETCYCLE. EXIT.
      *
       SET-DAYTYPE SECTION.
      * A HOLCAL HOLIDAY FIRST, THEN MONTH END (TOMORROW IS THE 1ST),
      * THEN THE WEEKEND (CICS DAYOFWEEK 0=SUNDAY, 6=SATURDAY).
           MOVE BCW-CYCLE-DATE TO HOL-DATE.
           EXEC CICS READ FILE('HOLCAL') INTO(HOL-REC)
                RIDFLD(HOL-DATE) KEYLENGTH(8)
                LENGTH(BCW-HOL-LEN) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON = DFHRESP(NORMAL)
              MOVE 'H' TO BCW-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           IF BCW-NEXT-DATE(7:2) = '01'
              MOVE 'M' TO BCW-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           IF BCW-DOW = 0 OR BCW-DOW = 6
              MOVE 'W' TO BCW-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           MOVE 'B' TO BCW-DAYTYPE.
       FIN-SETDAYTYPE. EXIT.
      *
       LOAD-TIMETABLE SECTION.
      * THE SET FOR TONIGHT'S DAY TYPE - THE DEFAULT '*' SET WHEN THE
      * TYPE HAS NONE OF ITS OWN.
           MOVE 0      TO STP-COUNT.
           MOVE SPACES TO BCW-ONLINE-BY.
           PERFORM BROWSE-TIMETABLE.
           IF STP-COUNT > 0 OR BCW-ONLINE-BY NOT = SPACES
              GO TO FIN-LOADTT.
           MOVE '*' TO BCW-DAYTYPE.
           PERFORM BROWSE-TIMETABLE.
       FIN-LOADTT. EXIT.
      *
       BROWSE-TIMETABLE SECTION.
           MOVE LOW-VALUES  TO DLN-KEY.
           MOVE BCW-DAYTYPE TO DLN-DAYTYPE.
           EXEC CICS STARTBR FILE('RUNDLN') RIDFLD(DLN-KEY)
                KEYLENGTH(12) GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-BRWSTT.
           MOVE 0 TO BCW-DONE.
           PERFORM READ-TIMETABLE UNTIL BCW-DONE = 1.
           EXEC CICS ENDBR FILE('RUNDLN') NOHANDLE END-EXEC.
       FIN-BRWSTT. EXIT.
      *
       READ-TIMETABLE SECTION.
           EXEC CICS READNEXT FILE('RUNDLN') INTO(DLN-REC)
                RIDFLD(DLN-KEY) KEYLENGTH(12)
                LENGTH(LENGTH OF DLN-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO BCW-DONE
              GO TO FIN-READTT.
           IF DLN-DAYTYPE NOT = BCW-DAYTYPE
              MOVE 1 TO BCW-DONE
              GO TO FIN-READTT.

           IF DLN-PROG = '*ONLINE '
              MOVE DLN-END-BY TO BCW-ONLINE-BY
              MOVE DLN-START-BY TO BCW-HHMM-IN
              IF BCW-HHMM-IN NUMERIC
                 COMPUTE BCW-OPEN-MIN = BCW-HM-HH * 60 + BCW-HM-MM
              END-IF
              GO TO FIN-READTT.
           IF DLN-PROG(1:1) = '*' OR STP-COUNT NOT < STP-MAX
              GO TO FIN-READTT.

           ADD 1 TO STP-COUNT.
           MOVE DLN-PROG     TO STP-PROG(STP-COUNT).
           MOVE DLN-START-BY TO STP-START-BY(STP-COUNT).
           MOVE DLN-END-BY   TO STP-END-BY(STP-COUNT).
           MOVE ZEROS        TO STP-AVG-SECS(STP-COUNT).
           IF DLN-AVG-SECS NUMERIC
              MOVE DLN-AVG-SECS TO STP-AVG-SECS(STP-COUNT)
           END-IF.
           MOVE SPACE        TO STP-STATE(STP-COUNT).
           MOVE SPACES       TO STP-S-HORA(STP-COUNT).
       FIN-READTT. EXIT.
      *
       CYCLE-MINUTES SECTION.
      * HHMM IN BCW-HHMM-IN TO MINUTES SINCE THE NIGHT OPENED. A
      * TIME THAT IS NOT HHMM COUNTS AS NO DEADLINE (-1).
           IF BCW-HHMM-IN NOT NUMERIC
              MOVE -1 TO BCW-CM
              GO TO FIN-CYCMIN.
           COMPUTE BCW-CM = BCW-HM-HH * 60 + BCW-HM-MM - BCW-OPEN-MIN.
           IF BCW-CM < 0
              ADD 1440 TO BCW-CM
           END-IF.
       FIN-CYCMIN. EXIT.
      *
       LOAD-RUNCTL SECTION.
      * TWO PASSES OVER THE ESDS: THE CHAIN HEAD'S *BUSDATE STAMP FOR
      * THIS NIGHT FIRST, THEN EVERY STEP RECORD UNDER THAT DATE.
           MOVE 1 TO BCW-PASS.
           PERFORM BROWSE-RUNCTL.
           MOVE 2 TO BCW-PASS.
           PERFORM BROWSE-RUNCTL.
       FIN-LOADRUN. EXIT.
      *
       BROWSE-RUNCTL SECTION.
           MOVE 0 TO BCW-RBA.
           EXEC CICS STARTBR FILE('RUNCTL') RIDFLD(BCW-RBA) RBA
                GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-BRWSRUN.
           MOVE 0 TO BCW-DONE.
           PERFORM READ-RUNCTL UNTIL BCW-DONE = 1.
           EXEC CICS ENDBR FILE('RUNCTL') NOHANDLE END-EXEC.
       FIN-BRWSRUN. EXIT.
      *
       READ-RUNCTL SECTION.
           EXEC CICS READNEXT FILE('RUNCTL') INTO(RCF-REC)
                RIDFLD(BCW-RBA) RBA
                LENGTH(LENGTH OF RCF-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO BCW-DONE
              GO TO FIN-READRUN.

           IF BCW-FIND-CHAIN-DATE
              IF RCF-PROGRAM = '*BUSDATE'
                 AND (RCF-BUSDATE = BCW-CYCLE-DATE
                      OR RCF-BUSDATE = BCW-NEXT-DATE)
                 MOVE RCF-BUSDATE TO BCW-CHAIN-DATE
              END-IF
              GO TO FIN-READRUN.

           IF RCF-BUSDATE NOT = BCW-CHAIN-DATE
              GO TO FIN-READRUN.
           MOVE 0 TO BCW-FOUND.
           PERFORM MATCH-STEP VARYING BCW-I FROM 1 BY 1
                UNTIL BCW-I > STP-COUNT OR BCW-FOUND > 0.
           IF BCW-FOUND = 0
              GO TO FIN-READRUN.
           MOVE RCF-STATUS TO STP-STATE(BCW-FOUND).
           IF RCF-STATUS = 'S'
              MOVE RCF-HORA TO STP-S-HORA(BCW-FOUND)
           END-IF.
       FIN-READRUN. EXIT.
      *
       MATCH-STEP SECTION.
           IF STP-PROG(BCW-I) = RCF-PROGRAM
              MOVE BCW-I TO BCW-FOUND
           END-IF.
       FIN-MATCHSTEP. EXIT.
      *
       LOAD-SENT SECTION.
      * ITEMS FROM AN EARLIER NIGHT ARE IGNORED; WHEN NOTHING ON THE
      * QUEUE IS FOR TONIGHT IT IS DELETED AND STARTS AGAIN.
           MOVE 0 TO SNT-COUNT.
           MOVE 0 TO BCW-STALE.
           MOVE 1 TO BCW-ITEM.
           MOVE 0 TO BCW-DONE.
           PERFORM READ-SENT UNTIL BCW-DONE = 1.
           IF BCW-STALE > 0 AND SNT-COUNT = 0
              EXEC CICS DELETEQ TS QUEUE('BCWSENT') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADSENT. EXIT.
      *
       READ-SENT SECTION.
           EXEC CICS READQ TS QUEUE('BCWSENT') INTO(SNT-REC)
                LENGTH(BCW-SENT-LEN) ITEM(BCW-ITEM)
                NUMITEMS(BCW-NUMITEMS) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO BCW-DONE
              GO TO FIN-READSENT.
           ADD 1 TO BCW-ITEM.
           IF SNT-DATE NOT = BCW-CHAIN-DATE
              ADD 1 TO BCW-STALE
              GO TO FIN-READSENT.
           IF SNT-COUNT < SNT-MAX
              ADD 1 TO SNT-COUNT
              MOVE SNT-REC(1:17) TO SNT-ENTRY(SNT-COUNT)
           END-IF.
       FIN-READSENT. EXIT.
      *
       CHECK-STEP SECTION.
      * A PLANNED HOLIDAY SKIP AND A CLEAN COMPLETION NEED NOTHING.
           IF STP-STATE(BCW-I) = 'K' OR STP-STATE(BCW-I) = 'C'
              GO TO FIN-CHECKSTEP.

           MOVE SPACES          TO SNT-REC.
           MOVE BCW-CHAIN-DATE  TO SNT-DATE.
           MOVE STP-PROG(BCW-I) TO SNT-PROG.

           IF STP-STATE(BCW-I) = 'F'
              MOVE 'F' TO SNT-KIND
              MOVE SPACES TO ALERT-TEXT
              STRING 'Batch step ' DELIMITED BY SIZE
                     STP-PROG(BCW-I) DELIMITED BY SPACE
                     ' failed - RUNCTL status F' DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM SEND-ONCE
              GO TO FIN-CHECKSTEP.

           IF STP-STATE(BCW-I) = SPACE
              MOVE STP-START-BY(BCW-I) TO BCW-HHMM-IN
              PERFORM CYCLE-MINUTES
              IF BCW-CM NOT < 0 AND BCW-NOW-CM > BCW-CM
                 MOVE 'S' TO SNT-KIND
                 MOVE SPACES TO ALERT-TEXT
                 STRING 'Batch step ' DELIMITED BY SIZE
                        STP-PROG(BCW-I) DELIMITED BY SPACE
                        ' not started by ' DELIMITED BY SIZE
                        STP-START-BY(BCW-I) DELIMITED BY SIZE
                        INTO ALERT-TEXT
                 PERFORM SEND-ONCE
              END-IF
           END-IF.

           MOVE STP-END-BY(BCW-I) TO BCW-HHMM-IN.
           PERFORM CYCLE-MINUTES.
           IF BCW-CM NOT < 0 AND BCW-NOW-CM > BCW-CM
              MOVE 'E' TO SNT-KIND
              MOVE SPACES TO ALERT-TEXT
              STRING 'Batch step ' DELIMITED BY SIZE
                     STP-PROG(BCW-I) DELIMITED BY SPACE
                     ' not complete by ' DELIMITED BY SIZE
                     STP-END-BY(BCW-I) DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM SEND-ONCE
           END-IF.
       FIN-CHECKSTEP. EXIT.
      *
       CHECK-WINDOW SECTION.
      * WHAT IS LEFT, AT EACH STEP'S AVERAGE RUNTIME, AGAINST THE
      * ONLINE START. A RUNNING STEP NEEDS ONLY WHAT ITS AVERAGE HAS
      * NOT USED UP YET; A FAILED ONE NEEDS A WHOLE RERUN.
           MOVE 0 TO BCW-REMAIN.
           MOVE 0 TO BCW-PENDING.
           COMPUTE BCW-NOW-SECS = BCW-NOW-HH * 3600
                   + BCW-NOW-MM * 60 + BCW-NOW-SS.
           PERFORM ADD-REMAINING VARYING BCW-I FROM 1 BY 1
                UNTIL BCW-I > STP-COUNT.
           IF BCW-PENDING = 0
              GO TO FIN-CHKWINDOW.

           COMPUTE BCW-FINISH-CM = BCW-NOW-CM
                   + (BCW-REMAIN + 59) / 60.
           IF BCW-FINISH-CM NOT > BCW-ONLINE-CM
              GO TO FIN-CHKWINDOW.

      * THE ESTIMATED END AS A CLOCK TIME, FOR THE TEXT.
           COMPUTE BCW-CM = BCW-OPEN-MIN + BCW-FINISH-CM.
           COMPUTE BCW-CM = BCW-CM - ((BCW-CM / 1440) * 1440).
           COMPUTE BCW-EST-HH = BCW-CM / 60.
           COMPUTE BCW-EST-MM = BCW-CM - (BCW-EST-HH * 60).

           MOVE SPACES         TO SNT-REC.
           MOVE BCW-CHAIN-DATE TO SNT-DATE.
           MOVE '*WINDOW '     TO SNT-PROG.
           MOVE 'R'            TO SNT-KIND.
           MOVE SPACES         TO ALERT-TEXT.
           STRING 'Batch window at risk - est end ' DELIMITED BY SIZE
                  BCW-EST-HHMM  DELIMITED BY SIZE
                  ' online start ' DELIMITED BY SIZE
                  BCW-ONLINE-BY DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM SEND-ONCE.
       FIN-CHKWINDOW. EXIT.
      *
       ADD-REMAINING SECTION.
           IF STP-STATE(BCW-I) = 'K' OR STP-STATE(BCW-I) = 'C'
              GO TO FIN-ADDREM.
           ADD 1 TO BCW-PENDING.
           IF STP-STATE(BCW-I) NOT = 'S'
              OR STP-S-HORA(BCW-I)(1:6) NOT NUMERIC
              ADD STP-AVG-SECS(BCW-I) TO BCW-REMAIN
              GO TO FIN-ADDREM.
           MOVE STP-S-HORA(BCW-I) TO BCW-HORA-R.
           COMPUTE BCW-START-SECS = BCW-HR-HH * 3600
                   + BCW-HR-MM * 60 + BCW-HR-SS.
           COMPUTE BCW-ELAPSED = BCW-NOW-SECS - BCW-START-SECS.
           IF BCW-ELAPSED < 0
              ADD 86400 TO BCW-ELAPSED
           END-IF.
           IF STP-AVG-SECS(BCW-I) > BCW-ELAPSED
              COMPUTE BCW-REMAIN = BCW-REMAIN
                      + STP-AVG-SECS(BCW-I) - BCW-ELAPSED
           END-IF.
       FIN-ADDREM. EXIT.
      *
       SEND-ONCE SECTION.
      * SNT-REC NAMES THE ALERT, ALERT-TEXT SAYS IT. CRITICAL, SO
      * ALERTESC QUEUES IT FOR ALRTDISP TO PAGE THE ON-CALL ROSTER.
           MOVE 0 TO BCW-FOUND.
           PERFORM MATCH-SENT VARYING BCW-ITEM FROM 1 BY 1
                UNTIL BCW-ITEM > SNT-COUNT OR BCW-FOUND > 0.
           IF BCW-FOUND > 0
              GO TO FIN-SENDONCE.

           SET ALERT-CRITICAL TO TRUE.
           MOVE 'BCWATCH ' TO ALERT-SOURCE.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
           ADD 1 TO BCW-ALERTS.

           EXEC CICS WRITEQ TS QUEUE('BCWSENT') FROM(SNT-REC)
                LENGTH(LENGTH OF SNT-REC) NOHANDLE END-EXEC.
           IF SNT-COUNT < SNT-MAX
              ADD 1 TO SNT-COUNT
              MOVE SNT-REC(1:17) TO SNT-ENTRY(SNT-COUNT)
           END-IF.
       FIN-SENDONCE. EXIT.
      *
       MATCH-SENT SECTION.
           IF SNT-ENTRY(BCW-ITEM) = SNT-REC(1:17)
              MOVE 1 TO BCW-FOUND
           END-IF.
       FIN-MATCHSENT. EXIT.
      *////////////////////////////////////////////////////////////////
