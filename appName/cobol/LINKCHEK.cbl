      *  y de ahi en mas se reprograma solo cada CHKINT minutos (el
      *  menor intervalo configurado), el mismo esquema de
      *  autorearranque que usa INQUTRAN con TSOK.
      *  Oct 2026: cada observacion del listener se informa a DEPCHK
      *  (caido / arriba). Si hay grupos de la INQT declarados en
      *  ALRTDEP como dependientes del listener, mientras este caido
      *  sus alertas salen suprimidos y DEPCHK levanta un unico
      *  CRITICAL con el listener y los grupos afectados; al volver
      *  lo limpia y los grupos se rechequean normalmente.
      *  Oct 2026: los renglones '=DWN' de la LCHK son el horario de
      *  paradas planificadas que ejecuta LSKPLAN (ver LSTWINS). Un
      *  listener dentro de su ventana, o parado por LSKPLAN y sin
      *  arranque todavia, se espera caido: no suma fallas, no se
      *  recupera ni alerta. Alerta en cambio si sigue arriba pasado
      *  un intervalo desde la parada, o si despues del arranque de
      *  fin de ventana no volvio dentro de un intervalo.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           COPY ALERTW.
      *
      * ROOT-CAUSE CORRELATION - EVERY LISTENER OBSERVATION IS PASSED
      * ON TO DEPCHK SO THE INQT GROUPS DECLARED AS DEPENDING ON IT
      * (SEE ALRTDEPS) ARE SUPPRESSED WHILE IT IS DOWN.
           COPY DEPCHKW.
      *
      * PLANNED STOP/START TIMETABLE ('=DWN' LINES IN LCHK, DRIVEN BY
      * LSKPLAN). A LISTENER INSIDE ITS WINDOW, OR STOPPED BY LSKPLAN
      * AND NOT YET RESTARTED, IS EXPECTED DOWN.
           COPY LSTWINS.
       77  LCK-PLAN-FLAG PIC 9      VALUE 0.
           88  LCK-EXPECTED-DOWN    VALUE 1.
       77  LCK-PLAN-MS   PIC S9(15) COMP-3 VALUE +0.
      *
      * MONITOR HEARTBEAT - STAMPED EVERY CYCLE SO THE INDEPENDENT
      * HBWATCH CHECKER CAN SEE THIS SELF-RESTART CHAIN DIE. SEE
      * HRTBTS.
       PROCESO SECTION.
           EXEC CICS HANDLE ABEND LABEL(GETABEND) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(UTIME) NOHANDLE END-EXEC.
           PERFORM LOAD-TIMETABLE.
           PERFORM WALK-TARGETS.
           IF LCK-TARGETS = 0
      *-- NO USABLE LCHK LINE - FALL BACK TO THE HISTORIC TARGET SO
           IF LCQ-COMMENT OR LCQ-LISTENER = SPACES
              GO TO WALKLP
           END-IF.
           MOVE QUE-REC TO LTW-LINE.
           IF LTW-IS-WINDOW
              GO TO WALKLP
           END-IF.

           ADD 1 TO LCK-TARGETS.
           MOVE LCQ-LISTENER TO LCK-CUR-LISTENER.
              MOVE 15 TO CHKINT
           END-IF.
       FIN-WALK. EXIT.
      *//////////////////////////////////////////////////////////////
       LOAD-TIMETABLE SECTION.
      *//////////////////////////////////////////////////////////////
      * A SEPARATE PASS OVER LCHK FOR THE '=DWN' LINES, SO A WINDOW
      * APPLIES WHEREVER IT SITS IN THE QUEUE RELATIVE TO THE TARGET.
           PERFORM LTW-SET-NOW.
           MOVE 0 TO LTW-COUNT.
           EXEC CICS SET TDQUEUE('LCHK') OPEN
                RESP(RESPON) NOHANDLE END-EXEC.
           IF RESPON NOT EQUAL DFHRESP(NORMAL)
              GO TO FIN-LOADTT
           END-IF.

       LOADTTLP.
           EXEC CICS READQ TD QUEUE('LCHK') INTO(LTW-LINE)
                LENGTH(FLEN80) RESP(RESPON) NOHANDLE END-EXEC.
           IF RESPON NOT EQUAL DFHRESP(NORMAL)
              GO TO LOADTT-DONE
           END-IF.
           PERFORM LTW-STASH.
           GO TO LOADTTLP.

       LOADTT-DONE.
           EXEC CICS SET TDQUEUE('LCHK') CLOSED
                RESP(RESPON) NOHANDLE END-EXEC.
       FIN-LOADTT. EXIT.
      *//////////////////////////////////////////////////////////////
       CHECK-ONE-LISTENER SECTION.
      *//////////////////////////////////////////////////////////////
              GO TO FIN-CHKONE
           END-IF.

           MOVE LCK-CUR-LISTENER TO LTW-FOR-LISTENER.
           PERFORM LTW-CHECK.
           PERFORM LTW-READ-STATE.
           PERFORM CALL-20.

           MOVE UTIME TO LCK-LAST-ABS.
                     COMMAREA(P20PARMS)
                     LENGTH(7) END-EXEC.

           PERFORM CLASSIFY-PLAN.
           IF LCK-EXPECTED-DOWN
              PERFORM PLANNED-DOWN-STATUS
              GO TO FIN-CALL20
           END-IF.

           IF P20RETOK
              MOVE 'LSOK001 Listener status check - up ' TO MSGTXT
              MOVE 0 TO MSGRET
                 PERFORM SEND-RESTART-CLEAR
              END-IF
              MOVE 0 TO LCK-COUNT
              SET DCK-FUNC-UP TO TRUE
              PERFORM REPORT-PARENT
           ELSE
              MOVE 'LSOK002 Listener status check - DOWN' TO MSGTXT
              MOVE 1 TO MSGRET
                     LCK-CUR-LISTENER DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM ESCALATE
              SET DCK-FUNC-DOWN TO TRUE
              PERFORM REPORT-PARENT
              ADD 1 TO LCK-COUNT
              IF LCK-COUNT >= LCK-CUR-THRESH
                 PERFORM RECOVER-LISTENER
              END-IF
           END-IF.
       FIN-CALL20. EXIT.
      *//////////////////////////////////////////////////////////////
       CLASSIFY-PLAN SECTION.
      *//////////////////////////////////////////////////////////////
      * EXPECTED DOWN: INSIDE A WINDOW BY THE CLOCK, OR STOPPED BY
      * LSKPLAN AND NOT YET RESTARTED. AFTER THE END-OF-WINDOW START
      * THE LISTENER GETS ONE OF ITS OWN INTERVALS TO COME BACK; UP IN
      * THAT TIME ENDS THE PLAN, STILL DOWN AFTER IT IS AN ALERT AND
      * THE NORMAL DOWN HANDLING (COUNT, RECOVERY) TAKES OVER.
           MOVE 0 TO LCK-PLAN-FLAG.
           COMPUTE LCK-PLAN-MS = UTIME - LTW-STATE-ABS.
           IF LTW-IN-WINDOW OR LTW-PLAN-STOPPED
              MOVE 1 TO LCK-PLAN-FLAG
              GO TO FIN-CLASSPLAN
           END-IF.
           IF NOT LTW-PLAN-STARTED
              GO TO FIN-CLASSPLAN
           END-IF.

           IF P20RETOK
              MOVE 'LSOK011 Listener back after window ' TO MSGTXT
              MOVE 0 TO MSGRET
              MOVE 'I' TO LCK-SEVERITY
              PERFORM OP-MSG
              MOVE 'U' TO LTW-STATE
              PERFORM LTW-WRITE-STATE
              GO TO FIN-CLASSPLAN
           END-IF.
           IF LCK-PLAN-MS < (LCK-CUR-INTERVAL * 60000)
              MOVE 1 TO LCK-PLAN-FLAG
              GO TO FIN-CLASSPLAN
           END-IF.

           MOVE 'LSOK012 Listener not back - window ' TO MSGTXT.
           MOVE 1 TO MSGRET.
           MOVE 'E' TO LCK-SEVERITY.
           PERFORM OP-MSG.
           SET ALERT-ERROR TO TRUE.
           MOVE 'LINKCHEK' TO ALERT-SOURCE.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'Listener not back after planned window: '
                  DELIMITED BY SIZE
                  LCK-CUR-LISTENER DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM ESCALATE.
           MOVE 'U' TO LTW-STATE.
           PERFORM LTW-WRITE-STATE.
       FIN-CLASSPLAN. EXIT.
      *//////////////////////////////////////////////////////////////
       PLANNED-DOWN-STATUS SECTION.
      *//////////////////////////////////////////////////////////////
      * NO FAILURE COUNT, NO RECOVERY, NO DEPCHK REPORT WHILE THE
      * LISTENER IS MEANT TO BE DOWN. UP IS ONLY WRONG ONCE LSKPLAN'S
      * STOP HAS HAD AN INTERVAL TO TAKE EFFECT; UP INSIDE A WINDOW
      * LSKPLAN HAS NOT STOPPED YET IS LEFT FOR ITS NEXT RUN.
           MOVE 0 TO LCK-COUNT.
           IF NOT P20RETOK
              MOVE 'LSOK009 Listener down - planned    ' TO MSGTXT
              MOVE 0 TO MSGRET
              MOVE 'I' TO LCK-SEVERITY
              PERFORM OP-MSG
              GO TO FIN-PLANDOWN
           END-IF.
           IF LTW-PLAN-STOPPED
              AND LCK-PLAN-MS NOT < (LCK-CUR-INTERVAL * 60000)
              MOVE 'LSOK010 Listener UP in planned down' TO MSGTXT
              MOVE 1 TO MSGRET
              MOVE 'E' TO LCK-SEVERITY
              PERFORM OP-MSG
              SET ALERT-ERROR TO TRUE
              MOVE 'LINKCHEK' TO ALERT-SOURCE
              MOVE SPACES TO ALERT-TEXT
              STRING 'Listener up during planned down window: '
                     DELIMITED BY SIZE
                     LCK-CUR-LISTENER DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM ESCALATE
           ELSE
              MOVE 'LSOK013 Listener up - stop pending ' TO MSGTXT
              MOVE 0 TO MSGRET
              MOVE 'I' TO LCK-SEVERITY
              PERFORM OP-MSG
           END-IF.
       FIN-PLANDOWN. EXIT.
      *//////////////////////////////////////////////////////////////
       RECOVER-LISTENER SECTION.
      *//////////////////////////////////////////////////////////////
              PERFORM OP-MSG
              PERFORM SEND-LISTENER-CLEAR
              PERFORM SEND-RESTART-CLEAR
              SET DCK-FUNC-UP TO TRUE
              PERFORM REPORT-PARENT
           ELSE
              MOVE 'LSOK007 Error recovery failed      ' TO MSGTXT
              MOVE 1 TO MSGRET
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
       FIN-ESCALATE. EXIT.
      *//////////////////////////////////////////////////////////////
       REPORT-PARENT SECTION.
      *//////////////////////////////////////////////////////////////
      * THE CALLER HAS SET DCK-FUNC TO DOWN OR UP. DEPCHK ACTS ONLY ON
      * A CHANGE - THE FIRST DOWN RAISES THE ONE CRITICAL NAMING THE
      * DEPENDENT GROUPS, THE FIRST UP AFTER IT CLEARS IT - AND DOES
      * NOTHING FOR A LISTENER NO GROUP DEPENDS ON.
           MOVE 'LINKCHEK'       TO DCK-SOURCE.
           MOVE SPACES           TO DCK-CHILD.
           MOVE 'L'              TO DCK-PTYPE.
           MOVE LCK-CUR-LISTENER TO DCK-PARENT.
           EXEC CICS LINK PROGRAM('DEPCHK') COMMAREA(DCK-REC)
                LENGTH(LENGTH OF DCK-REC) NOHANDLE
           END-EXEC.
       FIN-REPPARENT. EXIT.
      *//////////////////////////////////////////////////////////////
       SEND-LISTENER-CLEAR SECTION.
      *//////////////////////////////////////////////////////////////
               FROM(WTOA) LENGTH(70) NOHANDLE END-EXEC.
       FIN-MSG. EXIT.
      *////////////////////////////////////////////////////////////////
           COPY LSTWINP.
