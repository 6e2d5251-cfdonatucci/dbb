       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSKPLAN.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Paradas planificadas de listeners. Algunos socios cierran su
      *  lado todas las noches o los domingos, y hasta ahora alguien
      *  tenia que bajar el listener a mano con LINKSOCK, acordarse de
      *  subirlo despues, y mientras tanto LINKCHEK lo daba por caido,
      *  intentaba recuperarlo y alertaba.
      *  El horario vive en la TDQ LCHK junto a los objetivos de
      *  LINKCHEK (editable por INITMNT), en renglones '=DWN': transid
      *  del listener, mascara de dias Y/N lunes..domingo (blanco =
      *  todos), hora HHMM de parada y hora HHMM de arranque. Si la
      *  parada es posterior al arranque la ventana cruza la
      *  medianoche y la mascara indica el dia en que empieza. Ver
      *  LSTWINS/LSTWINP, que comparte con LINKCHEK.
      *  Se arranca por un renglon recurrente ('&') de la cola INIT
      *  cada pocos minutos. Por cada listener con horario: si esta
      *  dentro de la ventana y todavia no se paro, hace el LINK a
      *  LINKSOCK con la terminacion inmediata ('T'); si la ventana
      *  termino y se habia parado, hace el LINK con el init ('I').
      *  Lo hecho queda en la TS LT+transid ('D' parado, 'S' arranque
      *  emitido) para que LINKCHEK no lo cuente como falla durante la
      *  ventana y verifique despues que haya vuelto.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  PLN-RESP                PIC S9(8) COMP.
       77  PLN-FLEN80              PIC 9(4)  VALUE 80 COMP.
       77  PLN-EOF                 PIC 9     VALUE 0.
           88  PLN-LCHK-DONE            VALUE 1.
       77  PLN-IDX                 PIC 9(2)  VALUE 0.
       77  PLN-PRIOR               PIC 9(2)  VALUE 0.
       77  PLN-SEEN-FLAG           PIC 9     VALUE 0.
           88  PLN-ALREADY-DONE         VALUE 1.
      *
      * THE LINKSOCK PARAMETER STRING - CALLER TRANSID, TYPE (T STOP,
      * I START), OBJECT L AND THE ONE LISTENER.
       01  PLN-LSK-PARMS.
           05  PLN-LSK-TRAN        PIC X(4)  VALUE 'LSPL'.
           05  PLN-LSK-TYPE        PIC X     VALUE SPACE.
           05  PLN-LSK-OBJ         PIC X     VALUE 'L'.
           05  PLN-LSK-LIST        PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE SPACES.
      *
       01  WS-PLNMSG               PIC X(80) VALUE SPACES.
      *
           COPY LSTWINS.
      *
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           PERFORM LTW-SET-NOW.
           PERFORM LOAD-TIMETABLE.
           PERFORM PLAN-ONE VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > LTW-COUNT.
           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-TIMETABLE SECTION.
      * ONLY THE '=DWN' LINES ARE KEPT - THE LINKCHEK TARGET LINES AND
      * COMMENTS IN THE SAME QUEUE ARE LEFT TO LINKCHEK.
           MOVE 0 TO LTW-COUNT.
           MOVE 0 TO PLN-EOF.
           EXEC CICS SET TDQUEUE('LCHK') OPEN
                RESP(PLN-RESP) NOHANDLE END-EXEC.
           IF PLN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'LSPL003E LCHK queue not available - no action'
                   TO WS-PLNMSG
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-PLNMSG)
                   LENGTH(80) NOHANDLE END-EXEC
              GO TO FIN-LOADTT.
           PERFORM LOAD-ONE-LINE UNTIL PLN-LCHK-DONE.
           EXEC CICS SET TDQUEUE('LCHK') CLOSED
                RESP(PLN-RESP) NOHANDLE END-EXEC.
       FIN-LOADTT. EXIT.
      *
       LOAD-ONE-LINE SECTION.
           MOVE SPACES TO LTW-LINE.
           EXEC CICS READQ TD QUEUE('LCHK') INTO(LTW-LINE)
                LENGTH(PLN-FLEN80) RESP(PLN-RESP) NOHANDLE END-EXEC.
           IF PLN-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO PLN-EOF
              GO TO FIN-LOADONE.
           PERFORM LTW-STASH.
       FIN-LOADONE. EXIT.
      *
       PLAN-ONE SECTION.
      * A LISTENER WITH SEVERAL WINDOWS HAS SEVERAL TABLE ENTRIES -
      * IT IS DECIDED ONCE, AT ITS FIRST ENTRY, ACROSS ALL OF THEM.
           MOVE 0 TO PLN-SEEN-FLAG.
           PERFORM CHECK-PRIOR VARYING PLN-PRIOR FROM 1 BY 1
                   UNTIL PLN-PRIOR NOT < PLN-IDX OR PLN-ALREADY-DONE.
           IF PLN-ALREADY-DONE
              GO TO FIN-PLANONE.

           MOVE LTW-T-LISTENER(PLN-IDX) TO LTW-FOR-LISTENER.
           PERFORM LTW-CHECK.
           PERFORM LTW-READ-STATE.
           IF LTW-IN-WINDOW AND NOT LTW-PLAN-STOPPED
              PERFORM ISSUE-STOP
              GO TO FIN-PLANONE.
           IF NOT LTW-IN-WINDOW AND LTW-PLAN-STOPPED
              PERFORM ISSUE-START
              GO TO FIN-PLANONE.
       FIN-PLANONE. EXIT.
      *
       CHECK-PRIOR SECTION.
           IF LTW-T-LISTENER(PLN-PRIOR) = LTW-T-LISTENER(PLN-IDX)
              MOVE 1 TO PLN-SEEN-FLAG.
       FIN-CHKPRIOR. EXIT.
      *
       ISSUE-STOP SECTION.
           MOVE 'T'              TO PLN-LSK-TYPE.
           MOVE LTW-FOR-LISTENER TO PLN-LSK-LIST.
           PERFORM LINK-LINKSOCK.
           MOVE 'D'              TO LTW-STATE.
           MOVE LTW-ABS          TO LTW-STATE-ABS.
           PERFORM LTW-WRITE-STATE.
           MOVE SPACES TO WS-PLNMSG.
           STRING 'LSPL001I planned stop issued for listener '
                                         DELIMITED BY SIZE
                  LTW-FOR-LISTENER       DELIMITED BY SIZE
                  ' at '                 DELIMITED BY SIZE
                  LTW-NOW-HHMM           DELIMITED BY SIZE
                  INTO WS-PLNMSG.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-PLNMSG)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-ISSUESTOP. EXIT.
      *
       ISSUE-START SECTION.
      * LINKCHEK CONFIRMS THE LISTENER CAME BACK AND ALERTS IF IT DID
      * NOT - THE 'S' STATE TELLS IT A START IS OWED.
           MOVE 'I'              TO PLN-LSK-TYPE.
           MOVE LTW-FOR-LISTENER TO PLN-LSK-LIST.
           PERFORM LINK-LINKSOCK.
           MOVE 'S'              TO LTW-STATE.
           MOVE LTW-ABS          TO LTW-STATE-ABS.
           PERFORM LTW-WRITE-STATE.
           MOVE SPACES TO WS-PLNMSG.
           STRING 'LSPL002I planned start issued for listener '
                                         DELIMITED BY SIZE
                  LTW-FOR-LISTENER       DELIMITED BY SIZE
                  ' at '                 DELIMITED BY SIZE
                  LTW-NOW-HHMM           DELIMITED BY SIZE
                  INTO WS-PLNMSG.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-PLNMSG)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-ISSUESTART. EXIT.
      *
       LINK-LINKSOCK SECTION.
      * LINKSOCK ISSUES THE EZACIC20 CALL AND LOGS ITS OWN RESULT ON
      * CSSL AND THE CONSOLE, EXACTLY AS FOR AN OPERATOR REQUEST.
           EXEC CICS LINK PROGRAM('LINKSOCK')
                COMMAREA(PLN-LSK-PARMS)
                LENGTH(LENGTH OF PLN-LSK-PARMS) NOHANDLE
           END-EXEC.
       FIN-LINKLSK. EXIT.
      *////////////////////////////////////////////////////////////////
           COPY LSTWINP.
