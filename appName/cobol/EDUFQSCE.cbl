      *  en ambas, la de cierre se suprime en silencio y la region
      *  queda rechazando escrituras hasta que alguien alterne a
      *  mano. Cada cambio de estado queda en CSSL.
      *  Carlos Donatucci - OCT 2026
      *  Con la ventana abierta EDUFILAP ya no rechaza los posteos
      *  'T': los encola en la TS EDUFWPQ (ver EDUWPQS) con fecha
      *  valor del dia habil siguiente. Al cerrar la ventana esta
      *  transaccion aplica la cola por EDUFILAP, en orden de tipeo,
      *  con COM-WINQ 'Q' y el operador/terminal que lo tipeo. Cada
      *  item se marca 'P' antes del LINK y 'A'/'R' despues, asi un
      *  drenaje cortado no aplica nada dos veces (un 'P' que quedo
      *  colgado se informa para revisar en POSTDTL). Un rechazo va
      *  a CSSL y como WARN por ALERTESC; la cola se borra cuando no
      *  queda nada pendiente. El cambio de estado de la ventana se
      *  hace bajo el ENQ EDUFWPQ que toma EDUFILAP al encolar.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  QSC-REC.
           05  QSC-FECHA PIC X(8).
           05  QSC-HORA  PIC X(8).
      *
      * DRAIN OF THE POSTINGS QUEUED WHILE THE WINDOW WAS OPEN.
       77  QSC-WPQ-ENQ   PIC X(8)  VALUE 'EDUFWPQ '.
       77  QSC-WPQ-LEN   PIC 9(4)  COMP VALUE 0.
       77  QSC-ITEM      PIC S9(4) COMP VALUE 0.
       77  QSC-END-SW    PIC 9     VALUE 0.
           88  QSC-QUEUE-END        VALUE 1.
       77  QSC-APPLIED   PIC 9(4)  VALUE 0.
       77  QSC-REFUSED   PIC 9(4)  VALUE 0.
       77  QSC-LEFT      PIC 9(4)  VALUE 0.
           COPY EDUWPQS.
           COPY EDUFILAC REPLACING ==01  DFHCOMMAREA.== BY
                                   ==01  QSC-FILAP-AREA.==.
           COPY ALERTW.
      *
       01  WS-OPENED     PIC X(80) VALUE
           'EQSC001I Batch window opened - FILEA writes refused'.
       01  WS-CLOSED     PIC X(80) VALUE
           'EQSC002I Batch window closed - FILEA activity resumed'.
       01  WS-WPQREF     PIC X(80) VALUE
              'EQSC003W Posting for        refused RC    by'.
       01  WS-WPQREF-R REDEFINES WS-WPQREF.
           05  FILLER               PIC X(21).
           05  WS-WPQREF-NUMB       PIC X(6).
           05  FILLER               PIC X(12).
           05  WS-WPQREF-RC         PIC XX.
           05  FILLER               PIC X(4).
           05  WS-WPQREF-OPID       PIC X(3).
           05  FILLER               PIC X(32).
       01  WS-WPQUNS     PIC X(80) VALUE
              'EQSC004W Posting for        in doubt, see POSTDTL'.
       01  WS-WPQUNS-R REDEFINES WS-WPQUNS.
           05  FILLER               PIC X(21).
           05  WS-WPQUNS-NUMB       PIC X(6).
           05  FILLER               PIC X(53).
       01  WS-WPQSUM     PIC X(80) VALUE
              'EQSC005I Drained      applied      refused      left'.
       01  WS-WPQSUM-R REDEFINES WS-WPQSUM.
           05  FILLER               PIC X(17).
           05  WS-WPQSUM-APPL       PIC ZZZ9.
           05  FILLER               PIC X(9).
           05  WS-WPQSUM-REF        PIC ZZZ9.
           05  FILLER               PIC X(9).
           05  WS-WPQSUM-LEFT       PIC ZZZ9.
           05  FILLER               PIC X(33).
      *
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * THE TOGGLE IS MADE UNDER THE QUEUE'S ENQ - A POSTING BEING
      * QUEUED BY EDUFILAP EITHER LANDS BEFORE THE CLOSE, AND IS
      * DRAINED BELOW, OR SEES THE WINDOW SHUT AND IS APPLIED THERE.
           EXEC CICS ENQ RESOURCE(QSC-WPQ-ENQ)
                LENGTH(LENGTH OF QSC-WPQ-ENQ) NOHANDLE
           END-EXEC.
           MOVE LENGTH OF QSC-REC TO QSC-LEN.
           EXEC CICS READQ TS QUEUE('EDUFWIN') INTO(QSC-REC)
                LENGTH(QSC-LEN) ITEM(1) RESP(RESPON) NOHANDLE
           IF RESPON = DFHRESP(NORMAL)
      * THE WINDOW IS OPEN - THIS INVOCATION CLOSES IT.
              EXEC CICS DELETEQ TS QUEUE('EDUFWIN') NOHANDLE END-EXEC
              EXEC CICS DEQ RESOURCE(QSC-WPQ-ENQ)
                   LENGTH(LENGTH OF QSC-WPQ-ENQ) NOHANDLE
              END-EXEC
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-CLOSED)
                   LENGTH(80) NOHANDLE END-EXEC
              PERFORM DRAIN-QUEUE
           ELSE
              EXEC CICS ASKTIME ABSTIME(QSC-TIME) NOHANDLE END-EXEC
              EXEC CICS FORMATTIME ABSTIME(QSC-TIME)
              END-EXEC
              EXEC CICS WRITEQ TS QUEUE('EDUFWIN') FROM(QSC-REC)
                   LENGTH(QSC-LEN) NOHANDLE END-EXEC
              EXEC CICS DEQ RESOURCE(QSC-WPQ-ENQ)
                   LENGTH(LENGTH OF QSC-WPQ-ENQ) NOHANDLE
              END-EXEC
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-OPENED)
                   LENGTH(80) NOHANDLE END-EXEC
           END-IF.
           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *////////////////////////////////////////////////////////////////
       DRAIN-QUEUE SECTION.
      * EVERY ITEM OF EDUFWPQ, FIRST TO LAST, THROUGH DRAIN-ONE. AN
      * ITEM ALREADY APPLIED OR REFUSED BY AN EARLIER DRAIN IS PASSED
      * OVER. NOTHING QUEUED - NO SUMMARY LINE.
           MOVE 0 TO QSC-END-SW QSC-APPLIED QSC-REFUSED QSC-LEFT.
           MOVE 1 TO QSC-ITEM.
           PERFORM DRAIN-ONE UNTIL QSC-QUEUE-END.
           IF QSC-ITEM = 1
              GO TO FIN-DRAINQ.

           MOVE QSC-APPLIED TO WS-WPQSUM-APPL.
           MOVE QSC-REFUSED TO WS-WPQSUM-REF.
           MOVE QSC-LEFT    TO WS-WPQSUM-LEFT.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-WPQSUM)
                LENGTH(80) NOHANDLE END-EXEC.

      * THE QUEUE GOES ONCE NOTHING ON IT IS STILL TO DO - AND ONLY
      * WHILE THE WINDOW IS STILL SHUT, SO A POSTING QUEUED BY A
      * WINDOW REOPENED IN THE MEANTIME IS NEVER LOST WITH IT.
           IF QSC-LEFT > 0
              GO TO FIN-DRAINQ.
           EXEC CICS ENQ RESOURCE(QSC-WPQ-ENQ)
                LENGTH(LENGTH OF QSC-WPQ-ENQ) NOHANDLE
           END-EXEC.
           MOVE LENGTH OF QSC-REC TO QSC-LEN.
           EXEC CICS READQ TS QUEUE('EDUFWIN') INTO(QSC-REC)
                LENGTH(QSC-LEN) ITEM(1) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              EXEC CICS DELETEQ TS QUEUE('EDUFWPQ') NOHANDLE END-EXEC
           END-IF.
           EXEC CICS DEQ RESOURCE(QSC-WPQ-ENQ)
                LENGTH(LENGTH OF QSC-WPQ-ENQ) NOHANDLE
           END-EXEC.
       FIN-DRAINQ. EXIT.
      *////////////////////////////////////////////////////////////////
       DRAIN-ONE SECTION.
      * ONE QUEUED POSTING. IT IS MARKED IN FLIGHT BEFORE THE LINK, SO
      * A DRAIN CUT SHORT LEAVES IT FLAGGED FOR A PERSON TO CHECK
      * RATHER THAN APPLIED A SECOND TIME BY THE NEXT CLOSE. A CODE 40
      * MEANS THE WINDOW WAS OPENED AGAIN UNDER US - THE ITEM GOES BACK
      * TO WAITING FOR THE NEXT CLOSE.
           MOVE LENGTH OF WPQ-REC TO QSC-WPQ-LEN.
           EXEC CICS READQ TS QUEUE('EDUFWPQ') INTO(WPQ-REC)
                LENGTH(QSC-WPQ-LEN) ITEM(QSC-ITEM)
                RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO QSC-END-SW
              GO TO FIN-DRAINONE.
           IF WPQ-APPLIED OR WPQ-REFUSED
              GO TO DRAIN-ONE-NEXT.
           IF WPQ-IN-FLIGHT
              ADD 1 TO QSC-LEFT
              MOVE WPQ-NUMB TO WS-WPQUNS-NUMB
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-WPQUNS)
                   LENGTH(80) NOHANDLE END-EXEC
              GO TO DRAIN-ONE-NEXT.

           SET WPQ-IN-FLIGHT TO TRUE.
           PERFORM REWRITE-ITEM.

           MOVE LOW-VALUES     TO QSC-FILAP-AREA.
           MOVE 'T'            TO COM-FUNCTION.
           MOVE WPQ-NUMB       TO COM-NUMB.
           MOVE WPQ-AMOUNT     TO COM-AMOUNT.
           MOVE SPACES         TO COM-APPROVED.
           MOVE ZEROS          TO COM-BR-MAXROWS COM-BR-ROWS.
           MOVE WPQ-REACTIVATE TO COM-REACTIVATE.
           MOVE WPQ-VALDATE    TO COM-VALDATE.
           SET COM-WINQ-DRAIN  TO TRUE.
           MOVE WPQ-OPID       TO COM-WQ-OPID.
           MOVE WPQ-TERM       TO COM-WQ-TERM.
           EXEC CICS LINK PROGRAM('EDUFILAP') COMMAREA(QSC-FILAP-AREA)
                LENGTH(LENGTH OF QSC-FILAP-AREA)
                RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL) OR COM-RETCODE = '40'
              SET WPQ-PENDING TO TRUE
              ADD 1 TO QSC-LEFT
              PERFORM REWRITE-ITEM
              GO TO DRAIN-ONE-NEXT.

           MOVE COM-RETCODE TO WPQ-RETCODE.
           IF COM-RETCODE = '00'
              SET WPQ-APPLIED TO TRUE
              ADD 1 TO QSC-APPLIED
           ELSE
              SET WPQ-REFUSED TO TRUE
              ADD 1 TO QSC-REFUSED
              PERFORM REPORT-REFUSAL
           END-IF.
           PERFORM REWRITE-ITEM.
       DRAIN-ONE-NEXT.
           ADD 1 TO QSC-ITEM.
       FIN-DRAINONE. EXIT.
      *////////////////////////////////////////////////////////////////
       REWRITE-ITEM SECTION.
           EXEC CICS WRITEQ TS QUEUE('EDUFWPQ') FROM(WPQ-REC)
                LENGTH(LENGTH OF WPQ-REC) ITEM(QSC-ITEM) REWRITE
                NOHANDLE
           END-EXEC.
       FIN-REWRITEITEM. EXIT.
      *////////////////////////////////////////////////////////////////
       REPORT-REFUSAL SECTION.
      * THE OPERATOR WHO KEYED IT WAS TOLD IT WAS QUEUED, NOT THAT IT
      * FAILED - THE REFUSAL HAS TO REACH SOMEONE.
           MOVE WPQ-NUMB    TO WS-WPQREF-NUMB.
           MOVE COM-RETCODE TO WS-WPQREF-RC.
           MOVE WPQ-OPID    TO WS-WPQREF-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-WPQREF)
                LENGTH(80) NOHANDLE END-EXEC.
           SET ALERT-WARN TO TRUE.
           MOVE 'EDUFQSCE' TO ALERT-SOURCE.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'Queued posting refused - ' DELIMITED BY SIZE
                  COM-MESSAGE DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
       FIN-REPREFUSAL. EXIT.
      *////////////////////////////////////////////////////////////////
