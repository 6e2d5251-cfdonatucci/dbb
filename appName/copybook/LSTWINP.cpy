      *----------------------------------------------------------------*
      *  LSTWINP - PROCEDURE DIVISION sections for the planned        *
      *  listener timetable. COPY at the end of the PROCEDURE         *
      *  DIVISION (companion LSTWINS in WORKING-STORAGE). Shared by   *
      *  LSKPLAN and LINKCHEK so both agree on when a listener is     *
      *  meant to be down.                                            *
      *                                                                *
      *  LTW-STASH      - keeps one '=DWN' line in the table; any     *
      *                   other line, or a malformed one, is ignored. *
      *  LTW-SET-NOW    - takes the time of day and today's and       *
      *                   yesterday's day-mask position.              *
      *  LTW-CHECK      - is LTW-FOR-LISTENER inside any of its       *
      *                   windows right now.                          *
      *  LTW-READ-STATE / LTW-WRITE-STATE - the LT+transid TS record. *
      *----------------------------------------------------------------*
       LTW-STASH SECTION.
           IF NOT LTW-IS-WINDOW OR LTW-LISTENER = SPACES
              GO TO FIN-LTWSTASH.
           IF LTW-STOP NOT NUMERIC OR LTW-START NOT NUMERIC
              GO TO FIN-LTWSTASH.
           IF LTW-COUNT NOT < LTW-MAX
              GO TO FIN-LTWSTASH.
           ADD 1 TO LTW-COUNT.
           MOVE LTW-LISTENER TO LTW-T-LISTENER(LTW-COUNT).
           MOVE LTW-DAYMASK  TO LTW-T-DAYMASK(LTW-COUNT).
           MOVE LTW-STOP     TO LTW-T-STOP(LTW-COUNT).
           MOVE LTW-START    TO LTW-T-START(LTW-COUNT).
       FIN-LTWSTASH. EXIT.
      *
       LTW-SET-NOW SECTION.
      * CICS DAYOFWEEK IS 0 = SUNDAY .. 6 = SATURDAY; THE MASK RUNS
      * MONDAY..SUNDAY, SO SUNDAY MAPS TO 7 AS IN INITTRAN.
           EXEC CICS ASKTIME ABSTIME(LTW-ABS) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(LTW-ABS)
                DAYOFWEEK(LTW-DOW) TIME(LTW-NOW6) NOHANDLE
           END-EXEC.
           IF LTW-DOW = 0
              MOVE 7 TO LTW-TODAY-IDX
           ELSE
              MOVE LTW-DOW TO LTW-TODAY-IDX
           END-IF.
           IF LTW-TODAY-IDX = 1
              MOVE 7 TO LTW-YDAY-IDX
           ELSE
              COMPUTE LTW-YDAY-IDX = LTW-TODAY-IDX - 1
           END-IF.
           IF LTW-NOW6(1:4) NUMERIC
              MOVE LTW-NOW6(1:4) TO LTW-NOW-HHMM
           ELSE
              MOVE ZEROS TO LTW-NOW-HHMM
           END-IF.
       FIN-LTWSETNOW. EXIT.
      *
       LTW-CHECK SECTION.
           MOVE 0 TO LTW-IN-FLAG.
           PERFORM LTW-CHECK-ONE VARYING LTW-IDX FROM 1 BY 1
                   UNTIL LTW-IDX > LTW-COUNT OR LTW-IN-WINDOW.
       FIN-LTWCHECK. EXIT.
      *
       LTW-CHECK-ONE SECTION.
      * SAME-DAY WINDOW: TODAY IN THE MASK AND STOP <= NOW < START.
      * OVERNIGHT WINDOW: TODAY IN THE MASK AND NOW >= STOP, OR
      * YESTERDAY IN THE MASK AND NOW < START.
           IF LTW-T-LISTENER(LTW-IDX) NOT = LTW-FOR-LISTENER
              GO TO FIN-LTWCHKONE.
           IF LTW-T-STOP(LTW-IDX) < LTW-T-START(LTW-IDX)
              IF (LTW-T-DAYMASK(LTW-IDX) = SPACES
                  OR LTW-T-DAYMASK(LTW-IDX)(LTW-TODAY-IDX:1) = 'Y')
                 AND LTW-NOW-HHMM NOT < LTW-T-STOP(LTW-IDX)
                 AND LTW-NOW-HHMM < LTW-T-START(LTW-IDX)
                 MOVE 1 TO LTW-IN-FLAG
              END-IF
              GO TO FIN-LTWCHKONE
           END-IF.
           IF LTW-T-STOP(LTW-IDX) = LTW-T-START(LTW-IDX)
              GO TO FIN-LTWCHKONE.
           IF (LTW-T-DAYMASK(LTW-IDX) = SPACES
               OR LTW-T-DAYMASK(LTW-IDX)(LTW-TODAY-IDX:1) = 'Y')
              AND LTW-NOW-HHMM NOT < LTW-T-STOP(LTW-IDX)
              MOVE 1 TO LTW-IN-FLAG
              GO TO FIN-LTWCHKONE.
           IF (LTW-T-DAYMASK(LTW-IDX) = SPACES
               OR LTW-T-DAYMASK(LTW-IDX)(LTW-YDAY-IDX:1) = 'Y')
              AND LTW-NOW-HHMM < LTW-T-START(LTW-IDX)
              MOVE 1 TO LTW-IN-FLAG
              GO TO FIN-LTWCHKONE.
       FIN-LTWCHKONE. EXIT.
      *
       LTW-READ-STATE SECTION.
           MOVE SPACES TO LTW-QNAME.
           STRING 'LT' LTW-FOR-LISTENER DELIMITED BY SIZE
                  INTO LTW-QNAME.
           EXEC CICS READQ TS QUEUE(LTW-QNAME) INTO(LTW-STATE-REC)
                ITEM(1) RESP(LTW-TS-RESP) NOHANDLE
           END-EXEC.
           IF LTW-TS-RESP = DFHRESP(NORMAL)
              MOVE 1 TO LTW-TS-FLAG
           ELSE
              MOVE 0 TO LTW-TS-FLAG
              MOVE 'U' TO LTW-STATE
              MOVE 0 TO LTW-STATE-ABS
           END-IF.
       FIN-LTWRDSTATE. EXIT.
      *
       LTW-WRITE-STATE SECTION.
           IF LTW-TS-EXISTS
              EXEC CICS WRITEQ TS QUEUE(LTW-QNAME)
                   FROM(LTW-STATE-REC) ITEM(1) REWRITE
                   RESP(LTW-TS-RESP) NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITEQ TS QUEUE(LTW-QNAME)
                   FROM(LTW-STATE-REC) RESP(LTW-TS-RESP) NOHANDLE
              END-EXEC
              MOVE 1 TO LTW-TS-FLAG
           END-IF.
       FIN-LTWWRSTATE. EXIT.
