      *  Los renglones se traen a la TS INIMWK mientras se editan y
      *  se vuelcan a la TDQ elegida recien al confirmar con ENTER;
      *  PF3 termina sin tocar la TDQ si no se confirmo ningun cambio.
      *  Las entradas '%' de INIT (esperan el 'C' de un paso batch en
      *  RUNCTL, ver INITRCWT) se validan con el programa RUNCTL en el
      *  lugar del predecesor.
      *  Oct 2026: antes de reconstruir la cola consulta el calendario
      *  de congelamiento por FRZCHK; durante un freeze la confirmacion
      *  se rechaza salvo que el operador cargue una referencia de
      *  cambio de emergencia, que se graba en cada renglon de QCHGAUD
      *  y queda ademas en CSSL y ALERTESC.
      *  Oct 2026: en la LCHK tambien se validan los renglones '=DWN'
      *  del horario de paradas planificadas de listeners (LSKPLAN,
      *  ver LSTWINS): transid, mascara de dias y horas HHMM.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  VAL-I-DAYMASK         PIC X(7).
           05  VAL-I-HOLX            PIC X.
           05  VAL-I-STDATA          PIC X(40).
           05  VAL-I-DEPEND.
               07  VAL-I-DEPTRAN     PIC X(4).
               07  VAL-I-SKIPACT     PIC X.
               07  FILLER            PIC X(3).
           05  VAL-I-RUNPROG REDEFINES VAL-I-DEPEND PIC X(8).
       01  VAL-INQT REDEFINES MNT-STAGE-REC.
           05  VAL-Q-REGION          PIC X(8).
           05  VAL-Q-TRANI           PIC X(4).
           05  VAL-L-INTERVAL        PIC X(3).
           05  VAL-L-THRESH          PIC X(2).
           05  FILLER                PIC X(67).
       01  VAL-LTW REDEFINES MNT-STAGE-REC.
           05  VAL-LT-TYPE           PIC X(4).
           05  VAL-LT-LISTENER       PIC X(4).
           05  VAL-LT-DAYMASK        PIC X(7).
           05  VAL-LT-STOP           PIC X(4).
           05  VAL-LT-STOP-R REDEFINES VAL-LT-STOP.
               07  VAL-LT-SHH        PIC 99.
               07  VAL-LT-SMM        PIC 99.
           05  VAL-LT-START          PIC X(4).
           05  VAL-LT-START-R REDEFINES VAL-LT-START.
               07  VAL-LT-RHH        PIC 99.
               07  VAL-LT-RMM        PIC 99.
           05  FILLER                PIC X(57).
       01  VAL-MNTW REDEFINES MNT-STAGE-REC.
           05  FILLER                PIC X(12).
           05  VAL-MW-GROUP          PIC X(4).
              'INIT110E INITMNT error writing QCHGAUD audit file '.
           COPY QCHGAUDS.
      *
      * CHANGE FREEZE - A CONFIRM WHILE A FREEZE IS DECLARED ON FRZCAL
      * IS REFUSED UNLESS THE OPERATOR KEYS AN EMERGENCY CHANGE
      * REFERENCE; ONE ACCEPTED THAT WAY STAMPS THE REFERENCE ON EVERY
      * AUDIT LINE AND IS RECORDED THROUGH FRZCHK.
       77  MNT-LINES-ED             PIC ZZZ9  VALUE SPACES.
           COPY FRZCHKW.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH, WHEN EIBCALEN
      * IS 0 AND THE LINKAGE SECTION DFHCOMMAREA IS NOT ADDRESSABLE -
      * BUILT ENTIRELY IN WORKING-STORAGE SO THE QSEL PHASE MARKER
      *-- LINE IS REJECTED AND THE LIST REDISPLAYED AT THAT LINE SO
      *-- THE OPERATOR CAN STILL FIX IT.
                 PERFORM VALIDATE-STAGED
                 IF NOT VAL-ERROR
                    PERFORM CHECK-FREEZE
                 END-IF
                 IF VAL-MSG NOT = SPACES
                    PERFORM SEND-LIST-MAP
                 ELSE
                    PERFORM REBUILD-QUEUE

           IF VAL-I-TYPE NOT = SPACE AND VAL-I-TYPE NOT = '+'
              AND VAL-I-TYPE NOT = '@' AND VAL-I-TYPE NOT = '#'
              AND VAL-I-TYPE NOT = '&' AND VAL-I-TYPE NOT = '%'
              MOVE 'UNKNOWN LINE TYPE MARKER' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALINIT.
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALINIT.

      *-- A RUNCTL-WAIT ('%') ENTRY: THE HHMMSS ABOVE IS ITS LATEST-
      *-- START TIME, AND THE PREDECESSOR BYTES HOLD THE BATCH STEP TO
      *-- WAIT FOR INSTEAD - SEE INITTRAN'S QUE-RUNPROG.
           IF VAL-I-TYPE = '%'
              PERFORM VALIDATE-RUNPROG
              GO TO CHECK-INIT-REGION.

      *-- THE COMPLETION-DEPENDENCY PREDECESSOR IS A FULL TRANSID OR
      *-- BLANK - SEE INITTRAN'S QUE-DEPTRAN.
           IF VAL-I-DEPTRAN NOT = SPACES
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALINIT.

       CHECK-INIT-REGION.
           IF VAL-ERROR
              GO TO FIN-VALINIT.
      *-- LEGAL BUT SUSPICIOUS - A REGION THAT MATCHES NEITHER THIS
      *-- APPLID NOR THE WILDCARD IS SIMPLY NEVER PICKED UP HERE AND
      *-- WOULD SIT IN THE QUEUE UNNOTICED.
                   TO VAL-WARN-TEXT
           END-IF.
       FIN-VALINIT. EXIT.
      *
       VALIDATE-RUNPROG SECTION.
      * THE RUNCTL PROGRAM NAME IS WHAT THE BATCH STEP WRITES IN
      * RCF-PROGRAM - NEVER ONE OF THE '*' PARAMETER RECORDS. A
      * NAME WITH AN EMBEDDED BLANK CAN NEVER MATCH, SO THE WAIT
      * WOULD ONLY EVER END AT THE FALLBACK.
           IF VAL-I-RUNPROG = SPACES
              MOVE 'RUNCTL PROGRAM MISSING ON % ENTRY' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALRUNPROG.
           IF VAL-I-RUNPROG(1:1) = '*' OR VAL-I-RUNPROG(1:1) = SPACE
              MOVE 'RUNCTL PROGRAM NOT A BATCH STEP NAME'
                   TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALRUNPROG.
           MOVE 0 TO VAL-TALLY.
           INSPECT VAL-I-RUNPROG TALLYING VAL-TALLY
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF VAL-TALLY < 8
              AND VAL-I-RUNPROG(VAL-TALLY + 1:) NOT = SPACES
              MOVE 'RUNCTL PROGRAM HAS AN EMBEDDED BLANK'
                   TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALRUNPROG.
       FIN-VALRUNPROG. EXIT.
      *
       VALIDATE-INQT-LINE SECTION.
      * THE LAYOUTS INQUTRAN PARSES - LINE 1 IS THE CHKINT/CHKTRAN
      * IN MINUTES AND CONSECUTIVE-FAILURE THRESHOLD.
           IF VAL-L-TYPE = '*'
              GO TO FIN-VALLCHK.
           IF VAL-LT-TYPE = '=DWN'
              PERFORM VALIDATE-LTW-LINE
              GO TO FIN-VALLCHK.
           IF VAL-L-LISTENER = SPACES
              MOVE 'LISTENER TRANSID MISSING' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALLCHK.
       FIN-VALLCHK. EXIT.
      *
       VALIDATE-LTW-LINE SECTION.
      * A PLANNED LISTENER STOP/START WINDOW AS LSKPLAN AND LINKCHEK
      * READ IT - SEE LSTWINS. STOP AFTER START RUNS PAST MIDNIGHT.
           MOVE 0 TO VAL-TALLY.
           INSPECT VAL-LT-LISTENER TALLYING VAL-TALLY FOR ALL SPACE.
           IF VAL-TALLY > 0
              MOVE 'LISTENER MUST BE 4 CHARACTERS' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALLTW.
           IF VAL-LT-DAYMASK NOT = SPACES
              PERFORM VALIDATE-LTW-DAY VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-ERROR OR VAL-IDX > 7
              IF VAL-ERROR
                 GO TO FIN-VALLTW
              END-IF
           END-IF.
           IF VAL-LT-STOP NOT NUMERIC OR VAL-LT-START NOT NUMERIC
              MOVE 'STOP/START TIMES NOT HHMM' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALLTW.
           IF VAL-LT-SHH > 23 OR VAL-LT-SMM > 59
              OR VAL-LT-RHH > 23 OR VAL-LT-RMM > 59
              MOVE 'STOP/START TIME NOT VALID' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALLTW.
           IF VAL-LT-STOP = VAL-LT-START
              MOVE 'STOP AND START TIMES ARE EQUAL' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
              GO TO FIN-VALLTW.
       FIN-VALLTW. EXIT.
      *
       VALIDATE-LTW-DAY SECTION.
           IF VAL-LT-DAYMASK(VAL-IDX:1) NOT = 'Y'
              AND VAL-LT-DAYMASK(VAL-IDX:1) NOT = 'N'
              MOVE 'DAY MASK BYTES MUST BE Y OR N' TO VAL-ERR-TEXT
              PERFORM SET-VAL-ERROR
           END-IF.
       FIN-VALLTWDAY. EXIT.
      *
       VALIDATE-MNTW-LINE SECTION.
           IF VAL-MW-GROUP = SPACES
      *-- THE CHANGES ARE LIVE NOW - WRITE THE PENDING AUDIT ENTRIES
      *-- TO THE QCHGAUD FILE UNDER THE CONFIRMING OPERATOR.
           PERFORM WRITE-AUDIT-TRAIL.
           IF FCK-FROZEN
              PERFORM LOG-EMERGENCY
           END-IF.

           MOVE MNT-QNAME TO WS-DONE-QNAME-F.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-DONE) END-EXEC.
           MOVE EIBTRMID       TO QCA-TERM.
           MOVE AUD-PND-BEFORE TO QCA-BEFORE.
           MOVE AUD-PND-AFTER  TO QCA-AFTER.
           MOVE 'INITMNT'      TO QCA-PROGRAM.
           MOVE FCK-EMERG-REF  TO QCA-EMERG-REF.
           MOVE 0 TO AUD-TRIES.
       WRITE-AUD-TRY.
           EXEC CICS WRITE FILE('QCHGAUD') FROM(QCA-REC)
           ADD 1 TO AUD-ITEM.
       FIN-WRAUDONE. EXIT.
      *
       CHECK-FREEZE SECTION.
      * ASKS FRZCHK WHETHER A CHANGE FREEZE IS IN EFFECT. WITHOUT AN
      * EMERGENCY CHANGE REFERENCE ON THE SCREEN THE CONFIRM IS
      * REFUSED AND THE STAGED LINES STAY PUT FOR A LATER CONFIRM.
           MOVE SPACES    TO FCK-REC.
           SET FCK-FUNC-CHECK TO TRUE.
           MOVE 'INITMNT' TO FCK-SOURCE.
           MOVE MNT-QNAME TO FCK-QNAME.
           MOVE 'N'       TO FCK-STATUS.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
           IF NOT FCK-FROZEN
              GO TO FIN-CHKFREEZE.

           IF EMRGREFI = SPACES OR EMRGREFI = LOW-VALUES
              MOVE SPACES TO VAL-MSG
              STRING 'EMERGENCY REF REQUIRED - FROZEN TO '
                                   DELIMITED BY SIZE
                     FCK-UNTIL     DELIMITED BY SIZE
                     ': '          DELIMITED BY SIZE
                     FCK-REASON    DELIMITED BY SIZE
                     INTO VAL-MSG
              GO TO FIN-CHKFREEZE.
           MOVE EMRGREFI TO FCK-EMERG-REF.
       FIN-CHKFREEZE. EXIT.
      *
       LOG-EMERGENCY SECTION.
      * THE LIVE QUEUE WAS REBUILT DURING A FREEZE - FRZCHK WRITES THE
      * 'E' QCHGAUD RECORD, THE CSSL LINE AND THE WARNING.
           MOVE MNT-TOTAL TO MNT-LINES-ED.
           MOVE SPACES TO FCK-SUMMARY.
           STRING 'QUEUE '        DELIMITED BY SIZE
                  MNT-QNAME       DELIMITED BY SIZE
                  ' REBUILT - '   DELIMITED BY SIZE
                  MNT-LINES-ED    DELIMITED BY SIZE
                  ' LINES'        DELIMITED BY SIZE
                  INTO FCK-SUMMARY.
           SET FCK-FUNC-EMERG TO TRUE.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
       FIN-LOGEMERG. EXIT.
      *
