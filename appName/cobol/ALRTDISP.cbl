      *  entrega queda registrada en CSSL (que despacho y a donde).
      *  Se arranca una vez por PLT o por un renglon de la cola INIT
      *  y de ahi en mas se reprograma solo cada CHKINT minutos.
      *  Oct 2026: detras de cada alerta entregada va una segunda
      *  linea 'RUNBOOK' al mismo destino con la referencia corta del
      *  runbook que le corresponde (ver RUNBKS y la regla comun de
      *  RBKMATP) - cantidad de pasos y contacto de escalamiento - y
      *  el aviso de que los pasos estan en ALRTCON con 'R'. Alertas
      *  sin runbook salen igual que antes y quedan en el RBKGAP.
      *  Oct 2026: escalera de guardia. Cada ciclo recorre en
      *  ALRTHIST los CRITICAL de ayer y hoy que siguen sin reconocer
      *  y, segun la escalera del renglon ONCALL vigente del grupo
      *  (ver ONCALLS), los vuelve a entregar al secundario cuando se
      *  vence la espera del primario, al gerente cuando se vence la
      *  del secundario, y avisa por consola cuando se vence la del
      *  ultimo nivel. Cada repaginado queda en CSSL (ALRD007I) y en
      *  el propio registro de ALRTHIST (nivel y destino), que es lo
      *  que muestra la pantalla de pase de turno. Reconocer la
      *  alerta o cerrarla por recuperacion corta la escalera.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  HB-SAVE       PIC X(80) VALUE SPACES.
           COPY HRTBTS.
      *
      * RUNBOOK REFERENCE SENT RIGHT BEHIND THE ALERT, SAME 80-BYTE
      * SHAPE AS ALR-LINE SO EVERY DESTINATION TAKES IT AS IS.
           COPY RUNBKS.
           COPY RBKMATS.
       77  ADP-RBK-DONE  PIC 9      VALUE 0.
       77  ADP-RBK-STEPS PIC 9(2)   VALUE 0.
       01  ADP-RBK-CONTACT PIC X(48) VALUE SPACES.
       01  RBR-LINE.
           05  RBR-TAG               PIC X(8)  VALUE 'RUNBOOK '.
           05  FILLER                PIC X     VALUE SPACE.
           05  RBR-SOURCE            PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X     VALUE SPACE.
           05  RBR-TEXT              PIC X(62) VALUE SPACES.
      *
      * ESCALATION LADDER - THE OPEN CRITICALS WHOSE NEXT LEVEL IS
      * DUE ARE COLLECTED DURING ONE BROWSE OF ALRTHIST AND PAGED
      * AFTER IT ENDS, SO THE HISTORY RECORD CAN BE READ FOR UPDATE
      * WITHOUT A BROWSE OPEN ON THE SAME FILE. WHATEVER DOES NOT
      * FIT IN THE TABLE IS PICKED UP NEXT CYCLE.
           COPY ALRTHSTS.
       77  LAD-COUNT     PIC 9(2)   VALUE 0.
       77  LAD-IDX       PIC 9(2)   VALUE 0.
       77  LAD-DONE      PIC 9      VALUE 0.
       77  LAD-REPAGED   PIC 9(5)   VALUE 0.
       77  LAD-AGE       PIC S9(5)  VALUE +0.
       77  LAD-LIMIT     PIC 9(5)   VALUE 0.
       77  LAD-DUE       PIC X      VALUE SPACE.
       77  LAD-YDAY-TIME PIC S9(15) COMP-3 VALUE +0.
       01  LAD-YESTERDAY PIC X(8)   VALUE SPACES.
       01  LAD-NOW-HHMM  PIC X(4)   VALUE SPACES.
       01  LAD-NOW-HHMM-R REDEFINES LAD-NOW-HHMM.
           05  LAD-NOW-HH    PIC 9(2).
           05  LAD-NOW-MM    PIC 9(2).
       01  LAD-AH-TIME   PIC X(8)   VALUE SPACES.
       01  LAD-AH-TIME-R REDEFINES LAD-AH-TIME.
           05  LAD-AH-HH     PIC 9(2).
           05  FILLER        PIC X.
           05  LAD-AH-MM     PIC 9(2).
           05  FILLER        PIC X(3).
       01  LAD-TABLE.
           05  LAD-ENTRY OCCURS 20 TIMES.
               10  LAD-KEY           PIC X(19).
               10  LAD-LEVEL         PIC X.
               10  LAD-GROUP         PIC X(8).
               10  LAD-DTYPE         PIC X.
               10  LAD-DEST          PIC X(8).
               10  LAD-MINUTES       PIC 9(4).
      *
      * SECOND LINE SENT BEHIND A RE-PAGED ALERT, SAME 80-BYTE SHAPE
      * AS THE RUNBOOK REFERENCE - WHY IT IS COMING AGAIN.
       01  RPG-LINE.
           05  RPG-TAG               PIC X(8)  VALUE 'REPAGE  '.
           05  FILLER                PIC X     VALUE SPACE.
           05  RPG-SOURCE            PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X     VALUE SPACE.
           05  RPG-TEXT              PIC X(62) VALUE SPACES.
       77  RPG-MIN-ED    PIC ZZZ9   VALUE ZEROS.
      *
       01  WSREPG.
           05 FILLER        PIC X(12) VALUE 'ALRD007I    '.
           05 FILLER        PIC X(9)  VALUE 'Re-paged '.
           05 RPG-LOG-SRC   PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE ' level '.
           05 RPG-LOG-LVL   PIC X     VALUE SPACE.
           05 FILLER        PIC X(4)  VALUE ' to '.
           05 RPG-LOG-GROUP PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(1)  VALUE '/'.
           05 RPG-LOG-DEST  PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE ' after '.
           05 RPG-LOG-MIN   PIC ZZZ9  VALUE ZEROS.
           05 FILLER        PIC X(5)  VALUE ' min '.
           05 FILLER        PIC X(6)  VALUE SPACES.
       01  WSLADX.
           05 FILLER        PIC X(12) VALUE 'ALRD008W    '.
           05 FILLER        PIC X(25) VALUE
              'Ladder exhausted, unack '.
           05 LDX-SRC       PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X     VALUE SPACE.
           05 LDX-GROUP     PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE ' after '.
           05 LDX-MIN       PIC ZZZ9  VALUE ZEROS.
           05 FILLER        PIC X(4)  VALUE ' min'.
           05 FILLER        PIC X(11) VALUE SPACES.
      *
      * AUDIT LINE - ONE PER DISPATCHED ALERT, SO OPERATIONS CAN SEE
      * AFTERWARDS WHICH GROUP AND DESTINATION EVERY CRITICAL WENT TO.
       01  WSDISP.
           EXEC CICS HANDLE ABEND LABEL(GETABEND) END-EXEC.
           PERFORM INIT-ROUTE-TABLE.
           PERFORM DRAIN-ALRT.
           PERFORM CLIMB-LADDER.
           IF ADP-DISPATCHED > 0 OR LAD-REPAGED > 0
              MOVE 'ALRD002I Ciclo de despacho completo' TO MSGTXT
              MOVE 'I' TO ADP-SEVERITY
              PERFORM OP-MSG
              MOVE 'CONSOLE'  TO DSP-DEST
              MOVE 'C'        TO DSP-TYPE
              PERFORM LOG-DISPATCH
              MOVE 'C'        TO ADP-DTYPE
              PERFORM SEND-RUNBOOK-REF
           END-IF.
       FIN-DISPONE. EXIT.
      *////////////////////
              END-IF.

           PERFORM LOG-DISPATCH.
           PERFORM SEND-RUNBOOK-REF.
       FIN-DELIVER. EXIT.
      *////////////////////
       SEND-RUNBOOK-REF SECTION.
      *////////////////////
      * FOLLOWS A DELIVERED ALERT TO THE SAME DESTINATION WITH THE
      * RUNBOOK IT MATCHES - NO RUNBOOK, NO SECOND LINE. A REFUSED
      * REFERENCE IS NOT WORTH A FALLBACK: THE ALERT ITSELF GOT
      * THROUGH.
           PERFORM FIND-RUNBOOK.
           IF NOT RBM-FOUND
              GO TO FIN-SENDRBK.

           MOVE ALR-SOURCE TO RBR-SOURCE.
           MOVE SPACES TO RBR-TEXT.
           STRING ADP-RBK-STEPS              DELIMITED BY SIZE
                  ' STEPS, ALRTCON R - ESC ' DELIMITED BY SIZE
                  ADP-RBK-CONTACT            DELIMITED BY SIZE
                  INTO RBR-TEXT.

           IF ADP-DTYPE = 'Q'
              EXEC CICS WRITEQ TD QUEUE(ADP-DEST4)
                   FROM(RBR-LINE) LENGTH(80) NOHANDLE END-EXEC
           ELSE
           IF ADP-DTYPE = 'T'
              EXEC CICS START TRANSID(ADP-DEST4)
                   FROM(RBR-LINE) LENGTH(80) NOHANDLE END-EXEC
           ELSE
              EXEC CICS WRITE OPERATOR TEXT(RBR-LINE) TEXTLENGTH(80)
                   NOHANDLE END-EXEC.
       FIN-SENDRBK. EXIT.
      *////////////////////
       FIND-RUNBOOK SECTION.
      *////////////////////
      * SAME CHOICE ALRTCON MAKES FOR ITS RUNBOOK VIEW: EVERY RUNBOOK
      * OF THE SOURCE OFFERED TO THE SHARED MATCH RULE, THEN THE
      * CHOSEN ONE'S STEPS COUNTED AND ITS CONTACT PICKED UP.
           MOVE ALR-TEXT TO RBM-TEXT.
           PERFORM RBKMAT-INIT.
           MOVE 0 TO ADP-RBK-DONE ADP-RBK-STEPS.
           MOVE SPACES TO ADP-RBK-CONTACT.
           MOVE LOW-VALUES TO RBK-KEY.
           MOVE ALR-SOURCE TO RBK-SOURCE.
           EXEC CICS STARTBR FILE('RUNBOOK') RIDFLD(RBK-KEY)
                KEYLENGTH(26) GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-FINDRBK.
           PERFORM FIND-RUNBOOK-ONE UNTIL ADP-RBK-DONE = 1
                                       OR RBM-EXACT.
           EXEC CICS ENDBR FILE('RUNBOOK') NOHANDLE END-EXEC.
           IF NOT RBM-FOUND
              GO TO FIN-FINDRBK.

           MOVE 0 TO ADP-RBK-DONE.
           MOVE ALR-SOURCE       TO RBK-SOURCE.
           MOVE RBM-BEST-PATTERN TO RBK-PATTERN.
           MOVE 0                TO RBK-STEP.
           EXEC CICS STARTBR FILE('RUNBOOK') RIDFLD(RBK-KEY)
                KEYLENGTH(26) GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-FINDRBK.
           PERFORM COUNT-STEP-ONE UNTIL ADP-RBK-DONE = 1.
           EXEC CICS ENDBR FILE('RUNBOOK') NOHANDLE END-EXEC.
           IF ADP-RBK-CONTACT = SPACES
              MOVE 'NO CONTACT ON FILE' TO ADP-RBK-CONTACT.
       FIN-FINDRBK. EXIT.
      *////////////////////
       FIND-RUNBOOK-ONE SECTION.
      *////////////////////
           EXEC CICS READNEXT FILE('RUNBOOK') INTO(RBK-REC)
                RIDFLD(RBK-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF RBK-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              OR RBK-SOURCE NOT = ALR-SOURCE
              MOVE 1 TO ADP-RBK-DONE
              GO TO FIN-FINDRBKONE.
           MOVE RBK-PATTERN TO RBM-PATTERN.
           PERFORM RBKMAT-CONSIDER.
       FIN-FINDRBKONE. EXIT.
      *////////////////////
       COUNT-STEP-ONE SECTION.
      *////////////////////
           EXEC CICS READNEXT FILE('RUNBOOK') INTO(RBK-REC)
                RIDFLD(RBK-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF RBK-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              OR RBK-SOURCE  NOT = ALR-SOURCE
              OR RBK-PATTERN NOT = RBM-BEST-PATTERN
              MOVE 1 TO ADP-RBK-DONE
              GO TO FIN-COUNTSTEP.
           IF RBK-CONTACT-STEP
              MOVE RBK-TEXT TO ADP-RBK-CONTACT
           ELSE
              ADD 1 TO ADP-RBK-STEPS.
       FIN-COUNTSTEP. EXIT.
      *////////////////////
       FIND-ROSTER SECTION.
      *////////////////////
      * THE OPERATOR CONSOLE SO THE CRITICAL IS STILL SEEN, AND LOG
      * THE DELIVERY FAILURE AS ITS OWN ERROR LINE.
           MOVE 'ALRD004E Error entregando al destino ' TO MSGTXT.
           MOVE ADP-DEST4 TO MSGTRAN.
           MOVE 'E' TO ADP-SEVERITY.
           PERFORM OP-MSG.
           EXEC CICS WRITE OPERATOR TEXT(ALR-LINE) TEXTLENGTH(80)
                NOHANDLE END-EXEC.
       FIN-DELIVERR. EXIT.
      *////////////////////
       CLIMB-LADDER SECTION.
      *////////////////////
      * OPEN CRITICALS FROM YESTERDAY ON - NO LADDER IS LONGER THAN A
      * DAY (ONCMNT CAPS EACH WAIT AT 480 MINUTES), SO ANYTHING OLDER
      * WAS EXHAUSTED LONG AGO. A MISSING HISTORY FILE CLIMBS NOTHING.
           MOVE 0 TO LAD-COUNT.
           MOVE 0 TO LAD-DONE.
           EXEC CICS ASKTIME ABSTIME(ADP-NOW-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ADP-NOW-TIME)
                YYYYMMDD(ADP-TODAY)
                TIME(ADP-NOWHM) NOHANDLE
           END-EXEC.
           MOVE ADP-NOW-HHMM TO LAD-NOW-HHMM.
           COMPUTE LAD-YDAY-TIME = ADP-NOW-TIME - 86400000.
           EXEC CICS FORMATTIME ABSTIME(LAD-YDAY-TIME)
                YYYYMMDD(LAD-YESTERDAY) NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES    TO AH-KEY.
           MOVE LAD-YESTERDAY TO AH-DATE.
           EXEC CICS STARTBR FILE('ALRTHIST') RIDFLD(AH-KEY)
                KEYLENGTH(19) GTEQ RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-CLIMB.
           PERFORM LADDER-SCAN-ONE UNTIL LAD-DONE = 1
                                      OR LAD-COUNT >= 20.
           EXEC CICS ENDBR FILE('ALRTHIST') NOHANDLE END-EXEC.

           PERFORM LADDER-STEP VARYING LAD-IDX FROM 1 BY 1
                UNTIL LAD-IDX > LAD-COUNT.
       FIN-CLIMB. EXIT.
      *////////////////////
       LADDER-SCAN-ONE SECTION.
      *////////////////////
      * AGE IN MINUTES FROM THE HISTORY KEY'S DATE AND TIME, THEN THE
      * LADDER OF THE GROUP'S ROSTER ENTRY IN EFFECT NOW DECIDES THE
      * LEVEL THAT SHOULD HAVE BEEN PAGED BY THIS AGE. ONLY ALERTS
      * BEHIND THAT LEVEL ARE KEPT.
           EXEC CICS READNEXT FILE('ALRTHIST') INTO(AH-REC)
                RIDFLD(AH-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF AH-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              MOVE 1 TO LAD-DONE
              GO TO FIN-LADSCAN.
           IF AH-SEV NOT = 'ErrorCrt' OR NOT AH-OPEN
              OR AH-LADDER-DONE
              GO TO FIN-LADSCAN.

           MOVE AH-TIME TO LAD-AH-TIME.
           IF LAD-AH-HH NOT NUMERIC OR LAD-AH-MM NOT NUMERIC
              OR LAD-NOW-HH NOT NUMERIC OR LAD-NOW-MM NOT NUMERIC
              GO TO FIN-LADSCAN.
           COMPUTE LAD-AGE = (LAD-NOW-HH * 60 + LAD-NOW-MM)
                           - (LAD-AH-HH * 60 + LAD-AH-MM).
           IF AH-DATE = LAD-YESTERDAY
              ADD 1440 TO LAD-AGE
           ELSE
           IF AH-DATE NOT = ADP-TODAY
              GO TO FIN-LADSCAN.
           IF LAD-AGE < 0
              GO TO FIN-LADSCAN.

      *-- THE ROUTING TABLE AND ROSTER LOOKUPS WORK OFF THE QUEUE
      *-- LINE - REBUILT FROM THE HISTORY RECORD.
           MOVE SPACES    TO ALR-LINE.
           MOVE AH-SEV    TO ALR-SEV-TEXT.
           MOVE AH-SOURCE TO ALR-SOURCE.
           MOVE AH-TEXT   TO ALR-TEXT.
           PERFORM FIND-ROUTE.
           IF NOT RTE-MATCHED
              GO TO FIN-LADSCAN.
           PERFORM FIND-ROSTER.
           IF ADP-ROSTERED = 0 OR ONC-NO-LADDER
              GO TO FIN-LADSCAN.

           PERFORM LADDER-DUE.
           IF LAD-DUE = SPACE OR AH-PAGE-LEVEL NOT < LAD-DUE
              GO TO FIN-LADSCAN.

           ADD 1 TO LAD-COUNT.
           MOVE AH-KEY             TO LAD-KEY(LAD-COUNT).
           MOVE LAD-DUE            TO LAD-LEVEL(LAD-COUNT).
           MOVE RTE-GROUP(RTE-IDX) TO LAD-GROUP(LAD-COUNT).
           MOVE LAD-AGE            TO LAD-MINUTES(LAD-COUNT).
           IF LAD-DUE = '1'
              MOVE ONC-SEC-DTYPE   TO LAD-DTYPE(LAD-COUNT)
              MOVE ONC-SEC-DEST    TO LAD-DEST(LAD-COUNT)
           ELSE
              MOVE ONC-MGR-DTYPE   TO LAD-DTYPE(LAD-COUNT)
              MOVE ONC-MGR-DEST    TO LAD-DEST(LAD-COUNT).
       FIN-LADSCAN. EXIT.
      *////////////////////
       LADDER-DUE SECTION.
      *////////////////////
      * WAITS ADD UP: THE SECONDARY IS DUE AFTER THE PRIMARY'S WAIT,
      * THE MANAGER AFTER THAT PLUS THE SECONDARY'S, AND THE LADDER
      * RUNS OUT AFTER THE LAST CONFIGURED LEVEL'S WAIT ('3'). A
      * BLANK WAIT MEANS THE LADDER STOPS CLIMBING AT THAT LEVEL.
           MOVE SPACE TO LAD-DUE.
           IF ONC-WAIT1 NOT NUMERIC
              GO TO FIN-LADDUE.
           MOVE ONC-WAIT1 TO LAD-LIMIT.
           IF LAD-AGE < LAD-LIMIT
              GO TO FIN-LADDUE.
           MOVE '1' TO LAD-DUE.

           IF ONC-WAIT2 NOT NUMERIC
              GO TO FIN-LADDUE.
           ADD ONC-WAIT2 TO LAD-LIMIT.
           IF LAD-AGE < LAD-LIMIT
              GO TO FIN-LADDUE.
           IF ONC-NO-MANAGER
              MOVE '3' TO LAD-DUE
              GO TO FIN-LADDUE.
           MOVE '2' TO LAD-DUE.

           IF ONC-WAIT3 NOT NUMERIC
              GO TO FIN-LADDUE.
           ADD ONC-WAIT3 TO LAD-LIMIT.
           IF LAD-AGE < LAD-LIMIT
              GO TO FIN-LADDUE.
           MOVE '3' TO LAD-DUE.
       FIN-LADDUE. EXIT.
      *////////////////////
       LADDER-STEP SECTION.
      *////////////////////
      * THE HISTORY RECORD IS READ AGAIN FOR UPDATE - AN OPERATOR MAY
      * HAVE ACKNOWLEDGED IT, OR A CLEAR CLOSED IT, SINCE THE SCAN.
      * THE NEW LEVEL IS STAMPED FIRST SO A FAILED DELIVERY IS NOT
      * REPEATED EVERY CYCLE - THE FALLBACK TO THE CONSOLE IN
      * DELIVER-ERR COVERS IT.
           MOVE LAD-KEY(LAD-IDX) TO AH-KEY.
           EXEC CICS READ FILE('ALRTHIST') INTO(AH-REC)
                RIDFLD(AH-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF AH-REC) UPDATE
                RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-LADSTEP.
           IF NOT AH-OPEN OR AH-PAGE-LEVEL NOT < LAD-LEVEL(LAD-IDX)
              EXEC CICS UNLOCK FILE('ALRTHIST') NOHANDLE END-EXEC
              GO TO FIN-LADSTEP.
           MOVE LAD-LEVEL(LAD-IDX) TO AH-PAGE-LEVEL.
           IF NOT AH-LADDER-DONE
              MOVE LAD-DEST(LAD-IDX) TO AH-PAGED-DEST.
           EXEC CICS REWRITE FILE('ALRTHIST') FROM(AH-REC)
                LENGTH(LENGTH OF AH-REC) RESP(RESPON) NOHANDLE
           END-EXEC.
           IF RESPON NOT = DFHRESP(NORMAL)
              GO TO FIN-LADSTEP.

           IF AH-LADDER-DONE
              PERFORM LADDER-EXHAUSTED
           ELSE
              PERFORM REPAGE-ALERT.
       FIN-LADSTEP. EXIT.
      *////////////////////
       REPAGE-ALERT SECTION.
      *////////////////////
      * THE ORIGINAL ALERT LINE AGAIN, THEN THE REPAGE LINE AND THE
      * RUNBOOK REFERENCE, TO THE NEXT LEVEL'S DESTINATION.
           MOVE SPACES    TO ALR-LINE.
           MOVE AH-SEV    TO ALR-SEV-TEXT.
           MOVE AH-SOURCE TO ALR-SOURCE.
           MOVE AH-TEXT   TO ALR-TEXT.
           MOVE LAD-DTYPE(LAD-IDX) TO ADP-DTYPE.
           MOVE LAD-DEST(LAD-IDX)  TO ADP-DEST.
           MOVE ADP-DEST TO ADP-DEST4.

           MOVE LAD-MINUTES(LAD-IDX) TO RPG-MIN-ED.
           MOVE AH-SOURCE TO RPG-SOURCE.
           MOVE SPACES TO RPG-TEXT.
           STRING 'LEVEL '           DELIMITED BY SIZE
                  AH-PAGE-LEVEL      DELIMITED BY SIZE
                  ' OF '             DELIMITED BY SIZE
                  LAD-GROUP(LAD-IDX) DELIMITED BY SPACE
                  ', UNACKNOWLEDGED' DELIMITED BY SIZE
                  RPG-MIN-ED         DELIMITED BY SIZE
                  ' MIN, RAISED '    DELIMITED BY SIZE
                  AH-TIME            DELIMITED BY SIZE
                  INTO RPG-TEXT.

           IF ADP-DTYPE = 'Q'
              EXEC CICS WRITEQ TD QUEUE(ADP-DEST4)
                   FROM(ALR-LINE) LENGTH(80)
                   RESP(RESPON) NOHANDLE END-EXEC
              IF RESPON NOT EQUAL DFHRESP(NORMAL)
                 PERFORM DELIVER-ERR
              ELSE
                 EXEC CICS WRITEQ TD QUEUE(ADP-DEST4)
                      FROM(RPG-LINE) LENGTH(80) NOHANDLE END-EXEC
              END-IF
           ELSE
           IF ADP-DTYPE = 'T'
              EXEC CICS START TRANSID(ADP-DEST4)
                   FROM(ALR-LINE) LENGTH(80)
                   RESP(RESPON) NOHANDLE END-EXEC
              IF RESPON NOT EQUAL DFHRESP(NORMAL)
                 PERFORM DELIVER-ERR
              ELSE
                 EXEC CICS START TRANSID(ADP-DEST4)
                      FROM(RPG-LINE) LENGTH(80) NOHANDLE END-EXEC
              END-IF
           ELSE
              EXEC CICS WRITE OPERATOR TEXT(ALR-LINE) TEXTLENGTH(80)
                   NOHANDLE END-EXEC
              EXEC CICS WRITE OPERATOR TEXT(RPG-LINE) TEXTLENGTH(80)
                   NOHANDLE END-EXEC.

           PERFORM SEND-RUNBOOK-REF.

           ADD 1 TO LAD-REPAGED.
           MOVE AH-SOURCE          TO RPG-LOG-SRC.
           MOVE AH-PAGE-LEVEL      TO RPG-LOG-LVL.
           MOVE LAD-GROUP(LAD-IDX) TO RPG-LOG-GROUP.
           MOVE ADP-DEST           TO RPG-LOG-DEST.
           MOVE LAD-MINUTES(LAD-IDX) TO RPG-LOG-MIN.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WSREPG)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-REPAGE. EXIT.
      *////////////////////
       LADDER-EXHAUSTED SECTION.
      *////////////////////
      * NOBODY LEFT TO CALL - ONE WARNING TO THE CONSOLE AND CSSL,
      * THE LEVEL STAMPED ON THE ALERT KEEPS IT FROM REPEATING.
           ADD 1 TO LAD-REPAGED.
           MOVE AH-SOURCE            TO LDX-SRC.
           MOVE LAD-GROUP(LAD-IDX)   TO LDX-GROUP.
           MOVE LAD-MINUTES(LAD-IDX) TO LDX-MIN.
           EXEC CICS WRITE OPERATOR TEXT(WSLADX) TEXTLENGTH(80)
                NOHANDLE END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WSLADX)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-LADEXH. EXIT.
      *////////////////////
       LOG-DISPATCH SECTION.
      *////////////////////
           MOVE SPACES TO MSGTRAN.
       FIN-MSG. EXIT.
      *////////////////////////////////////////////////////////////////
           COPY RBKMATP.
      *////////////////////////////////////////////////////////////////
