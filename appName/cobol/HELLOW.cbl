      *  disponibles. Mapa BMS HELLOWM/HELLOWS - ver
      *  appName/bms/HELLOWM.bms.
      *  INITMNT, EDUFMNT (mantenimiento de clientes), INQUINQ
      *  (status inquiry), ALRTCON (consola de alertas), SORDMNT
      *  (ordenes permanentes), SUSPMNT (pagos en suspenso), CFMMNT
      *  (respuestas a las confirmaciones de auditoria), LHDMNT
      *  (retenciones legales y congelamientos de cuenta), WLMMNT
      *  (revision de coincidencias con la lista de sanciones),
      *  CUSTINQ (vista general de un cliente, solo consulta),
      *  JRNINQ (historia del diario EDUJ por cliente), BCSTAT
      *  (estado de la cadena batch por noche, solo consulta),
      *  FRZMNT (calendario de congelamiento de cambios), RBKMNT
      *  (runbooks de las alertas), INCMNT (incidentes) y SECRVW
      *  (firma de la recertificacion de accesos) son
      *  transacciones conversacionales que se encadenan directamente
      *  desde este menu (RETURN TRANSID).
      *  Oct 2026: un par operador/terminal bloqueado en SECPROF por
      *  EDUFILAP (demasiados rechazos de autorizacion) no recibe el
      *  menu - solo el aviso de bloqueo, hasta que un supervisor lo
      *  desbloquee desde SECPMNT.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  HLO-NEXT-TRAN           PIC X(4)  VALUE SPACES.
       77  HLO-MNT-FLAG            PIC 9     VALUE 0.
           88  HLO-MNT-ALLOWED           VALUE 1.
       77  HLO-LOCK-FLAG           PIC 9     VALUE 0.
           88  HLO-PAIR-LOCKED           VALUE 1.
      *
      * THE SAME SECPROF PROFILE FILE EDUFILAP'S CHECK-AUTH READS -
      * THE MENU CONSULTS IT SO AN OPERATOR NOT ENTITLED TO QUEUE
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * A PAIR EDUFILAP LOCKED OUT FOR REPEATED REFUSALS GETS NEITHER
      * THE MENU NOR ANY OPTION FROM IT - ONLY THE NOTICE, AND THE
      * CONVERSATION ENDS THERE.
           PERFORM CHECK-LOCK.
           IF HLO-PAIR-LOCKED
              PERFORM SEND-LOCKED
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF EIBCALEN = 0
              PERFORM SEND-MENU-MAP
              GO TO RETURN-CONV.
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * STANDING ORDERS MOVE MONEY EVERY NIGHT WITHOUT AN OPERATOR AT
      * THE KEYBOARD - SAME MAINTENANCE RIGHT AS THE OTHER FILES.
           IF OPTNI = '9'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'SMNT' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * ASSIGNING A SUSPENSE ITEM POSTS MONEY TO A CUSTOMER - SAME
      * MAINTENANCE RIGHT AS THE STANDING ORDERS.
           IF OPTNI = 'A'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'SUSM' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * A CONFIRMATION REPLY IS AUDIT EVIDENCE - ONLY THE OPERATORS
      * ENTITLED TO MAINTAIN THE FILES MAY RECORD ONE.
           IF OPTNI = 'B'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'CFMM' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * PLACING OR LIFTING A LEGAL HOLD FREEZES OR FREES A CUSTOMER'S
      * MONEY - MAINTENANCE OPERATORS ONLY.
           IF OPTNI = 'C'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'LHDM' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * CLEARING A WATCH-LIST MATCH IS A COMPLIANCE DECISION THAT LETS
      * A CUSTOMER THROUGH SCREENING - MAINTENANCE OPERATORS ONLY.
           IF OPTNI = 'D'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'WLMM' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * THE CUSTOMER OVERVIEW ONLY READS - WHAT EACH OPERATOR MAY SEE
      * IS DECIDED CUSTOMER BY CUSTOMER BY EDUFILAP'S CHECK-AUTH.
           IF OPTNI = 'E'
              MOVE 'CINQ' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * THE JOURNAL HISTORY SHOWS WHICH OPERATOR TOUCHED A CUSTOMER
      * AND WHEN - AN AUDIT TOOL, SUPERVISORS ONLY.
           IF OPTNI = 'F'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'JINQ' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * THE BATCH CYCLE STATUS ONLY READS RUNCTL - OPEN TO EVERYONE.
           IF OPTNI = 'G'
              MOVE 'BCST' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * DECLARING OR LIFTING A CHANGE FREEZE IS A SUPERVISOR'S CALL -
      * SAME PROFILE GATE AS THE JOURNAL HISTORY.
           IF OPTNI = 'H'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'FMNT' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * THE RUNBOOKS ARE WHAT THE NIGHT SHIFT FOLLOWS - WRITING THEM
      * IS LEFT TO THE SAME PROFILE AS THE OTHER MAINTENANCE SCREENS.
           IF OPTNI = 'I'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'RMNT' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * AN INCIDENT IS WORKED BY WHOEVER IS ON SHIFT, THE SAME AS THE
      * ALERT CONSOLE IT IS OPENED FROM - NO PROFILE GATE.
           IF OPTNI = 'J'
              MOVE 'IMNT' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

      * SIGNING OFF WHO KEEPS WHICH ACCESS IS A SUPERVISOR'S JOB -
      * SAME MAINTENANCE PROFILE AS THE SCREENS THAT GRANT IT.
           IF OPTNI = 'K'
              PERFORM CHECK-MNT-PROFILE
              IF NOT HLO-MNT-ALLOWED
                 PERFORM SEND-NOT-ENTITLED
                 GO TO FIN-RECVSEL
              END-IF
              MOVE 'SRVW' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              GO TO FIN-RECVSEL.

           IF OPTNI = '8'
              MOVE 'TRPV' TO HLO-NEXT-TRAN
              PERFORM CHAIN-TRAN
              MOVE 1 TO HLO-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       CHECK-LOCK SECTION.
      * THE LOCK SITS ON THE EXACT OPERATOR/TERMINAL RECORD ONLY.
           MOVE 0 TO HLO-LOCK-FLAG.
           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(HLO-RESP) NOHANDLE
           END-EXEC.
           IF HLO-RESP = DFHRESP(NORMAL) AND SEC-LOCKED
              MOVE 1 TO HLO-LOCK-FLAG
           END-IF.
       FIN-CHKLOCK. EXIT.
      *
       SEND-LOCKED SECTION.
           MOVE LOW-VALUES TO HELLOWSO.
           MOVE 'OPERATOR/TERMINAL LOCKED - SEE SUPERVISOR'
                TO MSGLINEO.
           EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                END-EXEC.
       FIN-SENDLOCKED. EXIT.
      *
       SEND-NOT-ENTITLED SECTION.
           MOVE LOW-VALUES TO HELLOWSO.
       SEND-BAD-OPTION SECTION.
           MOVE LOW-VALUES TO HELLOWSO.
           MOVE EIBOPID TO OPIDO.
           MOVE 'INVALID OPTION - ENTER AN OPTION FROM THE MENU'
                TO MSGLINEO.
           EXEC CICS SEND MAP('HELLOWS') MAPSET('HELLOWM')
                FROM(HELLOWSO) ERASE END-EXEC.
