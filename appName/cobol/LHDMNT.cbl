       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHDMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Retenciones legales y congelamientos de cuenta (ver EDUHLDS).
      *  Lista las retenciones en vigor (ALL=Y tambien las levantadas
      *  y vencidas) desde un cliente, quedan en la TS LHDMWK mientras
      *  se pagina. Arriba se coloca una retencion nueva: numero,
      *  tipo (F total, D solo debitos, N no borrar), vencimiento
      *  opcional, motivo y referencia (oficio, causa). Una retencion
      *  en vigor no se pisa - primero se levanta. Por fila: 'L' pide
      *  el levantamiento con el motivo tipeado arriba; queda en
      *  PENDCHG (funcion 'E') y lo aplica otro operador en EDUAPPR.
      *  Colocar y pedir el levantamiento exige el permiso de
      *  mantenimiento en SECPROF, controlado aca mismo ademas de la
      *  puerta del menu. Cada colocacion va al diario EDUJ ('Z') y
      *  a CSSL. EDUFILAP y los batch rechazan lo bloqueado con RC 44.
      *  Transaccion LHDM, opcion C del menu HELLOW. Mapa BMS
      *  LHDMNTM/LHDMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  LHM-RESP                PIC S9(8) COMP.
       77  LHM-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  LHM-IDX                 PIC 9(4)  COMP.
       77  LHM-LINE                PIC 9(4)  COMP.
       77  LHM-EOF                 PIC 9     VALUE 0.
           88  LHM-BROWSE-DONE          VALUE 1.
       77  LHM-BR-OPEN             PIC 9     VALUE 0.
           88  LHM-BROWSE-OPEN          VALUE 1.
       77  LHM-STAGE-LEN           PIC 9(4)  COMP VALUE 100.
       77  LHM-REQUESTED           PIC 9(3)  VALUE ZEROS.
       77  LHM-MNT-FLAG            PIC 9     VALUE 0.
           88  LHM-MNT-ALLOWED          VALUE 1.
       77  LHM-ONFILE              PIC 9     VALUE 0.
           88  LHM-HOLD-ON-FILE         VALUE 1.
       01  LHM-TODAY               PIC X(8)  VALUE SPACES.
      *
      * THE EXPIRY AS TYPED - YYYYMMDD, BLANK FOR UNTIL LIFTED.
       01  LHM-EXP-X               PIC X(8)  VALUE SPACES.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON AS EDUAPPR'S EAP-MSG.
       01  LHM-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
      * THE STATE SHOWS 'X' FOR A HOLD PAST ITS EXPIRY.
       01  LHM-SHOW.
           05  LHM-SH-NUMB         PIC X(6).
           05  FILLER              PIC X.
           05  LHM-SH-TYPE         PIC X.
           05  FILLER              PIC X.
           05  LHM-SH-STATE        PIC X.
           05  FILLER              PIC X.
           05  LHM-SH-PLACED       PIC X(8).
           05  FILLER              PIC X.
           05  LHM-SH-EXPIRY       PIC X(8).
           05  FILLER              PIC X.
           05  LHM-SH-BY           PIC X(3).
           05  FILLER              PIC X.
           05  LHM-SH-REF          PIC X(20).
           05  FILLER              PIC X.
           05  LHM-SH-REASON       PIC X(23).
      *
       01  LHM-COUNTS.
           05  LHM-CT-REQUESTED    PIC ZZ9.
           05  FILLER              PIC X(40) VALUE
               ' LIFT(S) SENT FOR APPROVAL IN EDUAPPR'.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS CFMMNT.
       01  LHM-WS-COMMAREA.
           05  LHM-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  LHM-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  LHM-WS-SCUST      PIC X(6)      VALUE SPACES.
           05  LHM-WS-SALL       PIC X         VALUE SPACE.
      *
           COPY EDUHLDS.
           COPY EDUFILAS.
           COPY EDUPNDS.
           COPY EDUJRNS.
      *
      * THE SAME SECPROF MAINTENANCE RIGHT THE HELLOW MENU CHECKS -
      * TESTED AGAIN HERE SO THE TRANSACTION CANNOT BE KEYED PAST IT.
           COPY SECPROFS.
      *
       01  WS-LHDPLC                PIC X(80) VALUE
              'LHDM001I LEGAL HOLD        TYPE   PLACED BY'.
       01  WS-LHDPLC-R REDEFINES WS-LHDPLC.
           05  FILLER               PIC X(20).
           05  WS-LHDPLC-NUMB       PIC X(6).
           05  FILLER               PIC X(6).
           05  WS-LHDPLC-TYPE       PIC X.
           05  FILLER               PIC X(11).
           05  WS-LHDPLC-OPID       PIC X(3).
           05  FILLER               PIC X(33).
       01  WS-LHDLFT                PIC X(80) VALUE
              'LHDM002I LEGAL HOLD        LIFT REQUESTED BY'.
       01  WS-LHDLFT-R REDEFINES WS-LHDLFT.
           05  FILLER               PIC X(20).
           05  WS-LHDLFT-NUMB       PIC X(6).
           05  FILLER               PIC X(19).
           05  WS-LHDLFT-OPID       PIC X(3).
           05  FILLER               PIC X(32).
       01  WS-LHDERR                PIC X(80) VALUE
              'LHDM003E Error writing LGLHOLD - hold not placed'.
      *
           COPY DFHAID.
           COPY LHDMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY LHDMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * THE FIRST ATTACH LISTS EVERY HOLD IN FORCE - THERE ARE FEW,
      * AND THE OPERATOR USUALLY WANTS TO SEE THEM ALL.
           IF EIBCALEN = 0
              MOVE SPACES TO LHM-WS-SCUST
              MOVE SPACE  TO LHM-WS-SALL
              PERFORM LOAD-ITEMS
              MOVE 1 TO LHM-WS-TOP
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE LHM-TOP     TO LHM-WS-TOP.
           MOVE LHM-TOTAL   TO LHM-WS-TOTAL.
           MOVE LHM-SCUST   TO LHM-WS-SCUST.
           MOVE LHM-SALL    TO LHM-WS-SALL.
           PERFORM RECEIVE-LIST.
           MOVE LHM-WS-TOP     TO LHM-TOP.
           MOVE LHM-WS-TOTAL   TO LHM-TOTAL.
           MOVE LHM-WS-SCUST   TO LHM-SCUST.
           MOVE LHM-WS-SALL    TO LHM-SALL.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(LHM-WS-COMMAREA)
                LENGTH(LENGTH OF LHM-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ITEMS SECTION.
      * THE SELECTION IS TAKEN ONCE INTO LHDMWK AND PAGED FROM THERE;
      * PF5 AND EVERY NEW HOLD TAKE IT AGAIN. STOPS AT 200 HOLDS -
      * NARROW THE SEARCH TO SEE FURTHER.
           EXEC CICS DELETEQ TS QUEUE('LHDMWK') NOHANDLE END-EXEC.
           MOVE 0 TO LHM-WS-TOTAL.
           MOVE 0 TO LHM-EOF.
           PERFORM STAMP-TODAY.

           IF LHM-WS-SCUST = SPACES
              MOVE LOW-VALUES   TO HLD-NUMB
           ELSE
              MOVE LHM-WS-SCUST TO HLD-NUMB
           END-IF.
           MOVE 0 TO LHM-BR-OPEN.
           EXEC CICS STARTBR FILE('LGLHOLD') RIDFLD(HLD-NUMB)
                KEYLENGTH(6) GTEQ RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO LHM-EOF
           ELSE
              MOVE 1 TO LHM-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL LHM-BROWSE-DONE
                              OR LHM-WS-TOTAL >= 200.

           IF LHM-BROWSE-OPEN
              EXEC CICS ENDBR FILE('LGLHOLD') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADITEMS. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(HLD-NUMB) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO LHM-EOF
              GO TO FIN-LOADONE.

           IF LHM-WS-SALL NOT = 'Y'
              IF NOT HLD-ACTIVE
                 GO TO FIN-LOADONE
              END-IF
              IF HLD-EXPIRY NOT = SPACES AND HLD-EXPIRY < LHM-TODAY
                 GO TO FIN-LOADONE
              END-IF
           END-IF.

           ADD 1 TO LHM-WS-TOTAL.
           EXEC CICS WRITEQ TS QUEUE('LHDMWK') FROM(HLD-REC)
                LENGTH(LHM-STAGE-LEN) ITEM(LHM-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('LHDMNTS') MAPSET('LHDMNTM')
                INTO(LHDMNTSI) RESP(LHM-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              EXEC CICS DELETEQ TS QUEUE('LHDMWK') NOHANDLE END-EXEC
              MOVE LOW-VALUES TO LHDMNTSO
              MOVE 'LHDMNT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF5
              PERFORM TAKE-SEARCH
              IF LHM-MSG = SPACES
                 PERFORM LOAD-ITEMS
                 MOVE 1 TO LHM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF LHM-WS-TOP > 8
                 SUBTRACT 8 FROM LHM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF LHM-WS-TOP + 8 <= LHM-WS-TOTAL
                 ADD 8 TO LHM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

      * PLACING AND LIFTING ARE BOTH MAINTENANCE - AN OPERATOR
      * WITHOUT THE RIGHT CAN STILL LIST AND PAGE, AND IS ONLY TOLD
      * SO WHEN A HOLD OR A LIFT IS ACTUALLY KEYED.
           INSPECT PNUMBI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PTYPEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PEXPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PRSNI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PREFI  REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM CHECK-MNT-PROFILE.

           IF PNUMBI NOT = SPACES
              PERFORM PLACE-HOLD
              IF LHM-MSG NOT = SPACES
                 PERFORM SEND-LIST-MAP
                 PERFORM KEEP-PLACE-FIELDS
                 GO TO FIN-RECVLIST
              END-IF
           END-IF.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       TAKE-SEARCH SECTION.
      * THE SEARCH FIELDS COME BACK ON EVERY RECEIVE (FSET IN THE
      * MAP). A BAD CUSTOMER KEEPS THE PREVIOUS SELECTION ON SCREEN.
           INSPECT SCUSTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SALLI  REPLACING ALL LOW-VALUES BY SPACES.
           IF SCUSTI NOT = SPACES AND SCUSTI NOT NUMERIC
              MOVE 'SEARCH CUSTOMER MUST BE 6 DIGITS' TO LHM-MSG
              GO TO FIN-TAKESRCH.
           IF SALLI NOT = 'Y' AND SALLI NOT = 'N' AND SALLI NOT = SPACE
              MOVE 'ALL MUST BE Y OR N' TO LHM-MSG
              GO TO FIN-TAKESRCH.
           MOVE SCUSTI TO LHM-WS-SCUST.
           MOVE SALLI  TO LHM-WS-SALL.
       FIN-TAKESRCH. EXIT.
      *
       PLACE-HOLD SECTION.
      * A NEW HOLD NEEDS A CUSTOMER ON FILEA, A KNOWN TYPE, A REASON
      * AND AN EXPIRY THAT IS EITHER BLANK OR NOT ALREADY PAST. A
      * HOLD STILL IN FORCE IS NEVER REPLACED FROM HERE - CHANGING IT
      * WOULD BE A LIFT WITHOUT THE SECOND OPERATOR - BUT A LIFTED OR
      * EXPIRED ONE IS OVERWRITTEN BY THE NEW HOLD.
           IF NOT LHM-MNT-ALLOWED
              MOVE 'NOT AUTHORIZED FOR HOLD MAINTENANCE' TO LHM-MSG
              GO TO FIN-PLACEHOLD.
           PERFORM STAMP-TODAY.
           IF PNUMBI NOT NUMERIC
              MOVE 'HOLD CUSTOMER MUST BE 6 DIGITS' TO LHM-MSG
              GO TO FIN-PLACEHOLD.
           MOVE PTYPEI TO HLD-TYPE.
           IF NOT HLD-TYPE-VALID
              MOVE 'HOLD TYPE MUST BE F, D OR N' TO LHM-MSG
              GO TO FIN-PLACEHOLD.
           IF PRSNI = SPACES
              MOVE 'ENTER THE REASON FOR THE HOLD' TO LHM-MSG
              GO TO FIN-PLACEHOLD.
           MOVE PEXPI TO LHM-EXP-X.
           IF LHM-EXP-X NOT = SPACES
              IF LHM-EXP-X NOT NUMERIC
                 MOVE 'EXPIRY MUST BE YYYYMMDD OR BLANK' TO LHM-MSG
                 GO TO FIN-PLACEHOLD
              END-IF
              IF LHM-EXP-X < LHM-TODAY
                 MOVE 'EXPIRY IS ALREADY PAST' TO LHM-MSG
                 GO TO FIN-PLACEHOLD
              END-IF
           END-IF.

           EXEC CICS READ FILE('FILEA') INTO(FILEA)
                RIDFLD(PNUMBI) LENGTH(LENGTH OF FILEA)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CUSTOMER NOT ON FILE - HOLD NOT PLACED' TO LHM-MSG
              GO TO FIN-PLACEHOLD.

           MOVE 0 TO LHM-ONFILE.
           EXEC CICS READ FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(PNUMBI) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC) UPDATE
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP = DFHRESP(NORMAL)
              MOVE 1 TO LHM-ONFILE
              IF HLD-ACTIVE AND (HLD-EXPIRY = SPACES
                                 OR HLD-EXPIRY NOT < LHM-TODAY)
                 EXEC CICS UNLOCK FILE('LGLHOLD') NOHANDLE END-EXEC
                 MOVE 'HOLD ALREADY IN FORCE - LIFT IT FIRST'
                      TO LHM-MSG
                 GO TO FIN-PLACEHOLD
              END-IF
           ELSE
              IF LHM-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'ERROR READING LGLHOLD - HOLD NOT PLACED'
                      TO LHM-MSG
                 GO TO FIN-PLACEHOLD
              END-IF
           END-IF.

           MOVE SPACES      TO HLD-REC.
           MOVE PNUMBI      TO HLD-NUMB.
           MOVE PTYPEI      TO HLD-TYPE.
           MOVE PRSNI       TO HLD-REASON.
           MOVE PREFI       TO HLD-REF.
           MOVE EIBOPID     TO HLD-PLACED-BY.
           MOVE LHM-TODAY   TO HLD-PLACE-DATE.
           MOVE LHM-EXP-X   TO HLD-EXPIRY.
           SET HLD-ACTIVE   TO TRUE.
           IF LHM-HOLD-ON-FILE
              EXEC CICS REWRITE FILE('LGLHOLD') FROM(HLD-REC)
                   LENGTH(LENGTH OF HLD-REC)
                   RESP(LHM-RESP) NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('LGLHOLD') FROM(HLD-REC)
                   RIDFLD(HLD-NUMB) KEYLENGTH(6)
                   LENGTH(LENGTH OF HLD-REC)
                   RESP(LHM-RESP) NOHANDLE
              END-EXEC
           END-IF.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-LHDERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR WRITING LGLHOLD - HOLD NOT PLACED' TO LHM-MSG
              GO TO FIN-PLACEHOLD.

           MOVE 'Z' TO EDF-JRN-FUNC.
           MOVE HLD-NUMB TO EDF-JRN-NUMB.
           PERFORM WRITE-JOURNAL.

           MOVE HLD-NUMB TO WS-LHDPLC-NUMB.
           MOVE HLD-TYPE TO WS-LHDPLC-TYPE.
           MOVE EIBOPID  TO WS-LHDPLC-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-LHDPLC)
                LENGTH(80) NOHANDLE END-EXEC.

      * THE NEW HOLD SHOWS AT ONCE - THE LIST IS TAKEN AGAIN.
           PERFORM LOAD-ITEMS.
           MOVE 1 TO LHM-WS-TOP.
           MOVE SPACES TO LHM-MSG.
           STRING 'LEGAL HOLD PLACED ON ' DELIMITED BY SIZE
                  HLD-NUMB                 DELIMITED BY SIZE
                  INTO LHM-MSG.
       FIN-PLACEHOLD. EXIT.
      *
       KEEP-PLACE-FIELDS SECTION.
      * A REFUSED HOLD LEAVES WHAT WAS TYPED ON SCREEN TO BE PUT RIGHT
      * - BUILD-PAGE STARTED FROM A CLEAN MAP, SO IT IS SENT AGAIN.
           MOVE PNUMBI TO PNUMBO.
           MOVE PTYPEI TO PTYPEO.
           MOVE PEXPI  TO PEXPO.
           MOVE PRSNI  TO PRSNO.
           MOVE PREFI  TO PREFO.
           EXEC CICS SEND MAP('LHDMNTS') MAPSET('LHDMNTM')
                FROM(LHDMNTSO) DATAONLY END-EXEC.
       FIN-KEEPPLACE. EXIT.
      *
       APPLY-ACTIONS SECTION.
           MOVE 0 TO LHM-REQUESTED.
           PERFORM APPLY-ONE VARYING LHM-IDX FROM 1 BY 1
                UNTIL LHM-IDX > 8.
           IF LHM-MSG = SPACES AND LHM-REQUESTED > 0
              MOVE LHM-REQUESTED TO LHM-CT-REQUESTED
              MOVE LHM-COUNTS    TO LHM-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE LHM-LINE = LHM-WS-TOP + LHM-IDX - 1.
           IF LHM-LINE > LHM-WS-TOTAL
              GO TO FIN-APPLYONE.
           IF ACTI(LHM-IDX) NOT = 'L'
              GO TO FIN-APPLYONE.
           IF NOT LHM-MNT-ALLOWED
              MOVE 'NOT AUTHORIZED FOR HOLD MAINTENANCE' TO LHM-MSG
              GO TO FIN-APPLYONE.

      * THE CHECKER NEEDS TO KNOW WHY - NO REASON, NO REQUEST.
           IF PRSNI = SPACES
              MOVE 'ENTER THE REASON FOR LIFTING IN REASON' TO LHM-MSG
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('LHDMWK') INTO(HLD-REC)
                LENGTH(LHM-STAGE-LEN) ITEM(LHM-LINE)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-APPLYONE.
           EXEC CICS READ FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(HLD-NUMB) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL) OR NOT HLD-ACTIVE
              MOVE 'HOLD NO LONGER ACTIVE - NOTHING TO LIFT' TO LHM-MSG
              GO TO FIN-APPLYONE.

      * THE LIFT IS CAPTURED LIKE ANY CHANGE HELD FOR APPROVAL - THE
      * SAME PENDCHG ITEM EDUFILAP'S HOLD-PENDING WRITES, FUNCTION
      * 'E', THE REASON IN THE COMMENT SLOT.
           MOVE SPACES      TO PND-REC.
           MOVE HLD-NUMB    TO PND-NUMB.
           EXEC CICS ASKTIME ABSTIME(LHM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(LHM-TIME)
                MMDDYYYY(PND-FECHA) DATESEP('/')
                TIME(PND-HORA) TIMESEP NOHANDLE
           END-EXEC.
           SET PND-FUNC-LIFTHOLD TO TRUE.
           MOVE PRSNI       TO PND-COMMENTX.
           MOVE ZEROS       TO PND-AMOUNT.
           MOVE EIBOPID     TO PND-MAKER.
           MOVE EIBTRMID    TO PND-TERM.
           SET PND-PENDING  TO TRUE.
           MOVE SPACES      TO PND-CHECKER PND-NUMB2.
           MOVE -1          TO PND-CRODLIM PND-CRCEIL.
           EXEC CICS WRITE FILE('PENDCHG') FROM(PND-REC)
                RIDFLD(PND-KEY) KEYLENGTH(14)
                LENGTH(LENGTH OF PND-REC)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR WRITING PENDCHG - LIFT NOT REQUESTED'
                   TO LHM-MSG
              GO TO FIN-APPLYONE.

           MOVE 'H' TO EDF-JRN-FUNC.
           MOVE HLD-NUMB TO EDF-JRN-NUMB.
           PERFORM WRITE-JOURNAL.

           MOVE HLD-NUMB TO WS-LHDLFT-NUMB.
           MOVE EIBOPID  TO WS-LHDLFT-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-LHDLFT)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO LHM-REQUESTED.
       FIN-APPLYONE. EXIT.
      *
       WRITE-JOURNAL SECTION.
      * THE HOLD CHANGE GOES ON THE EDUJ JOURNAL UNDER THE CUSTOMER
      * LIKE ANY SERVICE REQUEST - SAME SHAPE AS EDUFMNT'S
      * HH-RECORD-CHANGE. EDF-JRN-FUNC AND -NUMB ARE SET BY THE
      * CALLER.
           EXEC CICS ASKTIME ABSTIME(LHM-TIME) NOHANDLE END-EXEC.
           MOVE EIBTRMID TO EDF-JRN-TERM.
           MOVE EIBOPID  TO EDF-JRN-OPID.
           EXEC CICS FORMATTIME ABSTIME(LHM-TIME)
                TIME(EDF-JRN-HORA) YYYYMMDD(EDF-JRN-FECHA) NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                LENGTH(LENGTH OF EDF-JOURNAL)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                   LENGTH(LENGTH OF EDF-JOURNAL) NOHANDLE
              END-EXEC
           END-IF.
       FIN-WRJOURNAL. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * SAME THREE-PROBE LOOKUP AS HELLOW'S CHECK-MNT-PROFILE - EXACT
      * OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY.
           MOVE 0 TO LHM-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF LHM-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF LHM-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           IF LHM-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO LHM-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       STAMP-TODAY SECTION.
           EXEC CICS ASKTIME ABSTIME(LHM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(LHM-TIME)
                YYYYMMDD(LHM-TODAY) NOHANDLE
           END-EXEC.
       FIN-STAMPTODAY. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('LHDMNTS') MAPSET('LHDMNTM')
                FROM(LHDMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO LHDMNTSO.
           EXEC CICS ASKTIME ABSTIME(LHM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(LHM-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(LHM-TIME)
                YYYYMMDD(LHM-TODAY) NOHANDLE
           END-EXEC.
           MOVE LHM-WS-SCUST TO SCUSTO.
           MOVE LHM-WS-SALL  TO SALLO.
           PERFORM BUILD-LINE VARYING LHM-IDX FROM 1 BY 1
                UNTIL LHM-IDX > 8.
           IF LHM-WS-TOTAL = 0
              MOVE 'NO LEGAL HOLDS MATCH THE SEARCH' TO MSGLINEO
           ELSE
              MOVE 'L=REQUEST LIFT  PLACE A HOLD ABOVE  PF3=EXIT'
                   TO MSGLINEO
           END-IF.

           IF LHM-MSG NOT = SPACES
              MOVE LHM-MSG TO MSGLINEO
              MOVE SPACES  TO LHM-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE LHM-LINE = LHM-WS-TOP + LHM-IDX - 1.
           IF LHM-LINE > LHM-WS-TOTAL
              MOVE SPACES TO LINO(LHM-IDX)
              MOVE SPACE  TO ACTO(LHM-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('LHDMWK') INTO(HLD-REC)
                LENGTH(LHM-STAGE-LEN) ITEM(LHM-LINE)
                RESP(LHM-RESP) NOHANDLE
           END-EXEC.
           MOVE SPACES          TO LHM-SHOW.
           MOVE HLD-NUMB        TO LHM-SH-NUMB.
           MOVE HLD-TYPE        TO LHM-SH-TYPE.
           MOVE HLD-STATE       TO LHM-SH-STATE.
           IF HLD-ACTIVE AND HLD-EXPIRY NOT = SPACES
              AND HLD-EXPIRY < LHM-TODAY
              MOVE 'X'          TO LHM-SH-STATE
           END-IF.
           MOVE HLD-PLACE-DATE  TO LHM-SH-PLACED.
           MOVE HLD-EXPIRY      TO LHM-SH-EXPIRY.
           MOVE HLD-PLACED-BY   TO LHM-SH-BY.
           MOVE HLD-REF         TO LHM-SH-REF.
           MOVE HLD-REASON      TO LHM-SH-REASON.
           MOVE LHM-SHOW        TO LINO(LHM-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
