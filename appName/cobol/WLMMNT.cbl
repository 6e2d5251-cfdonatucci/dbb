       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLMMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Revision de coincidencias con la lista de sanciones (ver
      *  EDUWLMS). Lista las coincidencias abiertas que encontro el
      *  rescan nocturno EDUFWLSC (ALL=Y tambien las ya despejadas)
      *  desde un cliente; quedan en la TS WLMMWK mientras se pagina.
      *  Por fila: 'C' despeja la coincidencia como falso positivo
      *  con el motivo tipeado arriba - desde ahi EDUFILAP no retiene
      *  a ese cliente por ese nombre y el rescan no la vuelve a
      *  reportar. Un alta o cambio de nombre retenido en PENDCHG se
      *  libera en EDUAPPR, no aca. Despejar exige el permiso de
      *  mantenimiento en SECPROF, controlado aca mismo ademas de la
      *  puerta del menu. Cada despeje va al diario EDUJ ('K') y a
      *  CSSL. Transaccion WLMM, opcion D del menu HELLOW. Mapa BMS
      *  WLMMNTM/WLMMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  WMM-RESP                PIC S9(8) COMP.
       77  WMM-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  WMM-IDX                 PIC 9(4)  COMP.
       77  WMM-LINE                PIC 9(4)  COMP.
       77  WMM-EOF                 PIC 9     VALUE 0.
           88  WMM-BROWSE-DONE          VALUE 1.
       77  WMM-BR-OPEN             PIC 9     VALUE 0.
           88  WMM-BROWSE-OPEN          VALUE 1.
       77  WMM-STAGE-LEN           PIC 9(4)  COMP VALUE 120.
       77  WMM-CLEARED             PIC 9(3)  VALUE ZEROS.
       77  WMM-MNT-FLAG            PIC 9     VALUE 0.
           88  WMM-MNT-ALLOWED          VALUE 1.
       01  WMM-TODAY               PIC X(8)  VALUE SPACES.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON AS EDUAPPR'S EAP-MSG.
       01  WMM-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
       01  WMM-SHOW.
           05  WMM-SH-NUMB         PIC X(6).
           05  FILLER              PIC X.
           05  WMM-SH-NAME         PIC X(20).
           05  FILLER              PIC X.
           05  WMM-SH-ENTRY        PIC X(10).
           05  FILLER              PIC X.
           05  WMM-SH-STATE        PIC X.
           05  FILLER              PIC X.
           05  WMM-SH-FOUND        PIC X(8).
           05  FILLER              PIC X.
           05  WMM-SH-FOUND-BY     PIC X(8).
           05  FILLER              PIC X.
           05  WMM-SH-CLEARED      PIC X(8).
           05  FILLER              PIC X.
           05  WMM-SH-CLEARED-BY   PIC X(3).
           05  FILLER              PIC X(6).
      *
       01  WMM-COUNTS.
           05  WMM-CT-CLEARED      PIC ZZ9.
           05  FILLER              PIC X(40) VALUE
               ' MATCH(ES) CLEARED AS FALSE POSITIVES'.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS LHDMNT.
       01  WMM-WS-COMMAREA.
           05  WMM-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  WMM-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  WMM-WS-SCUST      PIC X(6)      VALUE SPACES.
           05  WMM-WS-SALL       PIC X         VALUE SPACE.
      *
           COPY EDUWLMS.
           COPY EDUJRNS.
      *
      * THE SAME SECPROF MAINTENANCE RIGHT THE HELLOW MENU CHECKS -
      * TESTED AGAIN HERE SO THE TRANSACTION CANNOT BE KEYED PAST IT.
           COPY SECPROFS.
      *
       01  WS-WLMCLR                PIC X(80) VALUE
              'WLMM001I WATCH-LIST MATCH        CLEARED BY'.
       01  WS-WLMCLR-R REDEFINES WS-WLMCLR.
           05  FILLER               PIC X(26).
           05  WS-WLMCLR-NUMB       PIC X(6).
           05  FILLER               PIC X(12).
           05  WS-WLMCLR-OPID       PIC X(3).
           05  FILLER               PIC X(33).
       01  WS-WLMERR                PIC X(80) VALUE
              'WLMM002E Error rewriting WLMATCH - match not cleared'.
      *
           COPY DFHAID.
           COPY WLMMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY WLMMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * THE FIRST ATTACH LISTS EVERY OPEN MATCH - THE WORK WAITING.
           IF EIBCALEN = 0
              MOVE SPACES TO WMM-WS-SCUST
              MOVE SPACE  TO WMM-WS-SALL
              PERFORM LOAD-ITEMS
              MOVE 1 TO WMM-WS-TOP
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE WMM-TOP     TO WMM-WS-TOP.
           MOVE WMM-TOTAL   TO WMM-WS-TOTAL.
           MOVE WMM-SCUST   TO WMM-WS-SCUST.
           MOVE WMM-SALL    TO WMM-WS-SALL.
           PERFORM RECEIVE-LIST.
           MOVE WMM-WS-TOP     TO WMM-TOP.
           MOVE WMM-WS-TOTAL   TO WMM-TOTAL.
           MOVE WMM-WS-SCUST   TO WMM-SCUST.
           MOVE WMM-WS-SALL    TO WMM-SALL.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WMM-WS-COMMAREA)
                LENGTH(LENGTH OF WMM-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ITEMS SECTION.
      * THE SELECTION IS TAKEN ONCE INTO WLMMWK AND PAGED FROM THERE;
      * PF5 AND EVERY CLEARING TAKE IT AGAIN. STOPS AT 200 MATCHES -
      * NARROW THE SEARCH TO SEE FURTHER.
           EXEC CICS DELETEQ TS QUEUE('WLMMWK') NOHANDLE END-EXEC.
           MOVE 0 TO WMM-WS-TOTAL.
           MOVE 0 TO WMM-EOF.

           MOVE LOW-VALUES TO WLM-KEY.
           IF WMM-WS-SCUST NOT = SPACES
              MOVE WMM-WS-SCUST TO WLM-NUMB
           END-IF.
           MOVE 0 TO WMM-BR-OPEN.
           EXEC CICS STARTBR FILE('WLMATCH') RIDFLD(WLM-KEY)
                KEYLENGTH(26) GTEQ RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WMM-EOF
           ELSE
              MOVE 1 TO WMM-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL WMM-BROWSE-DONE
                              OR WMM-WS-TOTAL >= 200.

           IF WMM-BROWSE-OPEN
              EXEC CICS ENDBR FILE('WLMATCH') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADITEMS. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('WLMATCH') INTO(WLM-REC)
                RIDFLD(WLM-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF WLM-REC)
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WMM-EOF
              GO TO FIN-LOADONE.

           IF WMM-WS-SALL NOT = 'Y' AND NOT WLM-OPEN
              GO TO FIN-LOADONE.

           ADD 1 TO WMM-WS-TOTAL.
           EXEC CICS WRITEQ TS QUEUE('WLMMWK') FROM(WLM-REC)
                LENGTH(WMM-STAGE-LEN) ITEM(WMM-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('WLMMNTS') MAPSET('WLMMNTM')
                INTO(WLMMNTSI) RESP(WMM-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              EXEC CICS DELETEQ TS QUEUE('WLMMWK') NOHANDLE END-EXEC
              MOVE LOW-VALUES TO WLMMNTSO
              MOVE 'WLMMNT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF5
              PERFORM TAKE-SEARCH
              IF WMM-MSG = SPACES
                 PERFORM LOAD-ITEMS
                 MOVE 1 TO WMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF WMM-WS-TOP > 8
                 SUBTRACT 8 FROM WMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF WMM-WS-TOP + 8 <= WMM-WS-TOTAL
                 ADD 8 TO WMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

      * CLEARING IS MAINTENANCE - AN OPERATOR WITHOUT THE RIGHT CAN
      * STILL LIST AND PAGE, AND IS ONLY TOLD SO WHEN A 'C' IS KEYED.
           INSPECT CRSNI REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM CHECK-MNT-PROFILE.
           PERFORM APPLY-ACTIONS.
           IF WMM-CLEARED > 0
              PERFORM LOAD-ITEMS
              MOVE 1 TO WMM-WS-TOP
           END-IF.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       TAKE-SEARCH SECTION.
      * THE SEARCH FIELDS COME BACK ON EVERY RECEIVE (FSET IN THE
      * MAP). A BAD CUSTOMER KEEPS THE PREVIOUS SELECTION ON SCREEN.
           INSPECT SCUSTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SALLI  REPLACING ALL LOW-VALUES BY SPACES.
           IF SCUSTI NOT = SPACES AND SCUSTI NOT NUMERIC
              MOVE 'SEARCH CUSTOMER MUST BE 6 DIGITS' TO WMM-MSG
              GO TO FIN-TAKESRCH.
           IF SALLI NOT = 'Y' AND SALLI NOT = 'N' AND SALLI NOT = SPACE
              MOVE 'ALL MUST BE Y OR N' TO WMM-MSG
              GO TO FIN-TAKESRCH.
           MOVE SCUSTI TO WMM-WS-SCUST.
           MOVE SALLI  TO WMM-WS-SALL.
       FIN-TAKESRCH. EXIT.
      *
       APPLY-ACTIONS SECTION.
           MOVE 0 TO WMM-CLEARED.
           PERFORM APPLY-ONE VARYING WMM-IDX FROM 1 BY 1
                UNTIL WMM-IDX > 8.
           IF WMM-MSG = SPACES AND WMM-CLEARED > 0
              MOVE WMM-CLEARED TO WMM-CT-CLEARED
              MOVE WMM-COUNTS  TO WMM-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE WMM-LINE = WMM-WS-TOP + WMM-IDX - 1.
           IF WMM-LINE > WMM-WS-TOTAL
              GO TO FIN-APPLYONE.
           IF ACTI(WMM-IDX) NOT = 'C'
              GO TO FIN-APPLYONE.
           IF NOT WMM-MNT-ALLOWED
              MOVE 'NOT AUTHORIZED TO CLEAR A WATCH-LIST MATCH'
                   TO WMM-MSG
              GO TO FIN-APPLYONE.

      * A CLEARED MATCH LETS THE CUSTOMER THROUGH SCREENING FOR GOOD -
      * THE REASON IS THE AUDIT TRAIL. NO REASON, NO CLEARING.
           IF CRSNI = SPACES
              MOVE 'ENTER THE CLEAR REASON ABOVE' TO WMM-MSG
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('WLMMWK') INTO(WLM-REC)
                LENGTH(WMM-STAGE-LEN) ITEM(WMM-LINE)
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-APPLYONE.
           EXEC CICS READ FILE('WLMATCH') INTO(WLM-REC)
                RIDFLD(WLM-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF WLM-REC) UPDATE
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'MATCH NO LONGER ON FILE - PF5 TO REFRESH' TO WMM-MSG
              GO TO FIN-APPLYONE.
           IF NOT WLM-OPEN
              EXEC CICS UNLOCK FILE('WLMATCH') NOHANDLE END-EXEC
              MOVE 'MATCH ALREADY CLEARED' TO WMM-MSG
              GO TO FIN-APPLYONE.

           PERFORM STAMP-TODAY.
           SET WLM-CLEARED  TO TRUE.
           MOVE EIBOPID     TO WLM-CLEARED-BY.
           MOVE WMM-TODAY   TO WLM-CLEAR-DATE.
           MOVE CRSNI       TO WLM-CLEAR-RSN.
           EXEC CICS REWRITE FILE('WLMATCH') FROM(WLM-REC)
                LENGTH(LENGTH OF WLM-REC)
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-WLMERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING WLMATCH - MATCH NOT CLEARED'
                   TO WMM-MSG
              GO TO FIN-APPLYONE.

           SET EDF-JRN-FUNC-WLCLEAR TO TRUE.
           MOVE WLM-NUMB TO EDF-JRN-NUMB.
           PERFORM WRITE-JOURNAL.

           MOVE WLM-NUMB TO WS-WLMCLR-NUMB.
           MOVE EIBOPID  TO WS-WLMCLR-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-WLMCLR)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO WMM-CLEARED.
       FIN-APPLYONE. EXIT.
      *
       WRITE-JOURNAL SECTION.
      * THE CLEARING GOES ON THE EDUJ JOURNAL UNDER THE CUSTOMER LIKE
      * ANY SERVICE REQUEST - SAME SHAPE AS LHDMNT'S WRITE-JOURNAL.
      * EDF-JRN-FUNC AND -NUMB ARE SET BY THE CALLER.
           EXEC CICS ASKTIME ABSTIME(WMM-TIME) NOHANDLE END-EXEC.
           MOVE EIBTRMID TO EDF-JRN-TERM.
           MOVE EIBOPID  TO EDF-JRN-OPID.
           EXEC CICS FORMATTIME ABSTIME(WMM-TIME)
                TIME(EDF-JRN-HORA) YYYYMMDD(EDF-JRN-FECHA) NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                LENGTH(LENGTH OF EDF-JOURNAL)
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                   LENGTH(LENGTH OF EDF-JOURNAL) NOHANDLE
              END-EXEC
           END-IF.
       FIN-WRJOURNAL. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * SAME THREE-PROBE LOOKUP AS HELLOW'S CHECK-MNT-PROFILE - EXACT
      * OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY.
           MOVE 0 TO WMM-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF WMM-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF WMM-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           IF WMM-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO WMM-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       STAMP-TODAY SECTION.
           EXEC CICS ASKTIME ABSTIME(WMM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WMM-TIME)
                YYYYMMDD(WMM-TODAY) NOHANDLE
           END-EXEC.
       FIN-STAMPTODAY. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('WLMMNTS') MAPSET('WLMMNTM')
                FROM(WLMMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO WLMMNTSO.
           EXEC CICS ASKTIME ABSTIME(WMM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WMM-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE WMM-WS-SCUST TO SCUSTO.
           MOVE WMM-WS-SALL  TO SALLO.
           PERFORM BUILD-LINE VARYING WMM-IDX FROM 1 BY 1
                UNTIL WMM-IDX > 8.
           IF WMM-WS-TOTAL = 0
              MOVE 'NO WATCH-LIST MATCHES MATCH THE SEARCH' TO MSGLINEO
           ELSE
              MOVE 'C=CLEAR AS A FALSE POSITIVE  PF3=EXIT' TO MSGLINEO
           END-IF.

           IF WMM-MSG NOT = SPACES
              MOVE WMM-MSG TO MSGLINEO
              MOVE SPACES  TO WMM-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE WMM-LINE = WMM-WS-TOP + WMM-IDX - 1.
           IF WMM-LINE > WMM-WS-TOTAL
              MOVE SPACES TO LINO(WMM-IDX)
              MOVE SPACE  TO ACTO(WMM-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('WLMMWK') INTO(WLM-REC)
                LENGTH(WMM-STAGE-LEN) ITEM(WMM-LINE)
                RESP(WMM-RESP) NOHANDLE
           END-EXEC.
           MOVE SPACES            TO WMM-SHOW.
           MOVE WLM-NUMB          TO WMM-SH-NUMB.
           MOVE WLM-CUSTNAME      TO WMM-SH-NAME.
           MOVE WLM-ENTRY         TO WMM-SH-ENTRY.
           MOVE WLM-STATE         TO WMM-SH-STATE.
           MOVE WLM-FOUND-DATE    TO WMM-SH-FOUND.
           MOVE WLM-FOUND-BY      TO WMM-SH-FOUND-BY.
           MOVE WLM-CLEAR-DATE    TO WMM-SH-CLEARED.
           MOVE WLM-CLEARED-BY    TO WMM-SH-CLEARED-BY.
           MOVE WMM-SHOW          TO LINO(WMM-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
