       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRVW.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Firma online de la recertificacion trimestral de accesos de
      *  SECPROF. Lista las filas que cargo el batch SECRCRPT en el
      *  archivo SECRCRT (ver SECRCRS) - una por perfil con sus
      *  permisos, ultima actividad y excepciones - y quedan en la TS
      *  SRVWWK mientras se pagina. Por fila el supervisor marca 'K'
      *  (mantener) o 'R' (revocar); la decision se graba al momento
      *  con su operador y fecha, y va a CSSL. Nadie decide sobre su
      *  propio perfil. La revocacion en si no se hace aca: SECPMNT
      *  trae los perfiles revocados marcados para borrar y al
      *  confirmar los borra por su camino normal logueado, dejando
      *  la fila como aplicada. Con PF5 se cierra la revision, solo
      *  si todas las filas estan decididas y todas las revocaciones
      *  aplicadas; cerrada, no admite mas cambios y SECRCEVD la
      *  imprime para RPTSTOR. Exige el permiso de mantenimiento en
      *  SECPROF, controlado aca mismo ademas de la puerta del menu.
      *  Transaccion SRVW, opcion K del menu HELLOW. Mapa BMS
      *  SECRVWM/SECRVWS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  SRV-RESP                PIC S9(8) COMP.
       77  SRV-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  SRV-IDX                 PIC 9(4)  COMP.
       77  SRV-LINE                PIC 9(4)  COMP.
       77  SRV-KEEP-TOP            PIC 9(4)  COMP.
       77  SRV-EOF                 PIC 9     VALUE 0.
           88  SRV-BROWSE-DONE          VALUE 1.
       77  SRV-BR-OPEN             PIC 9     VALUE 0.
           88  SRV-BROWSE-OPEN          VALUE 1.
       77  SRV-STAGE-LEN           PIC 9(4)  COMP VALUE 80.
       77  SRV-MARKED              PIC 9(3)  VALUE ZEROS.
       77  SRV-MNT-FLAG            PIC 9     VALUE 0.
           88  SRV-MNT-ALLOWED          VALUE 1.
       01  SRV-TODAY               PIC X(8)  VALUE SPACES.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON AS EDUAPPR'S EAP-MSG.
       01  SRV-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
       01  SRV-SHOW.
           05  SRV-SH-OPID         PIC X(3).
           05  FILLER              PIC X.
           05  SRV-SH-TRMID        PIC X(4).
           05  FILLER              PIC X.
           05  SRV-SH-DATA         PIC X.
           05  FILLER              PIC X(3).
           05  SRV-SH-MNT          PIC X.
           05  FILLER              PIC X(2).
           05  SRV-SH-LAST-ACT     PIC X(8).
           05  FILLER              PIC X.
           05  SRV-SH-LAST-MNT     PIC X(8).
           05  FILLER              PIC X.
           05  SRV-SH-IDLE         PIC X(4).
           05  FILLER              PIC X.
           05  SRV-SH-UNUSED       PIC X(6).
           05  FILLER              PIC X.
           05  SRV-SH-DECISION     PIC X(6).
           05  FILLER              PIC X.
           05  SRV-SH-DEC-OPID     PIC X(3).
           05  FILLER              PIC X.
           05  SRV-SH-DEC-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  SRV-SH-APPL-DATE    PIC X(8).
           05  FILLER              PIC X(3).
      *
      * THE HEADING LINE - WHICH REVIEW, ITS STATE AND HOW FAR ALONG.
       01  SRV-HEAD.
           05  FILLER              PIC X(10) VALUE 'REVIEW OF '.
           05  SRV-HD-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SRV-HD-STATUS       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SRV-HD-TOTAL        PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' PROFILES '.
           05  SRV-HD-DECIDED      PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' DECIDED  '.
           05  SRV-HD-UNAPPLIED    PIC ZZ9.
           05  FILLER              PIC X(20) VALUE
               ' REVOKE(S) TO APPLY '.
      *
       01  SRV-COUNTS.
           05  SRV-CT-MARKED       PIC ZZ9.
           05  FILLER              PIC X(40) VALUE
               ' DECISION(S) RECORDED'.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS WLMMNT.
       01  SRV-WS-COMMAREA.
           05  SRV-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  SRV-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  SRV-WS-RVDATE     PIC X(8)      VALUE SPACES.
           05  SRV-WS-RVSTAT     PIC X         VALUE SPACE.
               88  SRV-WS-OPEN          VALUE 'O'.
               88  SRV-WS-COMPLETE      VALUE 'C'.
               88  SRV-WS-NONE          VALUE ' '.
           05  SRV-WS-DECIDED    PIC 9(4) COMP VALUE 0.
           05  SRV-WS-REVOKES    PIC 9(4) COMP VALUE 0.
           05  SRV-WS-UNAPPLIED  PIC 9(4) COMP VALUE 0.
      *
           COPY SECRCRS.
      *
      * THE SAME SECPROF MAINTENANCE RIGHT THE HELLOW MENU CHECKS -
      * TESTED AGAIN HERE SO THE TRANSACTION CANNOT BE KEYED PAST IT.
           COPY SECPROFS.
      *
       01  WS-SRVDEC                PIC X(80) VALUE
              'SECR001I recert row         marked   by'.
       01  WS-SRVDEC-R REDEFINES WS-SRVDEC.
           05  FILLER               PIC X(20).
           05  WS-SRVDEC-KEY        PIC X(7).
           05  FILLER               PIC X(8).
           05  WS-SRVDEC-DEC        PIC X.
           05  FILLER               PIC X(4).
           05  WS-SRVDEC-OPID       PIC X(3).
           05  FILLER               PIC X(37).
       01  WS-SRVCMP                PIC X(80) VALUE
              'SECR002I recertification of          completed by'.
       01  WS-SRVCMP-R REDEFINES WS-SRVCMP.
           05  FILLER               PIC X(28).
           05  WS-SRVCMP-DATE       PIC X(8).
           05  FILLER               PIC X(14).
           05  WS-SRVCMP-OPID       PIC X(3).
           05  FILLER               PIC X(27).
       01  WS-SRVERR                PIC X(80) VALUE
              'SECR003E Error rewriting SECRCRT recertification file'.
      *
           COPY DFHAID.
           COPY SECRVWS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY SECRVWC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              PERFORM LOAD-ITEMS
              MOVE 1 TO SRV-WS-TOP
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE SRV-TOP       TO SRV-WS-TOP.
           MOVE SRV-TOTAL     TO SRV-WS-TOTAL.
           MOVE SRV-RVDATE    TO SRV-WS-RVDATE.
           MOVE SRV-RVSTAT    TO SRV-WS-RVSTAT.
           MOVE SRV-DECIDED   TO SRV-WS-DECIDED.
           MOVE SRV-REVOKES   TO SRV-WS-REVOKES.
           MOVE SRV-UNAPPLIED TO SRV-WS-UNAPPLIED.
           PERFORM RECEIVE-LIST.
           MOVE SRV-WS-TOP       TO SRV-TOP.
           MOVE SRV-WS-TOTAL     TO SRV-TOTAL.
           MOVE SRV-WS-RVDATE    TO SRV-RVDATE.
           MOVE SRV-WS-RVSTAT    TO SRV-RVSTAT.
           MOVE SRV-WS-DECIDED   TO SRV-DECIDED.
           MOVE SRV-WS-REVOKES   TO SRV-REVOKES.
           MOVE SRV-WS-UNAPPLIED TO SRV-UNAPPLIED.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(SRV-WS-COMMAREA)
                LENGTH(LENGTH OF SRV-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ITEMS SECTION.
      * THE WHOLE SIGN-OFF FILE IS TAKEN INTO SRVWWK AND PAGED FROM
      * THERE; EVERY DECISION AND PF5 TAKE IT AGAIN, SO THE COUNTS
      * ALSO PICK UP REVOKES SECPMNT HAS APPLIED MEANWHILE. THE
      * HEADER RECORD (ALL-BLANK KEY) IS NOT LISTED - IT FEEDS THE
      * HEADING LINE. 500 ROWS IS SECRCRPT'S OWN LIMIT.
           EXEC CICS DELETEQ TS QUEUE('SRVWWK') NOHANDLE END-EXEC.
           MOVE 0     TO SRV-WS-TOTAL.
           MOVE 0     TO SRV-WS-DECIDED.
           MOVE 0     TO SRV-WS-REVOKES.
           MOVE 0     TO SRV-WS-UNAPPLIED.
           MOVE SPACES TO SRV-WS-RVDATE.
           MOVE SPACE TO SRV-WS-RVSTAT.
           MOVE 0     TO SRV-EOF.

           MOVE LOW-VALUES TO RCR-KEY.
           MOVE 0 TO SRV-BR-OPEN.
           EXEC CICS STARTBR FILE('SECRCRT') RIDFLD(RCR-KEY)
                KEYLENGTH(7) GTEQ RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SRV-EOF
           ELSE
              MOVE 1 TO SRV-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL SRV-BROWSE-DONE
                              OR SRV-WS-TOTAL >= 500.

           IF SRV-BROWSE-OPEN
              EXEC CICS ENDBR FILE('SECRCRT') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADITEMS. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('SECRCRT') INTO(RCR-REC)
                RIDFLD(RCR-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF RCR-REC)
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SRV-EOF
              GO TO FIN-LOADONE.

           IF RCR-KEY = SPACES
              MOVE RCH-REVIEW-DATE TO SRV-WS-RVDATE
              MOVE RCH-STATUS      TO SRV-WS-RVSTAT
              GO TO FIN-LOADONE.

           IF NOT RCR-PENDING
              ADD 1 TO SRV-WS-DECIDED
           END-IF.
           IF RCR-REVOKE
              ADD 1 TO SRV-WS-REVOKES
              IF NOT RCR-REVOKE-APPLIED
                 ADD 1 TO SRV-WS-UNAPPLIED
              END-IF
           END-IF.

           ADD 1 TO SRV-WS-TOTAL.
           EXEC CICS WRITEQ TS QUEUE('SRVWWK') FROM(RCR-REC)
                LENGTH(SRV-STAGE-LEN) ITEM(SRV-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('SECRVWS') MAPSET('SECRVWM')
                INTO(SECRVWSI) RESP(SRV-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              EXEC CICS DELETEQ TS QUEUE('SRVWWK') NOHANDLE END-EXEC
              MOVE LOW-VALUES TO SECRVWSO
              MOVE 'SECRVW - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF5
              PERFORM CHECK-MNT-PROFILE
              PERFORM COMPLETE-REVIEW
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF SRV-WS-TOP > 8
                 SUBTRACT 8 FROM SRV-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF SRV-WS-TOP + 8 <= SRV-WS-TOTAL
                 ADD 8 TO SRV-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

      * DECIDING IS MAINTENANCE - AN OPERATOR WITHOUT THE RIGHT CAN
      * STILL LIST AND PAGE, AND IS ONLY TOLD SO WHEN A 'K' OR 'R' IS
      * KEYED. THE LIST IS TAKEN AGAIN AFTER A DECISION BUT STAYS ON
      * THE SAME PAGE - THE ROWS DO NOT MOVE.
           PERFORM CHECK-MNT-PROFILE.
           PERFORM APPLY-ACTIONS.
           IF SRV-MARKED > 0
              MOVE SRV-WS-TOP TO SRV-KEEP-TOP
              PERFORM LOAD-ITEMS
              MOVE SRV-KEEP-TOP TO SRV-WS-TOP
           END-IF.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       APPLY-ACTIONS SECTION.
           MOVE 0 TO SRV-MARKED.
           PERFORM APPLY-ONE VARYING SRV-IDX FROM 1 BY 1
                UNTIL SRV-IDX > 8.
           IF SRV-MSG = SPACES AND SRV-MARKED > 0
              MOVE SRV-MARKED TO SRV-CT-MARKED
              MOVE SRV-COUNTS TO SRV-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE SRV-LINE = SRV-WS-TOP + SRV-IDX - 1.
           IF SRV-LINE > SRV-WS-TOTAL
              GO TO FIN-APPLYONE.
           IF ACTI(SRV-IDX) NOT = 'K' AND ACTI(SRV-IDX) NOT = 'R'
              GO TO FIN-APPLYONE.
           IF NOT SRV-MNT-ALLOWED
              MOVE 'NOT AUTHORIZED TO SIGN OFF THE RECERTIFICATION'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('SRVWWK') INTO(RCR-REC)
                LENGTH(SRV-STAGE-LEN) ITEM(SRV-LINE)
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-APPLYONE.

      * NOBODY CERTIFIES THEIR OWN ACCESS - THE WHOLE POINT OF THE
      * REVIEW IS A SECOND PAIR OF EYES.
           IF RCR-OPID = EIBOPID
              MOVE 'NOT ON YOUR OWN PROFILE - FOR ANOTHER SUPERVISOR'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.

           EXEC CICS READ FILE('SECRCRT') INTO(RCR-REC)
                RIDFLD(RCR-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF RCR-REC) UPDATE
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ROW NO LONGER ON FILE - REVIEW WAS RELOADED'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.

      * ONCE CLOSED THE REVIEW IS EVIDENCE, AND A REVOKE SECPMNT HAS
      * ALREADY CARRIED OUT CANNOT BE TAKEN BACK FROM HERE.
           IF NOT SRV-WS-OPEN
              EXEC CICS UNLOCK FILE('SECRCRT') NOHANDLE END-EXEC
              MOVE 'REVIEW IS COMPLETE - NO FURTHER DECISIONS'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.
           IF RCR-REVOKE-APPLIED
              EXEC CICS UNLOCK FILE('SECRCRT') NOHANDLE END-EXEC
              MOVE 'REVOKE ALREADY APPLIED IN SECPMNT - DECISION STANDS'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.

           PERFORM STAMP-TODAY.
           MOVE ACTI(SRV-IDX) TO RCR-DECISION.
           MOVE EIBOPID       TO RCR-DEC-OPID.
           MOVE SRV-TODAY     TO RCR-DEC-DATE.
           EXEC CICS REWRITE FILE('SECRCRT') FROM(RCR-REC)
                LENGTH(LENGTH OF RCR-REC)
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SRVERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING SECRCRT - DECISION NOT RECORDED'
                   TO SRV-MSG
              GO TO FIN-APPLYONE.

           MOVE RCR-KEY      TO WS-SRVDEC-KEY.
           MOVE RCR-DECISION TO WS-SRVDEC-DEC.
           MOVE EIBOPID      TO WS-SRVDEC-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SRVDEC)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO SRV-MARKED.
       FIN-APPLYONE. EXIT.
      *
       COMPLETE-REVIEW SECTION.
      * CLOSES THE REVIEW ON THE HEADER RECORD. THE LIST IS TAKEN
      * AGAIN FIRST SO THE CHECK SEES THE FILE AS IT IS NOW, NOT AS
      * IT WAS WHEN THE SCREEN WAS BUILT.
           IF NOT SRV-MNT-ALLOWED
              MOVE 'NOT AUTHORIZED TO SIGN OFF THE RECERTIFICATION'
                   TO SRV-MSG
              GO TO FIN-COMPLETE.
           PERFORM LOAD-ITEMS.
           MOVE 1 TO SRV-WS-TOP.
           IF NOT SRV-WS-OPEN
              MOVE 'NO OPEN REVIEW TO COMPLETE' TO SRV-MSG
              GO TO FIN-COMPLETE.
           IF SRV-WS-DECIDED < SRV-WS-TOTAL
              MOVE 'NOT COMPLETE - EVERY PROFILE NEEDS KEEP OR REVOKE'
                   TO SRV-MSG
              GO TO FIN-COMPLETE.
           IF SRV-WS-UNAPPLIED > 0
              MOVE 'NOT COMPLETE - REVOKES STILL TO CONFIRM IN SECPMNT'
                   TO SRV-MSG
              GO TO FIN-COMPLETE.

           MOVE SPACES TO RCR-KEY.
           EXEC CICS READ FILE('SECRCRT') INTO(RCR-REC)
                RIDFLD(RCR-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF RCR-REC) UPDATE
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              MOVE 'REVIEW HEADER NOT ON FILE - RERUN SECRCRPT'
                   TO SRV-MSG
              GO TO FIN-COMPLETE.

           PERFORM STAMP-TODAY.
           SET RCH-COMPLETE TO TRUE.
           MOVE EIBOPID     TO RCH-CMP-OPID.
           MOVE SRV-TODAY   TO RCH-CMP-DATE.
           EXEC CICS REWRITE FILE('SECRCRT') FROM(RCR-REC)
                LENGTH(LENGTH OF RCR-REC)
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SRVERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING SECRCRT - REVIEW NOT COMPLETED'
                   TO SRV-MSG
              GO TO FIN-COMPLETE.

           MOVE RCH-REVIEW-DATE TO WS-SRVCMP-DATE.
           MOVE EIBOPID         TO WS-SRVCMP-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SRVCMP)
                LENGTH(80) NOHANDLE END-EXEC.
           SET SRV-WS-COMPLETE TO TRUE.
           MOVE 'REVIEW COMPLETE - SECRCEVD PRINTS THE EVIDENCE'
                TO SRV-MSG.
       FIN-COMPLETE. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * SAME THREE-PROBE LOOKUP AS HELLOW'S CHECK-MNT-PROFILE - EXACT
      * OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY.
           MOVE 0 TO SRV-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF SRV-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF SRV-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           IF SRV-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO SRV-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       STAMP-TODAY SECTION.
           EXEC CICS ASKTIME ABSTIME(SRV-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SRV-TIME)
                YYYYMMDD(SRV-TODAY) NOHANDLE
           END-EXEC.
       FIN-STAMPTODAY. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('SECRVWS') MAPSET('SECRVWM')
                FROM(SECRVWSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO SECRVWSO.
           EXEC CICS ASKTIME ABSTIME(SRV-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SRV-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE SRV-WS-RVDATE    TO SRV-HD-DATE.
           MOVE SRV-WS-TOTAL     TO SRV-HD-TOTAL.
           MOVE SRV-WS-DECIDED   TO SRV-HD-DECIDED.
           MOVE SRV-WS-UNAPPLIED TO SRV-HD-UNAPPLIED.
           IF SRV-WS-COMPLETE
              MOVE 'COMPLETE' TO SRV-HD-STATUS
           ELSE
              MOVE 'OPEN'     TO SRV-HD-STATUS
           END-IF.
           MOVE SRV-HEAD TO RVHDRO.
           PERFORM BUILD-LINE VARYING SRV-IDX FROM 1 BY 1
                UNTIL SRV-IDX > 8.
           IF SRV-WS-NONE
              MOVE SPACES TO RVHDRO
              MOVE 'NO RECERTIFICATION LOADED - RUN SECRCRPT'
                   TO MSGLINEO
           ELSE
           IF SRV-WS-COMPLETE
              MOVE 'REVIEW COMPLETE - READ ONLY  PF3=EXIT' TO MSGLINEO
           ELSE
              MOVE 'K=KEEP  R=REVOKE  PF5=COMPLETE REVIEW  PF3=EXIT'
                   TO MSGLINEO
           END-IF.

           IF SRV-MSG NOT = SPACES
              MOVE SRV-MSG TO MSGLINEO
              MOVE SPACES  TO SRV-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE SRV-LINE = SRV-WS-TOP + SRV-IDX - 1.
           IF SRV-LINE > SRV-WS-TOTAL
              MOVE SPACES TO LINO(SRV-IDX)
              MOVE SPACE  TO ACTO(SRV-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('SRVWWK') INTO(RCR-REC)
                LENGTH(SRV-STAGE-LEN) ITEM(SRV-LINE)
                RESP(SRV-RESP) NOHANDLE
           END-EXEC.
           MOVE SPACES            TO SRV-SHOW.
           MOVE RCR-OPID          TO SRV-SH-OPID.
           IF RCR-OPID = SPACES
              MOVE 'ANY' TO SRV-SH-OPID
           END-IF.
           MOVE RCR-TRMID         TO SRV-SH-TRMID.
           IF RCR-TRMID = SPACES
              MOVE 'ANY' TO SRV-SH-TRMID
           END-IF.
           MOVE RCR-ALLOW-DATA    TO SRV-SH-DATA.
           MOVE RCR-ALLOW-MNT     TO SRV-SH-MNT.
           MOVE RCR-LAST-ACT      TO SRV-SH-LAST-ACT.
           MOVE RCR-LAST-MNT      TO SRV-SH-LAST-MNT.
           IF RCR-IDLE
              MOVE 'IDLE' TO SRV-SH-IDLE
           END-IF.
           IF RCR-MNT-NEVER-USED
              MOVE 'NO MNT' TO SRV-SH-UNUSED
           END-IF.
           IF RCR-KEEP
              MOVE 'KEEP'   TO SRV-SH-DECISION
           END-IF.
           IF RCR-REVOKE
              MOVE 'REVOKE' TO SRV-SH-DECISION
           END-IF.
           MOVE RCR-DEC-OPID      TO SRV-SH-DEC-OPID.
           MOVE RCR-DEC-DATE      TO SRV-SH-DEC-DATE.
           MOVE RCR-APPL-DATE     TO SRV-SH-APPL-DATE.
           MOVE SRV-SHOW          TO LINO(SRV-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
