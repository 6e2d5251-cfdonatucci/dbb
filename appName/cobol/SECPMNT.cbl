      *  aplican los cambios al archivo; PF3 sin cambios termina sin
      *  tocar nada. Cada alta y baja aplicada queda logueada en CSSL.
      *  Mapa BMS SECPMNTM/SECPMNTS.
      *  Oct 2026: antes de confirmar consulta el calendario de
      *  congelamiento por FRZCHK; durante un freeze el PF3 se
      *  rechaza salvo que el operador cargue una referencia de
      *  cambio de emergencia, que queda en QCHGAUD, CSSL y ALERTESC.
      *  Oct 2026: al entrar trae marcados con D los perfiles que el
      *  supervisor revoco en la recertificacion trimestral (SECRVW,
      *  archivo SECRCRT) y todavia no se borraron; se borran con el
      *  mismo PF3 logueado de siempre y cada baja que tenga una
      *  revocacion pendiente deja esa fila de SECRCRT como aplicada.
      *  Oct 2026: accion L levanta el bloqueo que EDUFILAP pone en un
      *  par operador/terminal despues de repetidos rechazos de
      *  autorizacion. Solo un supervisor (perfil de mantenimiento)
      *  y nunca sobre su propio operador; lo mismo vale para borrar
      *  un perfil bloqueado. El desbloqueo se aplica con el PF3 de
      *  siempre (sujeto al freeze), queda en CSSL y limpia el
      *  contador de rechazos; el registro que EDUFILAP creo solo
      *  para llevar el bloqueo se borra.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  SMN-BR-OPEN             PIC 9     VALUE 0.
           88  SMN-BROWSE-OPEN          VALUE 1.
       77  SMN-STAGE-LEN           PIC 9(4)  COMP VALUE 48.
       77  SMN-MNT-FLAG            PIC 9     VALUE 0.
           88  SMN-MNT-ALLOWED          VALUE 1.
       01  SMN-TODAY               PIC X(8)  VALUE SPACES.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * BUILD-PAGE CLEARS THE WHOLE OUTPUT MAP, SO A REJECTION RAISED
      *
      * ONE STAGED ROW - A MARK BYTE IN FRONT OF THE 40-BYTE PROFILE
      * RECORD IMAGE. ' ' = UNCHANGED, 'D' = DELETE ON CONFIRM,
      * 'A' = ADD ON CONFIRM, 'L' = LIFT THE LOCKOUT ON CONFIRM.
      * PADDED TO 48 SO THE TS ITEM LENGTH IS THE SAME FOR EVERY ROW.
       01  SMN-STAGE-REC.
           05  SMN-STG-MARK        PIC X.
               88  SMN-STG-DELETE         VALUE 'D'.
               88  SMN-STG-ADD            VALUE 'A'.
               88  SMN-STG-UNLOCK         VALUE 'L'.
           05  SMN-STG-IMAGE       PIC X(40).
           05  FILLER              PIC X(7).
      *
           05  SMN-ADD-MNT         PIC X.
           05  FILLER              PIC X(8).
      *
      * CHANGE FREEZE - A CONFIRM WHILE A FREEZE IS DECLARED ON FRZCAL
      * IS REFUSED UNLESS THE OPERATOR KEYS AN EMERGENCY CHANGE
      * REFERENCE; ONE ACCEPTED THAT WAY IS RECORDED THROUGH FRZCHK
      * WITH THE ADD AND DELETE COUNTS AS ITS SUMMARY.
       77  SMN-ADDS                PIC 9(4)  COMP VALUE 0.
       77  SMN-DELS                PIC 9(4)  COMP VALUE 0.
       77  SMN-ADDS-ED             PIC ZZZ9  VALUE SPACES.
       77  SMN-DELS-ED             PIC ZZZ9  VALUE SPACES.
       77  SMN-UNLKS               PIC 9(4)  COMP VALUE 0.
       77  SMN-UNLKS-ED            PIC ZZZ9  VALUE SPACES.
           COPY FRZCHKW.
      *
      * ACCESS RECERTIFICATION - A PROFILE REVOKED ON SECRVW AND NOT
      * YET DELETED COMES IN ALREADY MARKED 'D'; ITS SECRCRT ROW IS
      * STAMPED APPLIED WHEN THE DELETE IS CONFIRMED.
       77  SMN-RCR-STAGED          PIC 9(4)  COMP VALUE 0.
       77  SMN-RCR-STAGED-ED       PIC ZZZ9  VALUE SPACES.
           COPY SECRCRS.
      *
      * LOCKOUT - EDUFILAP KEEPS THE PAIR'S REFUSAL COUNT IN TS
      * V+OPID+TRMID; LIFTING THE LOCK DROPS IT SO THE PAIR STARTS
      * AGAIN FROM NOTHING.
       01  SMN-VIO-QNAME.
           05  FILLER              PIC X     VALUE 'V'.
           05  SMN-VIO-KEY         PIC X(7)  VALUE SPACES.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS INITMNT'S WS-QSEL-COMMAREA.
       01  SMN-WS-COMMAREA.
           05  FILLER               PIC X(36).
       01  WS-SECERR                PIC X(80) VALUE
              'SECP003E Error updating SECPROF profile file  '.
       01  WS-SECRERR               PIC X(80) VALUE
              'SECP004E Error stamping SECRCRT revoke as applied'.
       01  WS-SECUNL                PIC X(80) VALUE
              'SECP005I profile unlocked           by    '.
       01  WS-SECUNL-R REDEFINES WS-SECUNL.
           05  FILLER               PIC X(26).
           05  WS-SECUNL-KEY        PIC X(7).
           05  FILLER               PIC X(6).
           05  WS-SECUNL-OPID       PIC X(3).
           05  FILLER               PIC X(38).
       01  WS-SECLKD                PIC X(80) VALUE
              'SECP006E locked profile kept - needs supervisor     '.
       01  WS-SECLKD-R REDEFINES WS-SECLKD.
           05  FILLER               PIC X(48).
           05  WS-SECLKD-KEY        PIC X(7).
           05  FILLER               PIC X(25).
      *
           COPY DFHAID.
           COPY SECPMNTS.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              MOVE 'N' TO SMN-WS-CHANGED
              PERFORM LOAD-PROFILES
              MOVE 1 TO SMN-WS-TOP
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           EXEC CICS DELETEQ TS QUEUE('SECMWK') NOHANDLE END-EXEC.
           MOVE 0 TO SMN-WS-TOTAL.
           MOVE 0 TO SMN-EOF.
           MOVE 0 TO SMN-RCR-STAGED.

           MOVE LOW-VALUES TO SEC-KEY.
           MOVE 0 TO SMN-BR-OPEN.
           IF SMN-BROWSE-OPEN
              EXEC CICS ENDBR FILE('SECPROF') NOHANDLE END-EXEC
           END-IF.

           IF SMN-RCR-STAGED > 0
              MOVE SMN-RCR-STAGED TO SMN-RCR-STAGED-ED
              MOVE SPACES TO SMN-MSG
              STRING SMN-RCR-STAGED-ED        DELIMITED BY SIZE
                     ' PROFILE(S) REVOKED IN RECERTIFICATION STAGED'
                                              DELIMITED BY SIZE
                     ' FOR DELETE - PF3 TO CONFIRM'
                                              DELIMITED BY SIZE
                     INTO SMN-MSG
           END-IF.
       FIN-LOADPROF. EXIT.
      *
       LOAD-ONE SECTION.
           ADD 1 TO SMN-WS-TOTAL.
           MOVE SPACES  TO SMN-STAGE-REC.
           MOVE SEC-REC TO SMN-STG-IMAGE.
           PERFORM CHECK-REVOKED.
           EXEC CICS WRITEQ TS QUEUE('SECMWK') FROM(SMN-STAGE-REC)
                LENGTH(SMN-STAGE-LEN) ITEM(SMN-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       CHECK-REVOKED SECTION.
      * A PROFILE THE SUPERVISOR REVOKED ON SECRVW THAT IS STILL ON
      * FILE IS STAGED FOR DELETE STRAIGHT AWAY - THE OPERATOR SEES IT
      * MARKED, CAN STILL UNMARK IT WITH 'U', AND CARRIES IT OUT WITH
      * THE NORMAL PF3 CONFIRM.
           MOVE SEC-KEY TO RCR-KEY.
           EXEC CICS READ FILE('SECRCRT') INTO(RCR-REC)
                RIDFLD(RCR-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF RCR-REC) RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-CHKREVOKED.
           IF RCR-REVOKE AND NOT RCR-REVOKE-APPLIED
              MOVE 'D' TO SMN-STG-MARK
              MOVE 'Y' TO SMN-WS-CHANGED
              ADD 1 TO SMN-RCR-STAGED
           END-IF.
       FIN-CHKREVOKED. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('SECPMNTS') MAPSET('SECPMNTM')

           IF EIBAID = DFHPF3
              IF SMN-WS-CHANGED = 'Y'
                 PERFORM CHECK-FREEZE
                 IF SMN-MSG NOT = SPACES
                    PERFORM SEND-LIST-MAP
                 ELSE
                    PERFORM CONFIRM-CHANGES
                 END-IF
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('SECMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
                RESP(SMN-RESP) NOHANDLE
           END-EXEC.

      *-- A LOCKED PROFILE IS ONLY DELETED OR UNLOCKED BY A
      *-- SUPERVISOR, AND NEVER BY THE OPERATOR IT LOCKS OUT.
           MOVE SMN-STG-IMAGE TO SEC-REC.
           IF ACTI(SMN-IDX) = 'L' AND NOT SEC-LOCKED
              MOVE 'PROFILE IS NOT LOCKED - NOTHING TO LIFT' TO SMN-MSG
              GO TO FIN-APPLYONE.
           IF (ACTI(SMN-IDX) = 'L' OR ACTI(SMN-IDX) = 'D')
              AND SEC-LOCKED
              PERFORM CHECK-UNLOCK-RIGHT
              MOVE SMN-STG-IMAGE TO SEC-REC
              IF SMN-MSG NOT = SPACES
                 GO TO FIN-APPLYONE
              END-IF
           END-IF.

           IF ACTI(SMN-IDX) = 'D'
      *-- A ROW STAGED AS AN ADD AND THEN MARKED FOR DELETE SIMPLY
      *-- NEVER REACHES THE FILE - IT IS NEUTRALIZED, NOT DELETED.
                 MOVE 'D' TO SMN-STG-MARK
              END-IF
           ELSE
           IF ACTI(SMN-IDX) = 'L'
              IF NOT SMN-STG-ADD
                 MOVE 'L' TO SMN-STG-MARK
              END-IF
           ELSE
           IF ACTI(SMN-IDX) = 'U'
              IF SMN-STG-MARK = 'X'
                 MOVE 'A' TO SMN-STG-MARK
              ELSE
              IF SMN-STG-DELETE OR SMN-STG-UNLOCK
                 MOVE ' ' TO SMN-STG-MARK.

           EXEC CICS WRITEQ TS QUEUE('SECMWK') FROM(SMN-STAGE-REC)
           END-EXEC.
           MOVE 'Y' TO SMN-WS-CHANGED.
       FIN-APPLYONE. EXIT.
      *
       CHECK-UNLOCK-RIGHT SECTION.
      * SEC-REC HOLDS THE LOCKED PROFILE. LEAVES SMN-MSG SET WHEN THE
      * OPERATOR MAY NOT TOUCH IT. CHECK-MNT-PROFILE REUSES SEC-REC,
      * SO THE CALLER RESTORES THE IMAGE AFTERWARDS.
           IF SEC-OPID = EIBOPID
              MOVE 'LOCK ON YOUR OWN OPERATOR ID - ANOTHER SUPERVISOR'
                   TO SMN-MSG
              GO TO FIN-CHKUNLK.
           PERFORM CHECK-MNT-PROFILE.
           IF NOT SMN-MNT-ALLOWED
              MOVE 'LOCKED PROFILE - SUPERVISOR (MNT) PROFILE REQUIRED'
                   TO SMN-MSG
           END-IF.
       FIN-CHKUNLK. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * SAME THREE-PROBE LOOKUP AS HELLOW'S CHECK-MNT-PROFILE - EXACT
      * OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY.
           MOVE 0 TO SMN-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF SMN-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF SMN-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO SMN-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       APPLY-ADD-LINE SECTION.
      * PARSES 'OPID TERM DATA MNT' FROM THE ADD LINE AND STAGES IT
      * IN SECMWK ARE APPLIED IN ORDER, EACH ONE LOGGED TO CSSL WITH
      * THE OPERATOR WHO CONFIRMED.
           MOVE 0 TO SMN-LINE.
           MOVE 0 TO SMN-ADDS SMN-DELS SMN-UNLKS.
           PERFORM CONFIRM-ONE VARYING SMN-LINE FROM 1 BY 1
                UNTIL SMN-LINE > SMN-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('SECMWK') NOHANDLE END-EXEC.

           IF FCK-FROZEN
              PERFORM LOG-EMERGENCY
           END-IF.

           MOVE LOW-VALUES TO SECPMNTSO.
           MOVE 'MAINTENANCE COMPLETE - PROFILE FILE UPDATED'
                TO MSGLINEO.

           MOVE SMN-STG-IMAGE TO SEC-REC.

      *-- A PROFILE EDUFILAP LOCKED AFTER IT WAS STAGED IS NOT LET GO
      *-- BY AN ORDINARY DELETE EITHER.
           IF SMN-STG-DELETE
              PERFORM CHECK-LIVE-LOCK
              IF SMN-MSG NOT = SPACES
                 MOVE SPACES  TO SMN-MSG
                 MOVE SEC-KEY TO WS-SECLKD-KEY
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECLKD)
                      LENGTH(80) NOHANDLE END-EXEC
                 GO TO FIN-CONFIRMONE
              END-IF
           END-IF.

           IF SMN-STG-UNLOCK
              PERFORM CONFIRM-UNLOCK
              GO TO FIN-CONFIRMONE.

           IF SMN-STG-DELETE
              EXEC CICS DELETE FILE('SECPROF') RIDFLD(SEC-KEY)
                   KEYLENGTH(7) RESP(SMN-RESP) NOHANDLE
              END-EXEC
              IF SMN-RESP = DFHRESP(NORMAL)
                 ADD 1 TO SMN-DELS
                 MOVE SEC-KEY  TO WS-SECDEL-KEY
                 MOVE EIBOPID  TO WS-SECDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECDEL)
                      LENGTH(80) NOHANDLE END-EXEC
                 PERFORM MARK-REVOKE-APPLIED
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECERR)
                      LENGTH(80) NOHANDLE END-EXEC
                   LENGTH(LENGTH OF SEC-REC) RESP(SMN-RESP) NOHANDLE
              END-EXEC
              IF SMN-RESP = DFHRESP(NORMAL)
                 ADD 1 TO SMN-ADDS
                 MOVE SEC-KEY  TO WS-SECADD-KEY
                 MOVE EIBOPID  TO WS-SECADD-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECADD)
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECERR)
                      LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       CHECK-LIVE-LOCK SECTION.
      * RE-READS THE PROFILE ABOUT TO BE DELETED; WHEN IT IS LOCKED
      * NOW, THE UNLOCK RULES APPLY. SEC-REC IS LEFT AS STAGED.
           MOVE SPACES TO SMN-MSG.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP = DFHRESP(NORMAL) AND SEC-LOCKED
              PERFORM CHECK-UNLOCK-RIGHT
           END-IF.
           MOVE SMN-STG-IMAGE TO SEC-REC.
       FIN-CHKLIVELOCK. EXIT.
      *
       CONFIRM-UNLOCK SECTION.
      * LIFTS THE LOCK ON THE LIVE RECORD. A RECORD EDUFILAP CREATED
      * ONLY TO CARRY THE LOCK GOES AWAY; A REAL PROFILE KEEPS ITS
      * PERMISSIONS AND LOSES JUST THE LOCK. ONE ALREADY UNLOCKED
      * (ANOTHER SUPERVISOR GOT THERE FIRST) IS LEFT ALONE.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) UPDATE
                RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECERR)
                   LENGTH(80) NOHANDLE END-EXEC
              GO TO FIN-CONFUNLK.
           IF NOT SEC-LOCKED
              EXEC CICS UNLOCK FILE('SECPROF') NOHANDLE END-EXEC
              GO TO FIN-CONFUNLK.

           IF SEC-LOCK-MADE
              EXEC CICS DELETE FILE('SECPROF')
                   RESP(SMN-RESP) NOHANDLE
              END-EXEC
           ELSE
              MOVE SPACE  TO SEC-LOCK SEC-LOCK-ORIGIN
              MOVE SPACES TO SEC-LOCK-DATE SEC-LOCK-TIME
              EXEC CICS REWRITE FILE('SECPROF') FROM(SEC-REC)
                   LENGTH(LENGTH OF SEC-REC)
                   RESP(SMN-RESP) NOHANDLE
              END-EXEC
           END-IF.
           IF SMN-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECERR)
                   LENGTH(80) NOHANDLE END-EXEC
              GO TO FIN-CONFUNLK.

           ADD 1 TO SMN-UNLKS.
           MOVE SEC-KEY  TO WS-SECUNL-KEY.
           MOVE EIBOPID  TO WS-SECUNL-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECUNL)
                LENGTH(80) NOHANDLE END-EXEC.
           MOVE SEC-KEY TO SMN-VIO-KEY.
           EXEC CICS DELETEQ TS QUEUE(SMN-VIO-QNAME) NOHANDLE
           END-EXEC.
       FIN-CONFUNLK. EXIT.
      *
       MARK-REVOKE-APPLIED SECTION.
      * THE PROFILE JUST DELETED MAY BE ONE REVOKED IN THE OPEN
      * RECERTIFICATION - IF SO ITS SECRCRT ROW RECORDS WHO CARRIED
      * THE REVOKE OUT AND WHEN, WHICH SECRVW NEEDS TO CLOSE THE
      * REVIEW. ANY OTHER DELETE LEAVES SECRCRT ALONE.
           MOVE SEC-KEY TO RCR-KEY.
           EXEC CICS READ FILE('SECRCRT') INTO(RCR-REC)
                RIDFLD(RCR-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF RCR-REC) UPDATE
                RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-MARKAPPL.
           IF NOT RCR-REVOKE OR RCR-REVOKE-APPLIED
              EXEC CICS UNLOCK FILE('SECRCRT') NOHANDLE END-EXEC
              GO TO FIN-MARKAPPL.

           EXEC CICS ASKTIME ABSTIME(SMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SMN-TIME)
                YYYYMMDD(SMN-TODAY) NOHANDLE
           END-EXEC.
           SET RCR-REVOKE-APPLIED TO TRUE.
           MOVE EIBOPID   TO RCR-APPL-OPID.
           MOVE SMN-TODAY TO RCR-APPL-DATE.
           EXEC CICS REWRITE FILE('SECRCRT') FROM(RCR-REC)
                LENGTH(LENGTH OF RCR-REC)
                RESP(SMN-RESP) NOHANDLE
           END-EXEC.
           IF SMN-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SECRERR)
                   LENGTH(80) NOHANDLE END-EXEC
           END-IF.
       FIN-MARKAPPL. EXIT.
      *
       CHECK-FREEZE SECTION.
      * ASKS FRZCHK WHETHER A CHANGE FREEZE IS IN EFFECT. WITHOUT AN
      * EMERGENCY CHANGE REFERENCE ON THE SCREEN THE CONFIRM IS
      * REFUSED AND THE STAGED EDITS STAY PUT FOR A LATER CONFIRM.
           MOVE SPACES   TO FCK-REC.
           SET FCK-FUNC-CHECK TO TRUE.
           MOVE 'SECPMNT' TO FCK-SOURCE.
           MOVE 'N'      TO FCK-STATUS.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
           IF NOT FCK-FROZEN
              GO TO FIN-CHKFREEZE.

           IF EMRGREFI = SPACES OR EMRGREFI = LOW-VALUES
              MOVE SPACES TO SMN-MSG
              STRING 'EMERGENCY REF REQUIRED - FROZEN TO '
                                   DELIMITED BY SIZE
                     FCK-UNTIL     DELIMITED BY SIZE
                     ': '          DELIMITED BY SIZE
                     FCK-REASON    DELIMITED BY SIZE
                     INTO SMN-MSG
              GO TO FIN-CHKFREEZE.
           MOVE EMRGREFI TO FCK-EMERG-REF.
       FIN-CHKFREEZE. EXIT.
      *
       LOG-EMERGENCY SECTION.
      * THE PROFILE FILE CHANGED DURING A FREEZE - FRZCHK WRITES THE
      * QCHGAUD RECORD, THE CSSL LINE AND THE WARNING.
           MOVE SMN-ADDS TO SMN-ADDS-ED.
           MOVE SMN-DELS TO SMN-DELS-ED.
           MOVE SMN-UNLKS TO SMN-UNLKS-ED.
           MOVE SPACES TO FCK-SUMMARY.
           STRING 'SECPROF PROFILES ADDED' DELIMITED BY SIZE
                  SMN-ADDS-ED              DELIMITED BY SIZE
                  ' DELETED'               DELIMITED BY SIZE
                  SMN-DELS-ED              DELIMITED BY SIZE
                  ' UNLOCKED'              DELIMITED BY SIZE
                  SMN-UNLKS-ED             DELIMITED BY SIZE
                  INTO FCK-SUMMARY.
           SET FCK-FUNC-EMERG TO TRUE.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
       FIN-LOGEMERG. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
                  '    '          DELIMITED BY SIZE
                  SEC-ALLOW-MNT   DELIMITED BY SIZE
                  INTO LINO(SMN-IDX).
           IF SEC-LOCKED
              MOVE 'LOCKED'      TO LINO(SMN-IDX)(22:6)
              MOVE SEC-LOCK-DATE TO LINO(SMN-IDX)(29:8)
           END-IF.
           MOVE SMN-STG-MARK TO ACTO(SMN-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
