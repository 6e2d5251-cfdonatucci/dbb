      *  alta y baja aplicada queda logueada en CSSL. Transaccion
      *  HMNT, opcion 6 del menu HELLOW, misma puerta SEC-MNT-YES de
      *  SECPROF que INITMNT. Mapa BMS HOLMNTM/HOLMNTS.
      *  Oct 2026: antes de confirmar consulta el calendario de
      *  congelamiento por FRZCHK; durante un freeze el PF3 se
      *  rechaza salvo que el operador cargue una referencia de
      *  cambio de emergencia, que queda en QCHGAUD, CSSL y ALERTESC.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  HMN-MAXDD               PIC 9(2)  VALUE 0.
       77  HMN-LEAP-R              PIC 9(4)  VALUE 0.
      *
      * CHANGE FREEZE - A CONFIRM WHILE A FREEZE IS DECLARED ON FRZCAL
      * IS REFUSED UNLESS THE OPERATOR KEYS AN EMERGENCY CHANGE
      * REFERENCE; ONE ACCEPTED THAT WAY IS RECORDED THROUGH FRZCHK
      * WITH THE ADD AND DELETE COUNTS AS ITS SUMMARY.
       77  HMN-ADDS                PIC 9(4)  COMP VALUE 0.
       77  HMN-DELS                PIC 9(4)  COMP VALUE 0.
       77  HMN-ADDS-ED             PIC ZZZ9  VALUE SPACES.
       77  HMN-DELS-ED             PIC ZZZ9  VALUE SPACES.
           COPY FRZCHKW.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS SECPMNT.
       01  HMN-WS-COMMAREA.

           IF EIBAID = DFHPF3
              IF HMN-WS-CHANGED = 'Y'
                 PERFORM CHECK-FREEZE
                 IF HMN-MSG NOT = SPACES
                    PERFORM SEND-LIST-MAP
                 ELSE
                    PERFORM CONFIRM-CHANGES
                 END-IF
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('HOLMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
      * IN HOLMWK ARE APPLIED IN ORDER, EACH ONE LOGGED TO CSSL WITH
      * THE OPERATOR WHO CONFIRMED.
           MOVE 0 TO HMN-LINE.
           MOVE 0 TO HMN-ADDS HMN-DELS.
           PERFORM CONFIRM-ONE VARYING HMN-LINE FROM 1 BY 1
                UNTIL HMN-LINE > HMN-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('HOLMWK') NOHANDLE END-EXEC.

           IF FCK-FROZEN
              PERFORM LOG-EMERGENCY
           END-IF.

           MOVE LOW-VALUES TO HOLMNTSO.
           MOVE 'MAINTENANCE COMPLETE - CALENDAR UPDATED'
                TO MSGLINEO.
                   KEYLENGTH(8) RESP(HMN-RESP) NOHANDLE
              END-EXEC
              IF HMN-RESP = DFHRESP(NORMAL)
                 ADD 1 TO HMN-DELS
                 MOVE HOL-DATE TO WS-HOLDEL-KEY
                 MOVE EIBOPID  TO WS-HOLDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-HOLDEL)
                   LENGTH(LENGTH OF HOL-REC) RESP(HMN-RESP) NOHANDLE
              END-EXEC
              IF HMN-RESP = DFHRESP(NORMAL)
                 ADD 1 TO HMN-ADDS
                 MOVE HOL-DATE TO WS-HOLADD-KEY
                 MOVE EIBOPID  TO WS-HOLADD-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-HOLADD)
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-HOLERR)
                      LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       CHECK-FREEZE SECTION.
      * ASKS FRZCHK WHETHER A CHANGE FREEZE IS IN EFFECT. WITHOUT AN
      * EMERGENCY CHANGE REFERENCE ON THE SCREEN THE CONFIRM IS
      * REFUSED AND THE STAGED EDITS STAY PUT FOR A LATER CONFIRM.
           MOVE SPACES   TO FCK-REC.
           SET FCK-FUNC-CHECK TO TRUE.
           MOVE 'HOLMNT' TO FCK-SOURCE.
           MOVE 'N'      TO FCK-STATUS.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
           IF NOT FCK-FROZEN
              GO TO FIN-CHKFREEZE.

           IF EMRGREFI = SPACES OR EMRGREFI = LOW-VALUES
              MOVE SPACES TO HMN-MSG
              STRING 'EMERGENCY REF REQUIRED - FROZEN TO '
                                   DELIMITED BY SIZE
                     FCK-UNTIL     DELIMITED BY SIZE
                     ': '          DELIMITED BY SIZE
                     FCK-REASON    DELIMITED BY SIZE
                     INTO HMN-MSG
              GO TO FIN-CHKFREEZE.
           MOVE EMRGREFI TO FCK-EMERG-REF.
       FIN-CHKFREEZE. EXIT.
      *
       LOG-EMERGENCY SECTION.
      * THE CALENDAR CHANGED DURING A FREEZE - FRZCHK WRITES THE
      * QCHGAUD RECORD, THE CSSL LINE AND THE WARNING.
           MOVE HMN-ADDS TO HMN-ADDS-ED.
           MOVE HMN-DELS TO HMN-DELS-ED.
           MOVE SPACES TO FCK-SUMMARY.
           STRING 'HOLCAL HOLIDAYS ADDED' DELIMITED BY SIZE
                  HMN-ADDS-ED             DELIMITED BY SIZE
                  ' DELETED'              DELIMITED BY SIZE
                  HMN-DELS-ED             DELIMITED BY SIZE
                  INTO FCK-SUMMARY.
           SET FCK-FUNC-EMERG TO TRUE.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
       FIN-LOGEMERG. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
