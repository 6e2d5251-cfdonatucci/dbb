      *  cada alta y baja aplicada queda logueada en CSSL. Transaccion
      *  OMNT, opcion 7 del menu HELLOW, misma puerta SEC-MNT-YES que
      *  INITMNT. Mapa BMS ONCMNTM/ONCMNTS.
      *  Oct 2026: antes de confirmar consulta el calendario de
      *  congelamiento por FRZCHK; durante un freeze el PF3 se
      *  rechaza salvo que el operador cargue una referencia de
      *  cambio de emergencia, que queda en QCHGAUD, CSSL y ALERTESC.
      *  Oct 2026: cada renglon puede llevar la escalera de
      *  escalamiento del grupo - espera del primario, secundario y
      *  gerente con su propia espera - cargada en una segunda linea
      *  de alta y mostrada a la derecha de la lista. ALRTDISP la
      *  usa para repaginar los CRITICAL que nadie reconoce.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       01  OMN-MSG                 PIC X(79) VALUE SPACES.
      *
      * CHANGE FREEZE - A CONFIRM WHILE A FREEZE IS DECLARED ON FRZCAL
      * IS REFUSED UNLESS THE OPERATOR KEYS AN EMERGENCY CHANGE
      * REFERENCE; ONE ACCEPTED THAT WAY IS RECORDED THROUGH FRZCHK
      * WITH THE ADD AND DELETE COUNTS AS ITS SUMMARY.
       77  OMN-ADDS                PIC 9(4)  COMP VALUE 0.
       77  OMN-DELS                PIC 9(4)  COMP VALUE 0.
       77  OMN-ADDS-ED             PIC ZZZ9  VALUE SPACES.
       77  OMN-DELS-ED             PIC ZZZ9  VALUE SPACES.
           COPY FRZCHKW.
      *
      * REAL-CALENDAR-DATE CHECK FOR THE ADD LINE'S FROM/TO DATES -
      * SAME VALIDATION HOLMNT APPLIES: A FAT-FINGERED FEBRUARY 30TH
      * WOULD SIT ON THE ROSTER INERT AND THE SHIFT IT MEANT TO
           05  OMN-ADD-DEST        PIC X(8).
           05  FILLER              PIC X(3).
      *
      * THE SECOND ADD LINE - 'PWAIT STYPE SDEST SWAIT MTYPE MDEST
      * MWAIT', WAITS IN MINUTES. BLANK MEANS NO LADDER.
       01  OMN-LADPARSE.
           05  OMN-LAD-PWAIT       PIC X(3).
           05  FILLER              PIC X.
           05  OMN-LAD-STYPE       PIC X.
           05  FILLER              PIC X.
           05  OMN-LAD-SDEST       PIC X(8).
           05  FILLER              PIC X.
           05  OMN-LAD-SWAIT       PIC X(3).
           05  FILLER              PIC X.
           05  OMN-LAD-MTYPE       PIC X.
           05  FILLER              PIC X.
           05  OMN-LAD-MDEST       PIC X(8).
           05  FILLER              PIC X.
           05  OMN-LAD-MWAIT       PIC X(3).
           05  FILLER              PIC X(7).
       77  OMN-LAD-BAD             PIC 9     VALUE 0.
       77  OMN-LAD-PTR             PIC 9(4)  COMP VALUE 0.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS SECPMNT.
       01  OMN-WS-COMMAREA.

           IF EIBAID = DFHPF3
              IF OMN-WS-CHANGED = 'Y'
                 PERFORM CHECK-FREEZE
                 IF OMN-MSG NOT = SPACES
                    PERFORM SEND-LIST-MAP
                 ELSE
                    PERFORM CONFIRM-CHANGES
                 END-IF
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('ONCMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
                UNTIL OMN-IDX > 8.
           IF ADDLINI NOT = SPACES
              PERFORM APPLY-ADD-LINE
           ELSE
           IF ADDLADI NOT = SPACES AND ADDLADI NOT = LOW-VALUES
              MOVE 'LADDER IGNORED - IT GOES WITH AN ADD LINE'
                   TO OMN-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
           IF OMN-ADD-TYPE NOT = 'C' AND OMN-ADD-DEST = SPACES
              MOVE 'ADD REJECTED - DESTINATION REQUIRED' TO OMN-MSG
              GO TO FIN-APPLYADD.
           IF ADDLADI = LOW-VALUES
              MOVE SPACES TO ADDLADI.
           MOVE ADDLADI TO OMN-LADPARSE.
           PERFORM VALIDATE-LADDER.
           IF OMN-LAD-BAD = 1
              GO TO FIN-APPLYADD.

           MOVE SPACES         TO ONC-REC.
           MOVE OMN-ADD-GROUP  TO ONC-GROUP.
           ELSE
              MOVE OMN-ADD-DEST TO ONC-DEST
           END-IF.
           PERFORM MOVE-LADDER.

           ADD 1 TO OMN-WS-TOTAL.
           MOVE SPACES  TO OMN-STAGE-REC.
           END-EXEC.
           MOVE 'Y' TO OMN-WS-CHANGED.
       FIN-APPLYADD. EXIT.
      *
       VALIDATE-LADDER SECTION.
      * A LADDER NEEDS AT LEAST THE PRIMARY'S WAIT AND A SECONDARY.
      * THE SECONDARY'S WAIT IS REQUIRED ONLY WHEN A MANAGER FOLLOWS;
      * THE LAST LEVEL'S WAIT IS OPTIONAL - WHEN GIVEN, RUNNING OUT OF
      * IT IS REPORTED AS A LADDER WITH NOBODY LEFT TO CALL. WAITS
      * ARE 001-480 MINUTES, SO A WHOLE LADDER FITS IN A DAY.
           MOVE 0 TO OMN-LAD-BAD.
           IF OMN-LADPARSE = SPACES
              GO TO FIN-VALLAD.
           MOVE 1 TO OMN-LAD-BAD.
           IF OMN-LAD-PWAIT NOT NUMERIC
              OR OMN-LAD-PWAIT < '001' OR OMN-LAD-PWAIT > '480'
              MOVE 'ADD REJECTED - LADDER WAITS 001-480 MINUTES'
                   TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-STYPE NOT = 'C' AND OMN-LAD-STYPE NOT = 'Q'
              AND OMN-LAD-STYPE NOT = 'T'
              MOVE 'ADD REJECTED - SECONDARY TYPE MUST BE C, Q OR T'
                   TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-STYPE NOT = 'C' AND OMN-LAD-SDEST = SPACES
              MOVE 'ADD REJECTED - SECONDARY DESTINATION REQUIRED'
                   TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-SWAIT = SPACES AND OMN-LAD-MTYPE NOT = SPACE
              MOVE 'ADD REJECTED - SECONDARY WAIT REQUIRED' TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-SWAIT NOT = SPACES
              IF OMN-LAD-SWAIT NOT NUMERIC
                 OR OMN-LAD-SWAIT < '001' OR OMN-LAD-SWAIT > '480'
                 MOVE 'ADD REJECTED - LADDER WAITS 001-480 MINUTES'
                      TO OMN-MSG
                 GO TO FIN-VALLAD
              END-IF
           END-IF.
           IF OMN-LAD-MTYPE = SPACE
              IF OMN-LAD-MDEST NOT = SPACES
                 OR OMN-LAD-MWAIT NOT = SPACES
                 MOVE 'ADD REJECTED - MANAGER TYPE MISSING' TO OMN-MSG
                 GO TO FIN-VALLAD
              END-IF
              MOVE 0 TO OMN-LAD-BAD
              GO TO FIN-VALLAD.
           IF OMN-LAD-MTYPE NOT = 'C' AND OMN-LAD-MTYPE NOT = 'Q'
              AND OMN-LAD-MTYPE NOT = 'T'
              MOVE 'ADD REJECTED - MANAGER TYPE MUST BE C, Q OR T'
                   TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-MTYPE NOT = 'C' AND OMN-LAD-MDEST = SPACES
              MOVE 'ADD REJECTED - MANAGER DESTINATION REQUIRED'
                   TO OMN-MSG
              GO TO FIN-VALLAD.
           IF OMN-LAD-MWAIT NOT = SPACES
              IF OMN-LAD-MWAIT NOT NUMERIC
                 OR OMN-LAD-MWAIT < '001' OR OMN-LAD-MWAIT > '480'
                 MOVE 'ADD REJECTED - LADDER WAITS 001-480 MINUTES'
                      TO OMN-MSG
                 GO TO FIN-VALLAD
              END-IF
           END-IF.
           MOVE 0 TO OMN-LAD-BAD.
       FIN-VALLAD. EXIT.
      *
       MOVE-LADDER SECTION.
      * VALIDATED LADDER ONTO THE NEW ROSTER IMAGE - A WAIT LEFT
      * BLANK STAYS BLANK, CONSOLE LEVELS SPELL 'CONSOLE' LIKE THE
      * PRIMARY DOES.
           IF OMN-LADPARSE = SPACES
              GO TO FIN-MOVELAD.
           MOVE OMN-LAD-PWAIT TO ONC-WAIT1.
           MOVE OMN-LAD-STYPE TO ONC-SEC-DTYPE.
           IF OMN-LAD-STYPE = 'C'
              MOVE 'CONSOLE ' TO ONC-SEC-DEST
           ELSE
              MOVE OMN-LAD-SDEST TO ONC-SEC-DEST.
           IF OMN-LAD-SWAIT NOT = SPACES
              MOVE OMN-LAD-SWAIT TO ONC-WAIT2.
           IF OMN-LAD-MTYPE = SPACE
              GO TO FIN-MOVELAD.
           MOVE OMN-LAD-MTYPE TO ONC-MGR-DTYPE.
           IF OMN-LAD-MTYPE = 'C'
              MOVE 'CONSOLE ' TO ONC-MGR-DEST
           ELSE
              MOVE OMN-LAD-MDEST TO ONC-MGR-DEST.
           IF OMN-LAD-MWAIT NOT = SPACES
              MOVE OMN-LAD-MWAIT TO ONC-WAIT3.
       FIN-MOVELAD. EXIT.
      *
       VALIDATE-ROSTER-DATE SECTION.
      * YYYYMMDD IN OMN-VD-DATE, REAL MONTH, REAL DAY FOR THE MONTH -
      *
       CONFIRM-CHANGES SECTION.
           MOVE 0 TO OMN-LINE.
           MOVE 0 TO OMN-ADDS OMN-DELS.
           PERFORM CONFIRM-ONE VARYING OMN-LINE FROM 1 BY 1
                UNTIL OMN-LINE > OMN-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('ONCMWK') NOHANDLE END-EXEC.

           IF FCK-FROZEN
              PERFORM LOG-EMERGENCY
           END-IF.

           MOVE LOW-VALUES TO ONCMNTSO.
           MOVE 'MAINTENANCE COMPLETE - ROSTER UPDATED' TO MSGLINEO.
           EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   KEYLENGTH(18) RESP(OMN-RESP) NOHANDLE
              END-EXEC
              IF OMN-RESP = DFHRESP(NORMAL)
                 ADD 1 TO OMN-DELS
                 MOVE ONC-GROUP TO WS-ONCDEL-GRP
                 MOVE EIBOPID   TO WS-ONCDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-ONCDEL)
              ADD 1 TO ONC-SEQ
              GO TO CONFIRM-ADD-TRY.
           IF OMN-RESP = DFHRESP(NORMAL)
              ADD 1 TO OMN-ADDS
              MOVE ONC-GROUP TO WS-ONCADD-GRP
              MOVE EIBOPID   TO WS-ONCADD-OPID
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-ONCADD)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-ONCERR)
                   LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       CHECK-FREEZE SECTION.
      * ASKS FRZCHK WHETHER A CHANGE FREEZE IS IN EFFECT. WITHOUT AN
      * EMERGENCY CHANGE REFERENCE ON THE SCREEN THE CONFIRM IS
      * REFUSED AND THE STAGED EDITS STAY PUT FOR A LATER CONFIRM.
           MOVE SPACES   TO FCK-REC.
           SET FCK-FUNC-CHECK TO TRUE.
           MOVE 'ONCMNT' TO FCK-SOURCE.
           MOVE 'N'      TO FCK-STATUS.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
           IF NOT FCK-FROZEN
              GO TO FIN-CHKFREEZE.

           IF EMRGREFI = SPACES OR EMRGREFI = LOW-VALUES
              MOVE SPACES TO OMN-MSG
              STRING 'EMERGENCY REF REQUIRED - FROZEN TO '
                                   DELIMITED BY SIZE
                     FCK-UNTIL     DELIMITED BY SIZE
                     ': '          DELIMITED BY SIZE
                     FCK-REASON    DELIMITED BY SIZE
                     INTO OMN-MSG
              GO TO FIN-CHKFREEZE.
           MOVE EMRGREFI TO FCK-EMERG-REF.
       FIN-CHKFREEZE. EXIT.
      *
       LOG-EMERGENCY SECTION.
      * THE ROSTER CHANGED DURING A FREEZE - FRZCHK WRITES THE
      * QCHGAUD RECORD, THE CSSL LINE AND THE WARNING.
           MOVE OMN-ADDS TO OMN-ADDS-ED.
           MOVE OMN-DELS TO OMN-DELS-ED.
           MOVE SPACES TO FCK-SUMMARY.
           STRING 'ONCALL ROSTER ROWS ADDED' DELIMITED BY SIZE
                  OMN-ADDS-ED                DELIMITED BY SIZE
                  ' DELETED'                 DELIMITED BY SIZE
                  OMN-DELS-ED                DELIMITED BY SIZE
                  INTO FCK-SUMMARY.
           SET FCK-FUNC-EMERG TO TRUE.
           EXEC CICS LINK PROGRAM('FRZCHK') COMMAREA(FCK-REC)
                LENGTH(LENGTH OF FCK-REC) NOHANDLE
           END-EXEC.
       FIN-LOGEMERG. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
                  ' '        DELIMITED BY SIZE
                  ONC-DEST   DELIMITED BY SIZE
                  INTO LINO(OMN-IDX).
           IF NOT ONC-NO-LADDER
              PERFORM BUILD-LADDER.
           MOVE OMN-STG-MARK TO ACTO(OMN-IDX).
       FIN-BUILDLINE. EXIT.
      *
       BUILD-LADDER SECTION.
      * THE LADDER TO THE RIGHT OF THE ROW - WAIT, LEVEL, WAIT, LEVEL,
      * WAIT. A CONSOLE LEVEL SHOWS ONLY ITS TYPE SO THE ROW STILL
      * FITS WITH TWO QUEUE OR TRANSACTION LEVELS.
           MOVE 49 TO OMN-LAD-PTR.
           STRING ' '           DELIMITED BY SIZE
                  ONC-WAIT1     DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  ONC-SEC-DTYPE DELIMITED BY SIZE
                  INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
           IF ONC-SEC-DTYPE NOT = 'C'
              STRING ' '          DELIMITED BY SIZE
                     ONC-SEC-DEST DELIMITED BY SPACE
                     INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
           STRING ' '           DELIMITED BY SIZE
                  ONC-WAIT2     DELIMITED BY SIZE
                  INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
           IF ONC-NO-MANAGER
              GO TO FIN-BUILDLAD.
           STRING ' '           DELIMITED BY SIZE
                  ONC-MGR-DTYPE DELIMITED BY SIZE
                  INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
           IF ONC-MGR-DTYPE NOT = 'C'
              STRING ' '          DELIMITED BY SIZE
                     ONC-MGR-DEST DELIMITED BY SPACE
                     INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
           STRING ' '           DELIMITED BY SIZE
                  ONC-WAIT3     DELIMITED BY SIZE
                  INTO LINO(OMN-IDX) WITH POINTER OMN-LAD-PTR.
       FIN-BUILDLAD. EXIT.
      *////////////////////////////////////////////////////////////////
