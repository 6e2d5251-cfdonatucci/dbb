       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Mantenimiento online de los runbooks de alertas RUNBOOK (ver
      *  RUNBKS) - los pasos numerados de recuperacion y el contacto
      *  de escalamiento que el operador de la noche ve en ALRTCON
      *  para una alerta, en vez de tener que llamar a alguien para
      *  saber que hacer. Un runbook es de un programa fuente y un
      *  patron del texto del mensaje (patron en blanco = cualquier
      *  alerta de ese fuente); el paso 00 es el contacto. Mismo
      *  esquema de staging-y-confirmacion que HOLMNT: los pasos se
      *  traen a la TS RBKMWK mientras se editan (D marca para
      *  borrar, la linea de alta agrega un paso) y recien al
      *  confirmar con PF3 se aplican al archivo; cada alta y baja
      *  aplicada queda logueada en CSSL con el operador. Para
      *  cambiar un paso se lo borra y se lo vuelve a agregar.
      *  Transaccion RMNT, opcion I del menu HELLOW, puerta
      *  SEC-MNT-YES de SECPROF. Mapa BMS RBKMNTM/RBKMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  RMN-RESP                PIC S9(8) COMP.
       77  RMN-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  RMN-IDX                 PIC 9(4)  COMP.
       77  RMN-LINE                PIC 9(4)  COMP.
       77  RMN-EOF                 PIC 9     VALUE 0.
           88  RMN-BROWSE-DONE          VALUE 1.
       77  RMN-BR-OPEN             PIC 9     VALUE 0.
           88  RMN-BROWSE-OPEN          VALUE 1.
       77  RMN-STAGE-LEN           PIC 9(4)  COMP VALUE 96.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON HOLMNT CARRIES HMN-MSG.
       01  RMN-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE STAGED ROW - A MARK BYTE IN FRONT OF THE 90-BYTE RUNBOOK
      * STEP IMAGE, PADDED TO 96. ' ' = UNCHANGED, 'D' = DELETE ON
      * CONFIRM, 'A' = ADD ON CONFIRM.
       01  RMN-STAGE-REC.
           05  RMN-STG-MARK        PIC X.
               88  RMN-STG-DELETE         VALUE 'D'.
               88  RMN-STG-ADD            VALUE 'A'.
           05  RMN-STG-IMAGE       PIC X(90).
           05  FILLER              PIC X(5).
      *
           COPY RUNBKS.
      *
      * THE ADD LINE IN THE SAME COLUMNS AS THE LIST ROWS, SO THE
      * RULER UNDER IT ON THE SCREEN LINES UP.
       01  RMN-ADDPARSE.
           05  RMN-ADD-SOURCE      PIC X(8).
           05  FILLER              PIC X.
           05  RMN-ADD-PATTERN     PIC X(16).
           05  FILLER              PIC X.
           05  RMN-ADD-STEP        PIC X(2).
           05  RMN-ADD-STEP-N REDEFINES RMN-ADD-STEP
                                   PIC 9(2).
           05  FILLER              PIC X.
           05  RMN-ADD-TEXT        PIC X(48).
       01  RMN-TODAY               PIC X(8)  VALUE SPACES.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS HOLMNT.
       01  RMN-WS-COMMAREA.
           05  RMN-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  RMN-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  RMN-WS-CHANGED    PIC X         VALUE 'N'.
      *
       01  WS-RBKADD.
           05  FILLER               PIC X(28) VALUE
               'RBKM001I runbook step added '.
           05  WS-RBKADD-KEY        PIC X(26) VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE ' by '.
           05  WS-RBKADD-OPID       PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-RBKDEL.
           05  FILLER               PIC X(30) VALUE
               'RBKM002I runbook step deleted '.
           05  WS-RBKDEL-KEY        PIC X(26) VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE ' by '.
           05  WS-RBKDEL-OPID       PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-RBKERR                PIC X(80) VALUE
              'RBKM003E Error updating RUNBOOK alert runbook file'.
      *
           COPY DFHAID.
           COPY RBKMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY RBKMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              PERFORM LOAD-RUNBOOKS
              MOVE 1 TO RMN-WS-TOP
              MOVE 'N' TO RMN-WS-CHANGED
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE RMN-TOP     TO RMN-WS-TOP.
           MOVE RMN-TOTAL   TO RMN-WS-TOTAL.
           MOVE RMN-CHANGED TO RMN-WS-CHANGED.
           PERFORM RECEIVE-LIST.
           MOVE RMN-WS-TOP     TO RMN-TOP.
           MOVE RMN-WS-TOTAL   TO RMN-TOTAL.
           MOVE RMN-WS-CHANGED TO RMN-CHANGED.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(RMN-WS-COMMAREA)
                LENGTH(LENGTH OF RMN-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-RUNBOOKS SECTION.
      * BRINGS EVERY RUNBOOK STEP INTO THE RBKMWK STAGING TS - EDITS
      * HAPPEN THERE AND THE LIVE FILE IS ONLY TOUCHED ON CONFIRM,
      * THE SAME WAY HOLMNT STAGES THE HOLIDAY CALENDAR.
           EXEC CICS DELETEQ TS QUEUE('RBKMWK') NOHANDLE END-EXEC.
           MOVE 0 TO RMN-WS-TOTAL.
           MOVE 0 TO RMN-EOF.

           MOVE LOW-VALUES TO RBK-KEY.
           MOVE 0 TO RMN-BR-OPEN.
           EXEC CICS STARTBR FILE('RUNBOOK') RIDFLD(RBK-KEY)
                KEYLENGTH(26) GTEQ RESP(RMN-RESP) NOHANDLE
           END-EXEC.
           IF RMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO RMN-EOF
           ELSE
              MOVE 1 TO RMN-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL RMN-BROWSE-DONE
                              OR RMN-WS-TOTAL >= 500.

           IF RMN-BROWSE-OPEN
              EXEC CICS ENDBR FILE('RUNBOOK') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADRBK. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('RUNBOOK') INTO(RBK-REC)
                RIDFLD(RBK-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF RBK-REC)
                RESP(RMN-RESP) NOHANDLE
           END-EXEC.
           IF RMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO RMN-EOF
              GO TO FIN-LOADONE.

           ADD 1 TO RMN-WS-TOTAL.
           MOVE SPACES  TO RMN-STAGE-REC.
           MOVE RBK-REC TO RMN-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('RBKMWK') FROM(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('RBKMNTS') MAPSET('RBKMNTM')
                INTO(RBKMNTSI) RESP(RMN-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              IF RMN-WS-CHANGED = 'Y'
                 PERFORM CONFIRM-CHANGES
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('RBKMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF RMN-WS-TOP > 8
                 SUBTRACT 8 FROM RMN-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF RMN-WS-TOP + 8 <= RMN-WS-TOTAL
                 ADD 8 TO RMN-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       APPLY-ACTIONS SECTION.
           PERFORM APPLY-ONE VARYING RMN-IDX FROM 1 BY 1
                UNTIL RMN-IDX > 8.
           IF ADDLINI NOT = SPACES
              PERFORM APPLY-ADD-LINE
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE RMN-LINE = RMN-WS-TOP + RMN-IDX - 1.
           IF RMN-LINE > RMN-WS-TOTAL OR ACTI(RMN-IDX) = SPACE
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('RBKMWK') INTO(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-LINE)
                RESP(RMN-RESP) NOHANDLE
           END-EXEC.

           IF ACTI(RMN-IDX) = 'D'
      *-- A ROW STAGED AS AN ADD AND THEN MARKED FOR DELETE SIMPLY
      *-- NEVER REACHES THE FILE - IT IS NEUTRALIZED, NOT DELETED.
              IF RMN-STG-ADD
                 MOVE 'X' TO RMN-STG-MARK
              ELSE
                 MOVE 'D' TO RMN-STG-MARK
              END-IF
           ELSE
           IF ACTI(RMN-IDX) = 'U'
              IF RMN-STG-MARK = 'X'
                 MOVE 'A' TO RMN-STG-MARK
              ELSE
              IF RMN-STG-DELETE
                 MOVE ' ' TO RMN-STG-MARK.

           EXEC CICS WRITEQ TS QUEUE('RBKMWK') FROM(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-LINE) REWRITE
                RESP(RMN-RESP) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO RMN-WS-CHANGED.
       FIN-APPLYONE. EXIT.
      *
       APPLY-ADD-LINE SECTION.
      * PARSES 'SOURCE PATTERN STEP TEXT' IN THE RULER COLUMNS AND
      * STAGES A NEW STEP - A SOURCE PROGRAM, A TWO-DIGIT STEP AND
      * SOMETHING TO SAY. THE PATTERN MAY BE BLANK (ANY ALERT FROM
      * THE SOURCE).
           MOVE ADDLINI TO RMN-ADDPARSE.
           IF RMN-ADD-SOURCE = SPACES
              MOVE 'ADD REJECTED - SOURCE PROGRAM REQUIRED' TO RMN-MSG
              GO TO FIN-APPLYADD.
           IF RMN-ADD-STEP NOT NUMERIC
              MOVE 'ADD REJECTED - STEP NOT 00-99' TO RMN-MSG
              GO TO FIN-APPLYADD.
           IF RMN-ADD-TEXT = SPACES
              IF RMN-ADD-STEP-N = 0
                 MOVE 'ADD REJECTED - ESCALATION CONTACT REQUIRED'
                      TO RMN-MSG
              ELSE
                 MOVE 'ADD REJECTED - STEP TEXT REQUIRED' TO RMN-MSG
              END-IF
              GO TO FIN-APPLYADD.

           EXEC CICS ASKTIME ABSTIME(RMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(RMN-TIME)
                YYYYMMDD(RMN-TODAY) NOHANDLE
           END-EXEC.

           MOVE SPACES          TO RBK-REC.
           MOVE RMN-ADD-SOURCE  TO RBK-SOURCE.
           MOVE RMN-ADD-PATTERN TO RBK-PATTERN.
           MOVE RMN-ADD-STEP-N  TO RBK-STEP.
           MOVE RMN-ADD-TEXT    TO RBK-TEXT.
           MOVE EIBOPID         TO RBK-OPID.
           MOVE RMN-TODAY       TO RBK-UPDATED.

           ADD 1 TO RMN-WS-TOTAL.
           MOVE SPACES  TO RMN-STAGE-REC.
           MOVE 'A'     TO RMN-STG-MARK.
           MOVE RBK-REC TO RMN-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('RBKMWK') FROM(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-WS-TOTAL) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO RMN-WS-CHANGED.
       FIN-APPLYADD. EXIT.
      *
       CONFIRM-CHANGES SECTION.
      * THE LIVE FILE IS ONLY TOUCHED HERE - DELETES AND ADDS STAGED
      * IN RBKMWK ARE APPLIED IN ORDER, EACH ONE LOGGED TO CSSL WITH
      * THE OPERATOR WHO CONFIRMED.
           MOVE 0 TO RMN-LINE.
           PERFORM CONFIRM-ONE VARYING RMN-LINE FROM 1 BY 1
                UNTIL RMN-LINE > RMN-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('RBKMWK') NOHANDLE END-EXEC.

           MOVE LOW-VALUES TO RBKMNTSO.
           MOVE 'MAINTENANCE COMPLETE - RUNBOOKS UPDATED'
                TO MSGLINEO.
           EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                END-EXEC.
           EXEC CICS RETURN END-EXEC.
       FIN-CONFIRM. EXIT.
      *
       CONFIRM-ONE SECTION.
           EXEC CICS READQ TS QUEUE('RBKMWK') INTO(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-LINE)
                RESP(RMN-RESP) NOHANDLE
           END-EXEC.
           IF RMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-CONFIRMONE.

           MOVE RMN-STG-IMAGE TO RBK-REC.

           IF RMN-STG-DELETE
              EXEC CICS DELETE FILE('RUNBOOK') RIDFLD(RBK-KEY)
                   KEYLENGTH(26) RESP(RMN-RESP) NOHANDLE
              END-EXEC
              IF RMN-RESP = DFHRESP(NORMAL)
                 MOVE RBK-KEY  TO WS-RBKDEL-KEY
                 MOVE EIBOPID  TO WS-RBKDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-RBKDEL)
                      LENGTH(80) NOHANDLE END-EXEC
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-RBKERR)
                      LENGTH(80) NOHANDLE END-EXEC
              END-IF
           ELSE
           IF RMN-STG-ADD
              EXEC CICS WRITE FILE('RUNBOOK') FROM(RBK-REC)
                   RIDFLD(RBK-KEY) KEYLENGTH(26)
                   LENGTH(LENGTH OF RBK-REC) RESP(RMN-RESP) NOHANDLE
              END-EXEC
              IF RMN-RESP = DFHRESP(NORMAL)
                 MOVE RBK-KEY  TO WS-RBKADD-KEY
                 MOVE EIBOPID  TO WS-RBKADD-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-RBKADD)
                      LENGTH(80) NOHANDLE END-EXEC
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-RBKERR)
                      LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('RBKMNTS') MAPSET('RBKMNTM')
                FROM(RBKMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO RBKMNTSO.
           EXEC CICS ASKTIME ABSTIME(RMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(RMN-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           PERFORM BUILD-LINE VARYING RMN-IDX FROM 1 BY 1
                UNTIL RMN-IDX > 8.
           IF RMN-WS-TOTAL = 0
              MOVE 'NO RUNBOOKS ON FILE - USE THE ADD LINE'
                   TO MSGLINEO
           END-IF.

      * A REJECTION RAISED WHILE STAGING OUTRANKS THE ROUTINE TEXT -
      * SHOW IT ONCE, THEN CLEAR IT FOR THE NEXT TURN.
           IF RMN-MSG NOT = SPACES
              MOVE RMN-MSG TO MSGLINEO
              MOVE SPACES  TO RMN-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE RMN-LINE = RMN-WS-TOP + RMN-IDX - 1.
           IF RMN-LINE > RMN-WS-TOTAL
              MOVE SPACES TO LINO(RMN-IDX)
              MOVE SPACE  TO ACTO(RMN-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('RBKMWK') INTO(RMN-STAGE-REC)
                LENGTH(RMN-STAGE-LEN) ITEM(RMN-LINE)
                RESP(RMN-RESP) NOHANDLE
           END-EXEC.
           MOVE RMN-STG-IMAGE TO RBK-REC.
           MOVE SPACES TO LINO(RMN-IDX).
           STRING RBK-SOURCE  DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  RBK-PATTERN DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  RBK-STEP    DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  RBK-TEXT    DELIMITED BY SIZE
                  INTO LINO(RMN-IDX).
           MOVE RMN-STG-MARK TO ACTO(RMN-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
