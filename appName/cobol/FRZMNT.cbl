       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Mantenimiento online del calendario de congelamiento de
      *  cambios FRZCAL (ver FRZCALS) - los rangos fecha-hora de
      *  cierre de mes y semanas de auditoria durante los cuales
      *  INITMNT, SECPMNT, HOLMNT y ONCMNT rechazan la confirmacion
      *  salvo que el operador cargue una referencia de cambio de
      *  emergencia (ver FRZCHK). Mismo esquema de staging-y-
      *  confirmacion que HOLMNT: los rangos se traen a la TS FRZMWK
      *  mientras se editan (D marca para borrar, la linea de alta
      *  agrega con validacion de fechas y horas) y recien al
      *  confirmar con PF3 se aplican al archivo; cada alta y baja
      *  aplicada queda logueada en CSSL con el supervisor. Este
      *  programa no consulta el freeze - es el que lo levanta.
      *  Transaccion FMNT, opcion H del menu HELLOW, puerta
      *  SEC-MNT-YES de SECPROF. Mapa BMS FRZMNTM/FRZMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  FMN-RESP                PIC S9(8) COMP.
       77  FMN-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  FMN-IDX                 PIC 9(4)  COMP.
       77  FMN-LINE                PIC 9(4)  COMP.
       77  FMN-EOF                 PIC 9     VALUE 0.
           88  FMN-BROWSE-DONE          VALUE 1.
       77  FMN-BR-OPEN             PIC 9     VALUE 0.
           88  FMN-BROWSE-OPEN          VALUE 1.
       77  FMN-STAGE-LEN           PIC 9(4)  COMP VALUE 88.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON HOLMNT CARRIES HMN-MSG.
       01  FMN-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE STAGED ROW - A MARK BYTE IN FRONT OF THE 80-BYTE FREEZE
      * RECORD IMAGE, PADDED TO 88 LIKE THE OTHER MAINTENANCE
      * SCREENS. ' ' = UNCHANGED, 'D' = DELETE ON CONFIRM, 'A' = ADD
      * ON CONFIRM.
       01  FMN-STAGE-REC.
           05  FMN-STG-MARK        PIC X.
               88  FMN-STG-DELETE         VALUE 'D'.
               88  FMN-STG-ADD            VALUE 'A'.
           05  FMN-STG-IMAGE       PIC X(80).
           05  FILLER              PIC X(7).
      *
           COPY FRZCALS.
      *
       01  FMN-ADDPARSE.
           05  FMN-ADD-FROMDT      PIC X(8).
           05  FILLER              PIC X.
           05  FMN-ADD-FROMHM      PIC X(4).
           05  FILLER              PIC X.
           05  FMN-ADD-TODT        PIC X(8).
           05  FILLER              PIC X.
           05  FMN-ADD-TOHM        PIC X(4).
           05  FILLER              PIC X.
           05  FMN-ADD-REASON      PIC X(40).
      *
      * THE FROM AND TO KEYS AS BUILT, FOR THE ORDER CHECK.
       01  FMN-ADD-FROM.
           05  FMN-AF-DATE         PIC X(8).
           05  FMN-AF-HHMM         PIC X(4).
       01  FMN-ADD-TO.
           05  FMN-AT-DATE         PIC X(8).
           05  FMN-AT-HHMM         PIC X(4).
      *
      * REAL-CALENDAR-DATE AND CLOCK-TIME CHECKS FOR THE ADD LINE -
      * SAME VALIDATION HOLMNT AND ONCMNT APPLY: A FAT-FINGERED
      * FEBRUARY 30TH WOULD LEAVE A FREEZE THAT NEVER STARTS.
       01  FMN-VD-DATE             PIC X(8)  VALUE SPACES.
       01  FMN-VD-DATE-R REDEFINES FMN-VD-DATE.
           05  FMN-VD-YYYY         PIC 9(4).
           05  FMN-VD-MM           PIC 9(2).
           05  FMN-VD-DD           PIC 9(2).
       01  FMN-VT-HHMM             PIC X(4)  VALUE SPACES.
       01  FMN-VT-HHMM-R REDEFINES FMN-VT-HHMM.
           05  FMN-VT-HH           PIC 9(2).
           05  FMN-VT-MM           PIC 9(2).
       77  FMN-MAXDD               PIC 9(2)  VALUE 0.
       77  FMN-LEAP-R              PIC 9(4)  VALUE 0.
       77  FMN-VAL-BAD             PIC 9     VALUE 0.
       01  FMN-TODAY               PIC X(8)  VALUE SPACES.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS HOLMNT.
       01  FMN-WS-COMMAREA.
           05  FMN-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  FMN-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  FMN-WS-CHANGED    PIC X         VALUE 'N'.
      *
       01  WS-FRZADD                PIC X(80) VALUE
              'FRZM001I freeze added              by   '.
       01  WS-FRZADD-R REDEFINES WS-FRZADD.
           05  FILLER               PIC X(22).
           05  WS-FRZADD-KEY        PIC X(12).
           05  FILLER               PIC X(4).
           05  WS-FRZADD-OPID       PIC X(3).
           05  FILLER               PIC X(39).
       01  WS-FRZDEL                PIC X(80) VALUE
              'FRZM002I freeze deleted              by   '.
       01  WS-FRZDEL-R REDEFINES WS-FRZDEL.
           05  FILLER               PIC X(24).
           05  WS-FRZDEL-KEY        PIC X(12).
           05  FILLER               PIC X(4).
           05  WS-FRZDEL-OPID       PIC X(3).
           05  FILLER               PIC X(37).
       01  WS-FRZERR                PIC X(80) VALUE
              'FRZM003E Error updating FRZCAL freeze calendar   '.
      *
           COPY DFHAID.
           COPY FRZMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY FRZMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              PERFORM LOAD-CALENDAR
              MOVE 1 TO FMN-WS-TOP
              MOVE 'N' TO FMN-WS-CHANGED
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE FMN-TOP     TO FMN-WS-TOP.
           MOVE FMN-TOTAL   TO FMN-WS-TOTAL.
           MOVE FMN-CHANGED TO FMN-WS-CHANGED.
           PERFORM RECEIVE-LIST.
           MOVE FMN-WS-TOP     TO FMN-TOP.
           MOVE FMN-WS-TOTAL   TO FMN-TOTAL.
           MOVE FMN-WS-CHANGED TO FMN-CHANGED.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(FMN-WS-COMMAREA)
                LENGTH(LENGTH OF FMN-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-CALENDAR SECTION.
      * BRINGS THE WHOLE FREEZE CALENDAR INTO THE FRZMWK STAGING TS -
      * EDITS HAPPEN THERE AND THE LIVE FILE IS ONLY TOUCHED ON
      * CONFIRM, THE SAME WAY HOLMNT STAGES THE HOLIDAY CALENDAR.
           EXEC CICS DELETEQ TS QUEUE('FRZMWK') NOHANDLE END-EXEC.
           MOVE 0 TO FMN-WS-TOTAL.
           MOVE 0 TO FMN-EOF.

           MOVE LOW-VALUES TO FRZ-KEY.
           MOVE 0 TO FMN-BR-OPEN.
           EXEC CICS STARTBR FILE('FRZCAL') RIDFLD(FRZ-KEY)
                KEYLENGTH(12) GTEQ RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO FMN-EOF
           ELSE
              MOVE 1 TO FMN-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL FMN-BROWSE-DONE
                              OR FMN-WS-TOTAL >= 200.

           IF FMN-BROWSE-OPEN
              EXEC CICS ENDBR FILE('FRZCAL') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADCAL. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('FRZCAL') INTO(FRZ-REC)
                RIDFLD(FRZ-KEY) KEYLENGTH(12)
                LENGTH(LENGTH OF FRZ-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO FMN-EOF
              GO TO FIN-LOADONE.

           ADD 1 TO FMN-WS-TOTAL.
           MOVE SPACES  TO FMN-STAGE-REC.
           MOVE FRZ-REC TO FMN-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('FRZMWK') FROM(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('FRZMNTS') MAPSET('FRZMNTM')
                INTO(FRZMNTSI) RESP(FMN-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              IF FMN-WS-CHANGED = 'Y'
                 PERFORM CONFIRM-CHANGES
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('FRZMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF FMN-WS-TOP > 8
                 SUBTRACT 8 FROM FMN-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF FMN-WS-TOP + 8 <= FMN-WS-TOTAL
                 ADD 8 TO FMN-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       APPLY-ACTIONS SECTION.
           PERFORM APPLY-ONE VARYING FMN-IDX FROM 1 BY 1
                UNTIL FMN-IDX > 8.
           IF ADDLINI NOT = SPACES
              PERFORM APPLY-ADD-LINE
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE FMN-LINE = FMN-WS-TOP + FMN-IDX - 1.
           IF FMN-LINE > FMN-WS-TOTAL OR ACTI(FMN-IDX) = SPACE
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('FRZMWK') INTO(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-LINE)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.

           IF ACTI(FMN-IDX) = 'D'
      *-- A ROW STAGED AS AN ADD AND THEN MARKED FOR DELETE SIMPLY
      *-- NEVER REACHES THE FILE - IT IS NEUTRALIZED, NOT DELETED.
              IF FMN-STG-ADD
                 MOVE 'X' TO FMN-STG-MARK
              ELSE
                 MOVE 'D' TO FMN-STG-MARK
              END-IF
           ELSE
           IF ACTI(FMN-IDX) = 'U'
              IF FMN-STG-MARK = 'X'
                 MOVE 'A' TO FMN-STG-MARK
              ELSE
              IF FMN-STG-DELETE
                 MOVE ' ' TO FMN-STG-MARK.

           EXEC CICS WRITEQ TS QUEUE('FRZMWK') FROM(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-LINE) REWRITE
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO FMN-WS-CHANGED.
       FIN-APPLYONE. EXIT.
      *
       APPLY-ADD-LINE SECTION.
      * PARSES 'FROMDATE HHMM TODATE HHMM REASON' AND STAGES A NEW
      * FREEZE - REAL DATES, REAL CLOCK TIMES, THE END NOT BEFORE THE
      * START AND A REASON THE OPERATORS WILL SEE WHEN REFUSED.
           MOVE ADDLINI TO FMN-ADDPARSE.
           IF FMN-ADD-FROMDT NOT NUMERIC
              OR FMN-ADD-TODT NOT NUMERIC
              MOVE 'ADD REJECTED - DATES NOT YYYYMMDD' TO FMN-MSG
              GO TO FIN-APPLYADD.
           MOVE FMN-ADD-FROMDT TO FMN-VD-DATE.
           PERFORM VALIDATE-FREEZE-DATE.
           IF FMN-VAL-BAD = 1
              GO TO FIN-APPLYADD.
           MOVE FMN-ADD-TODT TO FMN-VD-DATE.
           PERFORM VALIDATE-FREEZE-DATE.
           IF FMN-VAL-BAD = 1
              GO TO FIN-APPLYADD.

           MOVE FMN-ADD-FROMHM TO FMN-VT-HHMM.
           PERFORM VALIDATE-FREEZE-TIME.
           IF FMN-VAL-BAD = 1
              GO TO FIN-APPLYADD.
           MOVE FMN-ADD-TOHM TO FMN-VT-HHMM.
           PERFORM VALIDATE-FREEZE-TIME.
           IF FMN-VAL-BAD = 1
              GO TO FIN-APPLYADD.

           MOVE FMN-ADD-FROMDT TO FMN-AF-DATE.
           MOVE FMN-ADD-FROMHM TO FMN-AF-HHMM.
           MOVE FMN-ADD-TODT   TO FMN-AT-DATE.
           MOVE FMN-ADD-TOHM   TO FMN-AT-HHMM.
           IF FMN-ADD-FROM > FMN-ADD-TO
              MOVE 'ADD REJECTED - FREEZE ENDS BEFORE IT STARTS'
                   TO FMN-MSG
              GO TO FIN-APPLYADD.
           IF FMN-ADD-REASON = SPACES
              MOVE 'ADD REJECTED - REASON REQUIRED' TO FMN-MSG
              GO TO FIN-APPLYADD.

           EXEC CICS ASKTIME ABSTIME(FMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                YYYYMMDD(FMN-TODAY) NOHANDLE
           END-EXEC.

           MOVE SPACES         TO FRZ-REC.
           MOVE FMN-ADD-FROM   TO FRZ-KEY.
           MOVE FMN-ADD-TO     TO FRZ-TO.
           MOVE FMN-ADD-REASON TO FRZ-REASON.
           MOVE EIBOPID        TO FRZ-OPID.
           MOVE FMN-TODAY      TO FRZ-ENTERED.

           ADD 1 TO FMN-WS-TOTAL.
           MOVE SPACES  TO FMN-STAGE-REC.
           MOVE 'A'     TO FMN-STG-MARK.
           MOVE FRZ-REC TO FMN-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('FRZMWK') FROM(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-WS-TOTAL) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO FMN-WS-CHANGED.
       FIN-APPLYADD. EXIT.
      *
       VALIDATE-FREEZE-DATE SECTION.
      * YYYYMMDD IN FMN-VD-DATE, REAL MONTH, REAL DAY FOR THE MONTH -
      * FEBRUARY GETS ITS 29TH ONLY IN A LEAP YEAR. SAME CHECK AS
      * HOLMNT'S VALIDATE-DATE.
           MOVE 0 TO FMN-VAL-BAD.
           IF FMN-VD-MM < 1 OR FMN-VD-MM > 12
              MOVE 'ADD REJECTED - MONTH NOT 01-12' TO FMN-MSG
              MOVE 1 TO FMN-VAL-BAD
              GO TO FIN-VALFDATE.

           IF FMN-VD-MM = 4 OR FMN-VD-MM = 6 OR FMN-VD-MM = 9
              OR FMN-VD-MM = 11
              MOVE 30 TO FMN-MAXDD
           ELSE
           IF FMN-VD-MM = 2
              COMPUTE FMN-LEAP-R =
                      FMN-VD-YYYY - (FMN-VD-YYYY / 4) * 4
              IF FMN-LEAP-R = 0
                 MOVE 29 TO FMN-MAXDD
              ELSE
                 MOVE 28 TO FMN-MAXDD
              END-IF
           ELSE
              MOVE 31 TO FMN-MAXDD.

           IF FMN-VD-DD < 1 OR FMN-VD-DD > FMN-MAXDD
              MOVE 'ADD REJECTED - DAY NOT VALID FOR MONTH'
                   TO FMN-MSG
              MOVE 1 TO FMN-VAL-BAD
              GO TO FIN-VALFDATE.
       FIN-VALFDATE. EXIT.
      *
       VALIDATE-FREEZE-TIME SECTION.
      * HHMM IN FMN-VT-HHMM ON A 24-HOUR CLOCK.
           MOVE 0 TO FMN-VAL-BAD.
           IF FMN-VT-HHMM NOT NUMERIC
              MOVE 'ADD REJECTED - TIMES NOT HHMM' TO FMN-MSG
              MOVE 1 TO FMN-VAL-BAD
              GO TO FIN-VALFTIME.
           IF FMN-VT-HH > 23 OR FMN-VT-MM > 59
              MOVE 'ADD REJECTED - TIME NOT A VALID CLOCK TIME'
                   TO FMN-MSG
              MOVE 1 TO FMN-VAL-BAD
              GO TO FIN-VALFTIME.
       FIN-VALFTIME. EXIT.
      *
       CONFIRM-CHANGES SECTION.
      * THE LIVE FILE IS ONLY TOUCHED HERE - DELETES AND ADDS STAGED
      * IN FRZMWK ARE APPLIED IN ORDER, EACH ONE LOGGED TO CSSL WITH
      * THE SUPERVISOR WHO CONFIRMED.
           MOVE 0 TO FMN-LINE.
           PERFORM CONFIRM-ONE VARYING FMN-LINE FROM 1 BY 1
                UNTIL FMN-LINE > FMN-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('FRZMWK') NOHANDLE END-EXEC.

           MOVE LOW-VALUES TO FRZMNTSO.
           MOVE 'MAINTENANCE COMPLETE - FREEZE CALENDAR UPDATED'
                TO MSGLINEO.
           EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                END-EXEC.
           EXEC CICS RETURN END-EXEC.
       FIN-CONFIRM. EXIT.
      *
       CONFIRM-ONE SECTION.
           EXEC CICS READQ TS QUEUE('FRZMWK') INTO(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-LINE)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-CONFIRMONE.

           MOVE FMN-STG-IMAGE TO FRZ-REC.

           IF FMN-STG-DELETE
              EXEC CICS DELETE FILE('FRZCAL') RIDFLD(FRZ-KEY)
                   KEYLENGTH(12) RESP(FMN-RESP) NOHANDLE
              END-EXEC
              IF FMN-RESP = DFHRESP(NORMAL)
                 MOVE FRZ-KEY  TO WS-FRZDEL-KEY
                 MOVE EIBOPID  TO WS-FRZDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZDEL)
                      LENGTH(80) NOHANDLE END-EXEC
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZERR)
                      LENGTH(80) NOHANDLE END-EXEC
              END-IF
           ELSE
           IF FMN-STG-ADD
              EXEC CICS WRITE FILE('FRZCAL') FROM(FRZ-REC)
                   RIDFLD(FRZ-KEY) KEYLENGTH(12)
                   LENGTH(LENGTH OF FRZ-REC) RESP(FMN-RESP) NOHANDLE
              END-EXEC
              IF FMN-RESP = DFHRESP(NORMAL)
                 MOVE FRZ-KEY  TO WS-FRZADD-KEY
                 MOVE EIBOPID  TO WS-FRZADD-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZADD)
                      LENGTH(80) NOHANDLE END-EXEC
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZERR)
                      LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('FRZMNTS') MAPSET('FRZMNTM')
                FROM(FRZMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO FRZMNTSO.
           EXEC CICS ASKTIME ABSTIME(FMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           PERFORM BUILD-LINE VARYING FMN-IDX FROM 1 BY 1
                UNTIL FMN-IDX > 8.
           IF FMN-WS-TOTAL = 0
              MOVE 'NO FREEZES ON FILE - USE THE ADD LINE'
                   TO MSGLINEO
           END-IF.

      * A REJECTION RAISED WHILE STAGING OUTRANKS THE ROUTINE TEXT -
      * SHOW IT ONCE, THEN CLEAR IT FOR THE NEXT TURN.
           IF FMN-MSG NOT = SPACES
              MOVE FMN-MSG TO MSGLINEO
              MOVE SPACES  TO FMN-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE FMN-LINE = FMN-WS-TOP + FMN-IDX - 1.
           IF FMN-LINE > FMN-WS-TOTAL
              MOVE SPACES TO LINO(FMN-IDX)
              MOVE SPACE  TO ACTO(FMN-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('FRZMWK') INTO(FMN-STAGE-REC)
                LENGTH(FMN-STAGE-LEN) ITEM(FMN-LINE)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           MOVE FMN-STG-IMAGE TO FRZ-REC.
           MOVE SPACES TO LINO(FMN-IDX).
           STRING FRZ-FROM-DATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  FRZ-FROM-TIME DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  FRZ-TO-DATE   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  FRZ-TO-TIME   DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  FRZ-REASON    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  FRZ-OPID      DELIMITED BY SIZE
                  INTO LINO(FMN-IDX).
           MOVE FMN-STG-MARK TO ACTO(FMN-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
