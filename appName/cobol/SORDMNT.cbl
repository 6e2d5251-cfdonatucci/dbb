       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Mantenimiento online del archivo de ordenes permanentes
      *  STORDER (ver EDUSTOS) - los importes fijos que algunos
      *  clientes pagan todos los meses y que los operadores posteaban
      *  a mano con un recordatorio en el calendario; EDUFSORD los
      *  aplica cada noche. Mismo esquema de staging-y-confirmacion
      *  que HOLMNT y ONCMNT: las ordenes se traen a la TS SORMWK
      *  mientras se editan (D marca para borrar, la linea de alta
      *  agrega con validacion de cliente en FILEA, importe, signo,
      *  frecuencia, dia y fechas) y recien al confirmar con PF3 se
      *  aplican al archivo; cada alta y baja aplicada queda logueada
      *  en CSSL. El alta calcula la primera fecha de vencimiento
      *  (nunca anterior a hoy) para que EDUFSORD no postee atrasos.
      *  Para cambiar una orden se borra y se vuelve a agregar.
      *  Transaccion SMNT, opcion 9 del menu HELLOW, misma puerta
      *  SEC-MNT-YES que INITMNT. Mapa BMS SORDMNTM/SORDMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  SOR-RESP                PIC S9(8) COMP.
       77  SOR-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  SOR-IDX                 PIC 9(4)  COMP.
       77  SOR-LINE                PIC 9(4)  COMP.
       77  SOR-EOF                 PIC 9     VALUE 0.
           88  SOR-BROWSE-DONE          VALUE 1.
       77  SOR-BR-OPEN             PIC 9     VALUE 0.
           88  SOR-BROWSE-OPEN          VALUE 1.
       77  SOR-STAGE-LEN           PIC 9(4)  COMP VALUE 88.
      *
       01  SOR-MSG                 PIC X(79) VALUE SPACES.
      *
      * REAL-CALENDAR-DATE CHECK FOR THE ADD LINE'S START/END DATES -
      * SAME VALIDATION HOLMNT AND ONCMNT APPLY.
       01  SOR-VD-DATE             PIC X(8)  VALUE SPACES.
       01  SOR-VD-DATE-R REDEFINES SOR-VD-DATE.
           05  SOR-VD-YYYY         PIC 9(4).
           05  SOR-VD-MM           PIC 9(2).
           05  SOR-VD-DD           PIC 9(2).
       77  SOR-MAXDD               PIC 9(2)  VALUE 0.
       77  SOR-LEAP-R              PIC 9(4)  VALUE 0.
       77  SOR-DATE-BAD            PIC 9     VALUE 0.
      *
      * FIRST-DUE-DATE WORK - THE SCHEDULE IS STEPPED FORWARD FROM
      * THE START DATE UNTIL IT REACHES TODAY, THE SAME DAY-AT-A-TIME
      * ARITHMETIC SCHDFCST USES.
       01  SOR-TODAY               PIC X(8)  VALUE SPACES.
       01  SOR-FLOOR               PIC X(8)  VALUE SPACES.
       01  SOR-DT                  PIC X(8)  VALUE SPACES.
       01  SOR-DT-R REDEFINES SOR-DT.
           05  SOR-DT-YYYY         PIC 9(4).
           05  SOR-DT-MM           PIC 9(2).
           05  SOR-DT-DD           PIC 9(2).
       77  SOR-DAY-N               PIC 9(2)  VALUE 0.
      *
      * ONE STAGED ROW - A MARK BYTE IN FRONT OF THE 80-BYTE ORDER
      * RECORD IMAGE, PADDED TO 88 LIKE THE OTHER MAINTENANCE
      * SCREENS.
       01  SOR-STAGE-REC.
           05  SOR-STG-MARK        PIC X.
               88  SOR-STG-DELETE         VALUE 'D'.
               88  SOR-STG-ADD            VALUE 'A'.
           05  SOR-STG-IMAGE       PIC X(80).
           05  FILLER              PIC X(7).
      *
           COPY EDUSTOS.
      *
      * THE CUSTOMER RECORD - READ ONLY TO PROVE THE NUMBER IS ON
      * FILE BEFORE AN ORDER IS STAGED AGAINST IT.
           COPY EDUFILAS.
      *
       01  SOR-ADDPARSE.
           05  SOR-ADD-NUMB        PIC X(6).
           05  FILLER              PIC X.
           05  SOR-ADD-REF         PIC X(10).
           05  FILLER              PIC X.
           05  SOR-ADD-AMOUNT      PIC X(8).
           05  SOR-ADD-AMOUNT-N REDEFINES SOR-ADD-AMOUNT
                                   PIC 9(6)V99.
           05  FILLER              PIC X.
           05  SOR-ADD-SIGN        PIC X.
           05  FILLER              PIC X.
           05  SOR-ADD-FREQ        PIC X.
           05  FILLER              PIC X.
           05  SOR-ADD-DAY         PIC X(2).
           05  SOR-ADD-DAY-N REDEFINES SOR-ADD-DAY
                                   PIC 9(2).
           05  FILLER              PIC X.
           05  SOR-ADD-START       PIC X(8).
           05  FILLER              PIC X.
           05  SOR-ADD-END         PIC X(8).
           05  FILLER              PIC X(9).
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
       01  SOR-SHOW.
           05  SOR-SH-NUMB         PIC X(6).
           05  FILLER              PIC X.
           05  SOR-SH-REF          PIC X(10).
           05  FILLER              PIC X.
           05  SOR-SH-AMT          PIC ZZZZZ9.99.
           05  SOR-SH-SIGN         PIC X.
           05  FILLER              PIC X.
           05  SOR-SH-FREQ         PIC X.
           05  FILLER              PIC X.
           05  SOR-SH-DAY          PIC X(2).
           05  FILLER              PIC X.
           05  SOR-SH-START        PIC X(8).
           05  FILLER              PIC X.
           05  SOR-SH-END          PIC X(8).
           05  FILLER              PIC X.
           05  SOR-SH-NEXT         PIC X(8).
           05  FILLER              PIC X.
           05  SOR-SH-FAILS        PIC ZZ9.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS SECPMNT.
       01  SOR-WS-COMMAREA.
           05  SOR-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  SOR-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  SOR-WS-CHANGED    PIC X         VALUE 'N'.
      *
       01  WS-SORADD                PIC X(80) VALUE
              'SORM001I standing order added                  by '.
       01  WS-SORADD-R REDEFINES WS-SORADD.
           05  FILLER               PIC X(30).
           05  WS-SORADD-KEY        PIC X(16).
           05  FILLER               PIC X(4).
           05  WS-SORADD-OPID       PIC X(3).
           05  FILLER               PIC X(27).
       01  WS-SORDEL                PIC X(80) VALUE
              'SORM002I standing order deleted                  by '.
       01  WS-SORDEL-R REDEFINES WS-SORDEL.
           05  FILLER               PIC X(32).
           05  WS-SORDEL-KEY        PIC X(16).
           05  FILLER               PIC X(4).
           05  WS-SORDEL-OPID       PIC X(3).
           05  FILLER               PIC X(25).
       01  WS-SORERR                PIC X(80) VALUE
              'SORM003E Error updating STORDER standing order file'.
      *
           COPY DFHAID.
           COPY SORDMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY SORDMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              PERFORM LOAD-ORDERS
              MOVE 1 TO SOR-WS-TOP
              MOVE 'N' TO SOR-WS-CHANGED
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE SOR-TOP     TO SOR-WS-TOP.
           MOVE SOR-TOTAL   TO SOR-WS-TOTAL.
           MOVE SOR-CHANGED TO SOR-WS-CHANGED.
           PERFORM RECEIVE-LIST.
           MOVE SOR-WS-TOP     TO SOR-TOP.
           MOVE SOR-WS-TOTAL   TO SOR-TOTAL.
           MOVE SOR-WS-CHANGED TO SOR-CHANGED.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(SOR-WS-COMMAREA)
                LENGTH(LENGTH OF SOR-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ORDERS SECTION.
           EXEC CICS DELETEQ TS QUEUE('SORMWK') NOHANDLE END-EXEC.
           MOVE 0 TO SOR-WS-TOTAL.
           MOVE 0 TO SOR-EOF.

           MOVE LOW-VALUES TO STO-KEY.
           MOVE 0 TO SOR-BR-OPEN.
           EXEC CICS STARTBR FILE('STORDER') RIDFLD(STO-KEY)
                KEYLENGTH(16) GTEQ RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SOR-EOF
           ELSE
              MOVE 1 TO SOR-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL SOR-BROWSE-DONE
                              OR SOR-WS-TOTAL >= 200.

           IF SOR-BROWSE-OPEN
              EXEC CICS ENDBR FILE('STORDER') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADORD. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('STORDER') INTO(STO-REC)
                RIDFLD(STO-KEY) KEYLENGTH(16)
                LENGTH(LENGTH OF STO-REC)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SOR-EOF
              GO TO FIN-LOADONE.

           ADD 1 TO SOR-WS-TOTAL.
           MOVE SPACES  TO SOR-STAGE-REC.
           MOVE STO-REC TO SOR-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('SORMWK') FROM(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('SORDMNTS') MAPSET('SORDMNTM')
                INTO(SORDMNTSI) RESP(SOR-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              IF SOR-WS-CHANGED = 'Y'
                 PERFORM CONFIRM-CHANGES
              ELSE
                 EXEC CICS DELETEQ TS QUEUE('SORMWK') NOHANDLE END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF SOR-WS-TOP > 8
                 SUBTRACT 8 FROM SOR-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF SOR-WS-TOP + 8 <= SOR-WS-TOTAL
                 ADD 8 TO SOR-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       APPLY-ACTIONS SECTION.
           PERFORM APPLY-ONE VARYING SOR-IDX FROM 1 BY 1
                UNTIL SOR-IDX > 8.
           IF ADDLINI NOT = SPACES
              PERFORM APPLY-ADD-LINE
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE SOR-LINE = SOR-WS-TOP + SOR-IDX - 1.
           IF SOR-LINE > SOR-WS-TOTAL OR ACTI(SOR-IDX) = SPACE
              GO TO FIN-APPLYONE.

           EXEC CICS READQ TS QUEUE('SORMWK') INTO(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-LINE)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.

           IF ACTI(SOR-IDX) = 'D'
              IF SOR-STG-ADD
                 MOVE 'X' TO SOR-STG-MARK
              ELSE
                 MOVE 'D' TO SOR-STG-MARK
              END-IF
           ELSE
           IF ACTI(SOR-IDX) = 'U'
              IF SOR-STG-MARK = 'X'
                 MOVE 'A' TO SOR-STG-MARK
              ELSE
              IF SOR-STG-DELETE
                 MOVE ' ' TO SOR-STG-MARK.

           EXEC CICS WRITEQ TS QUEUE('SORMWK') FROM(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-LINE) REWRITE
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO SOR-WS-CHANGED.
       FIN-APPLYONE. EXIT.
      *
       APPLY-ADD-LINE SECTION.
      * PARSES 'CUST REFERENCE AMOUNT SIGN FREQ DD START END' AND
      * STAGES A NEW ORDER - CUSTOMER ON FILEA, AMOUNT EIGHT DIGITS
      * AND NOT ZERO, SIGN AS ON THE BANK PAYMENTS FILE, FREQUENCY
      * W OR M (M NEEDS A DAY 01-31), DATES YYYYMMDD AND ORDERED.
           MOVE ADDLINI TO SOR-ADDPARSE.
           IF SOR-ADD-NUMB NOT NUMERIC OR SOR-ADD-NUMB = '000000'
              OR SOR-ADD-NUMB = '999999'
              MOVE 'ADD REJECTED - INVALID CUSTOMER NUMBER' TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-REF = SPACES
              MOVE 'ADD REJECTED - REFERENCE MISSING' TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-AMOUNT NOT NUMERIC
              MOVE 'ADD REJECTED - AMOUNT NOT 8 DIGITS' TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-AMOUNT-N = ZERO
              MOVE 'ADD REJECTED - AMOUNT IS ZERO' TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-SIGN NOT = '+' AND SOR-ADD-SIGN NOT = '-'
              AND SOR-ADD-SIGN NOT = SPACE
              MOVE 'ADD REJECTED - SIGN NOT + - OR BLANK' TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-FREQ NOT = 'W' AND SOR-ADD-FREQ NOT = 'M'
              MOVE 'ADD REJECTED - FREQUENCY MUST BE W OR M'
                   TO SOR-MSG
              GO TO FIN-APPLYADD.
           IF SOR-ADD-FREQ = 'M'
              IF SOR-ADD-DAY NOT NUMERIC OR SOR-ADD-DAY-N < 1
                 OR SOR-ADD-DAY-N > 31
                 MOVE 'ADD REJECTED - DAY OF MONTH NOT 01-31'
                      TO SOR-MSG
                 GO TO FIN-APPLYADD.

           IF SOR-ADD-START NOT NUMERIC
              MOVE 'ADD REJECTED - START DATE NOT YYYYMMDD' TO SOR-MSG
              GO TO FIN-APPLYADD.
           MOVE SOR-ADD-START TO SOR-VD-DATE.
           PERFORM VALIDATE-ORDER-DATE.
           IF SOR-DATE-BAD = 1
              GO TO FIN-APPLYADD.
           IF SOR-ADD-END NOT = SPACES
              IF SOR-ADD-END NOT NUMERIC
                 MOVE 'ADD REJECTED - END DATE NOT YYYYMMDD'
                      TO SOR-MSG
                 GO TO FIN-APPLYADD
              END-IF
              MOVE SOR-ADD-END TO SOR-VD-DATE
              PERFORM VALIDATE-ORDER-DATE
              IF SOR-DATE-BAD = 1
                 GO TO FIN-APPLYADD
              END-IF
              IF SOR-ADD-START > SOR-ADD-END
                 MOVE 'ADD REJECTED - START DATE AFTER END DATE'
                      TO SOR-MSG
                 GO TO FIN-APPLYADD
              END-IF
           END-IF.

           EXEC CICS READ FILE('FILEA') INTO(FILEA)
                RIDFLD(SOR-ADD-NUMB) LENGTH(LENGTH OF FILEA)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ADD REJECTED - CUSTOMER NOT ON FILE' TO SOR-MSG
              GO TO FIN-APPLYADD.

           MOVE SPACES         TO STO-REC.
           MOVE SOR-ADD-NUMB   TO STO-NUMB.
           MOVE SOR-ADD-REF    TO STO-REF.
           EXEC CICS READ FILE('STORDER') INTO(STO-REC)
                RIDFLD(STO-KEY) KEYLENGTH(16)
                LENGTH(LENGTH OF STO-REC)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP = DFHRESP(NORMAL)
              MOVE 'ADD REJECTED - ORDER ALREADY ON FILE' TO SOR-MSG
              GO TO FIN-APPLYADD.

           MOVE SPACES         TO STO-REC.
           MOVE SOR-ADD-NUMB   TO STO-NUMB.
           MOVE SOR-ADD-REF    TO STO-REF.
           MOVE SOR-ADD-AMOUNT TO STO-AMOUNT.
           MOVE SOR-ADD-SIGN   TO STO-SIGN.
           MOVE SOR-ADD-FREQ   TO STO-FREQ.
           IF SOR-ADD-FREQ = 'M'
              MOVE SOR-ADD-DAY-N TO STO-DAY
           ELSE
              MOVE ZEROS TO STO-DAY
           END-IF.
           MOVE SOR-ADD-START  TO STO-START.
           MOVE SOR-ADD-END    TO STO-END.
           MOVE ZEROS          TO STO-FAILS.
           MOVE EIBOPID        TO STO-OPID.

           PERFORM FIRST-DUE-DATE.
           IF STO-END NOT = SPACES AND STO-NEXTDUE > STO-END
              MOVE 'ADD REJECTED - NO DUE DATE LEFT BEFORE END DATE'
                   TO SOR-MSG
              GO TO FIN-APPLYADD.

           ADD 1 TO SOR-WS-TOTAL.
           MOVE SPACES  TO SOR-STAGE-REC.
           MOVE 'A'     TO SOR-STG-MARK.
           MOVE STO-REC TO SOR-STG-IMAGE.
           EXEC CICS WRITEQ TS QUEUE('SORMWK') FROM(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-WS-TOTAL) NOHANDLE
           END-EXEC.
           MOVE 'Y' TO SOR-WS-CHANGED.
       FIN-APPLYADD. EXIT.
      *
       VALIDATE-ORDER-DATE SECTION.
      * YYYYMMDD IN SOR-VD-DATE, REAL MONTH, REAL DAY FOR THE MONTH -
      * FEBRUARY GETS ITS 29TH ONLY IN A LEAP YEAR. SAME CHECK AS
      * HOLMNT'S VALIDATE-DATE.
           MOVE 0 TO SOR-DATE-BAD.
           IF SOR-VD-MM < 1 OR SOR-VD-MM > 12
              MOVE 'ADD REJECTED - MONTH NOT 01-12' TO SOR-MSG
              MOVE 1 TO SOR-DATE-BAD
              GO TO FIN-VALODATE.

           IF SOR-VD-MM = 4 OR SOR-VD-MM = 6 OR SOR-VD-MM = 9
              OR SOR-VD-MM = 11
              MOVE 30 TO SOR-MAXDD
           ELSE
           IF SOR-VD-MM = 2
              COMPUTE SOR-LEAP-R =
                      SOR-VD-YYYY - (SOR-VD-YYYY / 4) * 4
              IF SOR-LEAP-R = 0
                 MOVE 29 TO SOR-MAXDD
              ELSE
                 MOVE 28 TO SOR-MAXDD
              END-IF
           ELSE
              MOVE 31 TO SOR-MAXDD.

           IF SOR-VD-DD < 1 OR SOR-VD-DD > SOR-MAXDD
              MOVE 'ADD REJECTED - DAY NOT VALID FOR MONTH'
                   TO SOR-MSG
              MOVE 1 TO SOR-DATE-BAD
              GO TO FIN-VALODATE.
       FIN-VALODATE. EXIT.
      *
       FIRST-DUE-DATE SECTION.
      * THE FIRST SCHEDULED DATE ON OR AFTER BOTH THE START DATE AND
      * TODAY - AN ORDER KEYED WITH A START DATE IN THE PAST PICKS
      * UP FROM ITS NEXT OCCURRENCE INSTEAD OF HANDING THE NIGHT RUN
      * A BACKLOG OF MISSED POSTINGS. THE SAME STEPPING EDUFSORD
      * USES AFTER EVERY APPLIED POSTING.
           EXEC CICS ASKTIME ABSTIME(SOR-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SOR-TIME)
                YYYYMMDD(SOR-TODAY) NOHANDLE
           END-EXEC.
           MOVE STO-START TO SOR-FLOOR.
           IF SOR-TODAY > SOR-FLOOR
              MOVE SOR-TODAY TO SOR-FLOOR
           END-IF.

           MOVE STO-START TO SOR-DT.
           IF STO-MONTHLY
              PERFORM SET-MONTH-DAYS
              MOVE STO-DAY TO SOR-DAY-N
              IF SOR-DAY-N > SOR-MAXDD
                 MOVE SOR-MAXDD TO SOR-DAY-N
              END-IF
              MOVE SOR-DAY-N TO SOR-DT-DD
              IF SOR-DT < STO-START
                 PERFORM ADD-ONE-MONTH
              END-IF
              PERFORM ADD-ONE-MONTH UNTIL SOR-DT >= SOR-FLOOR
           ELSE
              PERFORM ADD-ONE-WEEK UNTIL SOR-DT >= SOR-FLOOR
           END-IF.
           MOVE SOR-DT TO STO-NEXTDUE.
       FIN-FIRSTDUE. EXIT.
      *
       ADD-ONE-WEEK SECTION.
           PERFORM ADD-ONE-DAY 7 TIMES.
       FIN-ADDWEEK. EXIT.
      *
       ADD-ONE-DAY SECTION.
      * SAME CALENDAR STEP AS SCHDFCST'S ADD-ONE-DAY.
           PERFORM SET-MONTH-DAYS.
           IF SOR-DT-DD < SOR-MAXDD
              ADD 1 TO SOR-DT-DD
           ELSE
              MOVE 1 TO SOR-DT-DD
              IF SOR-DT-MM < 12
                 ADD 1 TO SOR-DT-MM
              ELSE
                 MOVE 1 TO SOR-DT-MM
                 ADD 1 TO SOR-DT-YYYY
              END-IF
           END-IF.
       FIN-ADDDAY. EXIT.
      *
       ADD-ONE-MONTH SECTION.
      * NEXT MONTH ON THE ORDER'S OWN DAY, PULLED BACK TO THE LAST
      * DAY OF A SHORTER MONTH - A 31ST ORDER STILL PAYS IN APRIL.
           IF SOR-DT-MM < 12
              ADD 1 TO SOR-DT-MM
           ELSE
              MOVE 1 TO SOR-DT-MM
              ADD 1 TO SOR-DT-YYYY
           END-IF.
           PERFORM SET-MONTH-DAYS.
           MOVE STO-DAY TO SOR-DAY-N.
           IF SOR-DAY-N > SOR-MAXDD
              MOVE SOR-MAXDD TO SOR-DAY-N
           END-IF.
           MOVE SOR-DAY-N TO SOR-DT-DD.
       FIN-ADDMONTH. EXIT.
      *
       SET-MONTH-DAYS SECTION.
           IF SOR-DT-MM = 4 OR SOR-DT-MM = 6 OR SOR-DT-MM = 9
              OR SOR-DT-MM = 11
              MOVE 30 TO SOR-MAXDD
           ELSE
           IF SOR-DT-MM = 2
              COMPUTE SOR-LEAP-R =
                      SOR-DT-YYYY - (SOR-DT-YYYY / 4) * 4
              IF SOR-LEAP-R = 0
                 MOVE 29 TO SOR-MAXDD
              ELSE
                 MOVE 28 TO SOR-MAXDD
              END-IF
           ELSE
              MOVE 31 TO SOR-MAXDD.
       FIN-SETMDAYS. EXIT.
      *
       CONFIRM-CHANGES SECTION.
           MOVE 0 TO SOR-LINE.
           PERFORM CONFIRM-ONE VARYING SOR-LINE FROM 1 BY 1
                UNTIL SOR-LINE > SOR-WS-TOTAL.

           EXEC CICS DELETEQ TS QUEUE('SORMWK') NOHANDLE END-EXEC.

           MOVE LOW-VALUES TO SORDMNTSO.
           MOVE 'MAINTENANCE COMPLETE - STANDING ORDERS UPDATED'
                TO MSGLINEO.
           EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                END-EXEC.
           EXEC CICS RETURN END-EXEC.
       FIN-CONFIRM. EXIT.
      *
       CONFIRM-ONE SECTION.
           EXEC CICS READQ TS QUEUE('SORMWK') INTO(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-LINE)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-CONFIRMONE.

           MOVE SOR-STG-IMAGE TO STO-REC.

           IF SOR-STG-DELETE
              EXEC CICS DELETE FILE('STORDER') RIDFLD(STO-KEY)
                   KEYLENGTH(16) RESP(SOR-RESP) NOHANDLE
              END-EXEC
              IF SOR-RESP = DFHRESP(NORMAL)
                 MOVE STO-KEY  TO WS-SORDEL-KEY
                 MOVE EIBOPID  TO WS-SORDEL-OPID
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SORDEL)
                      LENGTH(80) NOHANDLE END-EXEC
              ELSE
                 EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SORERR)
                      LENGTH(80) NOHANDLE END-EXEC
              END-IF
              GO TO FIN-CONFIRMONE.

           IF NOT SOR-STG-ADD
              GO TO FIN-CONFIRMONE.

           EXEC CICS WRITE FILE('STORDER') FROM(STO-REC)
                RIDFLD(STO-KEY) KEYLENGTH(16)
                LENGTH(LENGTH OF STO-REC) RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           IF SOR-RESP = DFHRESP(NORMAL)
              MOVE STO-KEY  TO WS-SORADD-KEY
              MOVE EIBOPID  TO WS-SORADD-OPID
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SORADD)
                   LENGTH(80) NOHANDLE END-EXEC
           ELSE
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SORERR)
                   LENGTH(80) NOHANDLE END-EXEC.
       FIN-CONFIRMONE. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('SORDMNTS') MAPSET('SORDMNTM')
                FROM(SORDMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO SORDMNTSO.
           EXEC CICS ASKTIME ABSTIME(SOR-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SOR-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           PERFORM BUILD-LINE VARYING SOR-IDX FROM 1 BY 1
                UNTIL SOR-IDX > 8.
           IF SOR-WS-TOTAL = 0
              MOVE 'NO STANDING ORDERS ON FILE - USE THE ADD LINE'
                   TO MSGLINEO
           END-IF.

           IF SOR-MSG NOT = SPACES
              MOVE SOR-MSG TO MSGLINEO
              MOVE SPACES  TO SOR-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE SOR-LINE = SOR-WS-TOP + SOR-IDX - 1.
           IF SOR-LINE > SOR-WS-TOTAL
              MOVE SPACES TO LINO(SOR-IDX)
              MOVE SPACE  TO ACTO(SOR-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('SORMWK') INTO(SOR-STAGE-REC)
                LENGTH(SOR-STAGE-LEN) ITEM(SOR-LINE)
                RESP(SOR-RESP) NOHANDLE
           END-EXEC.
           MOVE SOR-STG-IMAGE TO STO-REC.
           MOVE SPACES       TO SOR-SHOW.
           MOVE STO-NUMB     TO SOR-SH-NUMB.
           MOVE STO-REF      TO SOR-SH-REF.
           IF STO-AMOUNT NUMERIC
              MOVE STO-AMOUNT-N TO SOR-SH-AMT
           END-IF.
           IF STO-SIGN = '-'
              MOVE '-' TO SOR-SH-SIGN
           ELSE
              MOVE '+' TO SOR-SH-SIGN
           END-IF.
           MOVE STO-FREQ     TO SOR-SH-FREQ.
           IF STO-MONTHLY
              MOVE STO-DAY   TO SOR-SH-DAY
           END-IF.
           MOVE STO-START    TO SOR-SH-START.
           MOVE STO-END      TO SOR-SH-END.
      * AN ORDER PAST ITS END DATE STAYS ON FILE FOR THE RECORD BUT
      * SHOWS NO NEXT DATE.
           IF STO-ENDED
              MOVE 'ENDED'   TO SOR-SH-NEXT
           ELSE
              MOVE STO-NEXTDUE TO SOR-SH-NEXT
           END-IF.
           IF STO-FAILS NUMERIC
              MOVE STO-FAILS TO SOR-SH-FAILS
           END-IF.
           MOVE SOR-SHOW     TO LINO(SOR-IDX).
           MOVE SOR-STG-MARK TO ACTO(SOR-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
