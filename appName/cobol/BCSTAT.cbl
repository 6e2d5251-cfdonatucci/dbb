       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCSTAT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Estado de la cadena batch. Para la fecha de negocio en curso
      *  (la misma noche que vigila BCWATCH: la del *BUSDATE que
      *  estampo la cabeza de la cadena) o para la que se tipee,
      *  muestra cada programa de la cadena en el orden del horario
      *  RUNDLN para ese tipo de dia (ver RUNDLNS) con lo que dice
      *  RUNCTL (ESDS, solo lectura): no arranco, corriendo,
      *  terminado, fallido o salto por feriado; hora de inicio y de
      *  fin, registros leidos y grabados, el paso previo que espero
      *  (el RCF-PREREQ que grabo el paso en RUNCTL, o el DLN-PREREQ
      *  del horario si todavia no corrio) y su entrada. Un paso que
      *  grabo en RUNCTL y no esta en el horario va al final, en el
      *  orden en que aparecio.
      *  Si un paso se volvio a correr vale el ultimo registro. Los
      *  fallidos salen en brillante. PF7/PF8 van a la noche anterior
      *  o siguiente que tenga *BUSDATE en RUNCTL, para comparar;
      *  PF10/PF11 corren la lista cuando no entra en pantalla. Solo
      *  consulta. Transaccion BCST, opcion G del menu HELLOW. Mapa
      *  BMS BCSTATM/BCSTATS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  BCS-RESP                PIC S9(8) COMP.
       77  BCS-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  BCS-CYC-TIME            PIC S9(15) COMP-3 VALUE +0.
       77  BCS-RBA                 PIC S9(8) COMP VALUE +0.
       77  BCS-HOL-LEN             PIC 9(4)  COMP VALUE 80.
       77  BCS-DONE                PIC 9     VALUE 0.
       77  BCS-PASS                PIC 9     VALUE 0.
           88  BCS-FIND-CHAIN-DATE      VALUE 1.
           88  BCS-COLLECT-STEPS        VALUE 2.
       77  BCS-I                   PIC 9(3)  VALUE 0.
       77  BCS-LIN                 PIC 9(3)  VALUE 0.
       77  BCS-FOUND               PIC 9(3)  VALUE 0.
       77  BCS-LAST                PIC 9(3)  VALUE 0.
       77  BCS-PAGE-ROWS           PIC 9(3)  VALUE 17.
       77  BCS-N-FAILED            PIC 9(3)  VALUE 0.
       77  BCS-N-RUNNING           PIC 9(3)  VALUE 0.
       77  BCS-N-DONE              PIC 9(3)  VALUE 0.
       77  BCS-N-WAITING           PIC 9(3)  VALUE 0.
      *
      * MESSAGE CARRIED FROM THE KEY HANDLING TO THE PAGE BUILD - SAME
      * REASON AS WLMMNT'S WMM-MSG.
       01  BCS-MSG                 PIC X(79) VALUE SPACES.
      *
      * TONIGHT, BY BCWATCH'S RULE: BEFORE NOON THE NIGHT BEGAN
      * YESTERDAY EVENING, AND THE CHAIN DATE IS THE *BUSDATE THE
      * CHAIN HEAD STAMPED FOR THAT EVENING OR THE MORNING AFTER.
       01  BCS-NOW-DATE            PIC X(8)  VALUE SPACES.
       01  BCS-NOW-HMS             PIC X(6)  VALUE SPACES.
       01  BCS-NOW-R REDEFINES BCS-NOW-HMS.
           05  BCS-NOW-HH          PIC 99.
           05  FILLER              PIC X(4).
       01  BCS-CYCLE-DATE          PIC X(8)  VALUE SPACES.
       01  BCS-CYCLE-NEXT          PIC X(8)  VALUE SPACES.
      *
      * THE NIGHT'S DAY TYPE, WORKED OUT FROM THE DATE ITSELF SO ANY
      * EARLIER NIGHT GETS THE TIMETABLE IT RAN UNDER.
       01  BCS-DAYTYPE             PIC X     VALUE SPACE.
       01  BCS-DATE-IN             PIC X(8)  VALUE SPACES.
       01  BCS-DATE-R REDEFINES BCS-DATE-IN.
           05  BCS-DI-YYYY         PIC 9(4).
           05  BCS-DI-MM           PIC 99.
           05  BCS-DI-DD           PIC 99.
       01  BCS-DIM-VALUES          PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  BCS-DIM-TABLE REDEFINES BCS-DIM-VALUES.
           05  BCS-DIM-ENT         PIC 99 OCCURS 12 TIMES.
       77  BCS-DIM                 PIC 99    VALUE 0.
       77  BCS-Y                   PIC S9(8) COMP VALUE +0.
       77  BCS-M                   PIC S9(8) COMP VALUE +0.
       77  BCS-K                   PIC S9(8) COMP VALUE +0.
       77  BCS-J                   PIC S9(8) COMP VALUE +0.
       77  BCS-T1                  PIC S9(8) COMP VALUE +0.
       77  BCS-T2                  PIC S9(8) COMP VALUE +0.
       77  BCS-T3                  PIC S9(8) COMP VALUE +0.
       77  BCS-DOW                 PIC S9(8) COMP VALUE +0.
       77  BCS-R4                  PIC S9(8) COMP VALUE +0.
       77  BCS-R100                PIC S9(8) COMP VALUE +0.
       77  BCS-R400                PIC S9(8) COMP VALUE +0.
      *
      * ONE ROW PER STEP: THE TIMETABLE SET FIRST, IN RUN ORDER, THEN
      * ANY STEP RUNCTL KNOWS THAT THE TIMETABLE DOES NOT. STATE AS IN
      * BCWATCH: ' ' NOT STARTED, 'S' RUNNING, 'C' COMPLETED, 'F'
      * FAILED, 'K' PLANNED HOLIDAY SKIP - THE LAST RECORD WINS.
       77  ROW-MAX                 PIC 9(3)  VALUE 60.
       77  ROW-COUNT               PIC 9(3)  VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 60 TIMES.
               10  ROW-PROG        PIC X(8).
               10  ROW-PREREQ      PIC X(8).
               10  ROW-STATE       PIC X.
               10  ROW-START       PIC X(8).
               10  ROW-END         PIC X(8).
               10  ROW-RECS-IN     PIC 9(7).
               10  ROW-RECS-OUT    PIC 9(7).
               10  ROW-INPUT       PIC X(12).
      *
      * ONE SCREEN LINE, LAID OUT UNDER THE BCSTATM COLUMN HEADINGS.
       01  BCS-LINE.
           05  BLN-PROG            PIC X(8).
           05  FILLER              PIC X.
           05  BLN-STATUS          PIC X(12).
           05  FILLER              PIC X.
           05  BLN-START           PIC X(8).
           05  FILLER              PIC X.
           05  BLN-END             PIC X(8).
           05  FILLER              PIC X.
           05  BLN-RECS-IN         PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  BLN-RECS-OUT        PIC ZZZZZZZ9.
           05  FILLER              PIC X.
           05  BLN-PREREQ          PIC X(8).
           05  FILLER              PIC X.
           05  BLN-INPUT           PIC X(12).
       01  BCS-HORA-IN             PIC X(8)  VALUE SPACES.
       01  BCS-HORA-OUT            PIC X(8)  VALUE SPACES.
       01  BCS-ED-FROM             PIC ZZ9.
       01  BCS-ED-TO               PIC ZZ9.
       01  BCS-ED-COUNT            PIC ZZ9.
       01  BCS-ED-N1               PIC ZZ9.
       01  BCS-ED-N2               PIC ZZ9.
       01  BCS-ED-N3               PIC ZZ9.
       01  BCS-ED-N4               PIC ZZ9.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS LHDMNT. LAID OUT LIKE BCSTATC.
       01  BCS-WS-COMMAREA.
           05  BCS-WS-DATE       PIC X(8)      VALUE SPACES.
           05  BCS-WS-PREV       PIC X(8)      VALUE SPACES.
           05  BCS-WS-NEXT       PIC X(8)      VALUE SPACES.
           05  BCS-WS-TOP        PIC 9(3)      VALUE 1.
           05  BCS-WS-COUNT      PIC 9(3)      VALUE 0.
      *
           COPY RUNDLNS.
           COPY RUNCTLR.
           COPY HOLCALS.
      *
           COPY DFHAID.
           COPY BCSTATS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY BCSTATC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * THE FIRST ATTACH SHOWS TONIGHT'S CHAIN STRAIGHT AWAY.
           IF EIBCALEN = 0
              PERFORM SEND-STAT-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE DFHCOMMAREA TO BCS-WS-COMMAREA.
           PERFORM RECEIVE-STAT.
           MOVE BCS-WS-COMMAREA TO DFHCOMMAREA.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(BCS-WS-COMMAREA)
                LENGTH(LENGTH OF BCS-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       RECEIVE-STAT SECTION.
           EXEC CICS RECEIVE MAP('BCSTATS') MAPSET('BCSTATM')
                INTO(BCSTATSI) RESP(BCS-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              MOVE LOW-VALUES TO BCSTATSO
              MOVE 'BCSTAT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVSTAT.

      * PF7/PF8 STEP TO THE NEIGHBOURING NIGHTS FOUND ON THE LAST
      * BROWSE; THE NEW NIGHT IS SHOWN FROM ITS FIRST STEP.
           IF EIBAID = DFHPF7
              IF BCS-WS-PREV = SPACES
                 MOVE 'NO EARLIER NIGHT ON RUNCTL' TO BCS-MSG
              ELSE
                 MOVE BCS-WS-PREV TO BCS-WS-DATE
                 MOVE 1 TO BCS-WS-TOP
              END-IF
              PERFORM SEND-STAT-MAP
              GO TO FIN-RECVSTAT.

           IF EIBAID = DFHPF8
              IF BCS-WS-NEXT = SPACES
                 MOVE 'NO LATER NIGHT ON RUNCTL' TO BCS-MSG
              ELSE
                 MOVE BCS-WS-NEXT TO BCS-WS-DATE
                 MOVE 1 TO BCS-WS-TOP
              END-IF
              PERFORM SEND-STAT-MAP
              GO TO FIN-RECVSTAT.

           IF EIBAID = DFHPF10
              IF BCS-WS-TOP > BCS-PAGE-ROWS
                 SUBTRACT BCS-PAGE-ROWS FROM BCS-WS-TOP
              ELSE
                 MOVE 1 TO BCS-WS-TOP
              END-IF
              PERFORM SEND-STAT-MAP
              GO TO FIN-RECVSTAT.

           IF EIBAID = DFHPF11
              IF BCS-WS-TOP + BCS-PAGE-ROWS > BCS-WS-COUNT
                 MOVE 'ALREADY SHOWING THE LAST STEPS' TO BCS-MSG
              ELSE
                 ADD BCS-PAGE-ROWS TO BCS-WS-TOP
              END-IF
              PERFORM SEND-STAT-MAP
              GO TO FIN-RECVSTAT.

           PERFORM TAKE-DATE.
           PERFORM SEND-STAT-MAP.
       FIN-RECVSTAT. EXIT.
      *
       TAKE-DATE SECTION.
      * ENTER SHOWS THE DATE KEYED - BLANK GOES BACK TO TONIGHT. A BAD
      * DATE KEEPS THE NIGHT ALREADY ON SCREEN.
           INSPECT BDATEI REPLACING ALL LOW-VALUES BY SPACES.
           IF BDATEI = SPACES
              MOVE SPACES TO BCS-WS-DATE
              MOVE 1 TO BCS-WS-TOP
              GO TO FIN-TAKEDATE.
           IF BDATEI NOT NUMERIC
              MOVE 'BUSINESS DATE MUST BE YYYYMMDD OR BLANK' TO BCS-MSG
              GO TO FIN-TAKEDATE.
           MOVE BDATEI TO BCS-DATE-IN.
           IF BCS-DI-MM < 1 OR BCS-DI-MM > 12
              MOVE 'BUSINESS DATE MONTH IS NOT VALID' TO BCS-MSG
              GO TO FIN-TAKEDATE.
           PERFORM DAYS-IN-MONTH.
           IF BCS-DI-DD < 1 OR BCS-DI-DD > BCS-DIM
              MOVE 'BUSINESS DATE DAY IS NOT VALID' TO BCS-MSG
              GO TO FIN-TAKEDATE.
           IF BDATEI NOT = BCS-WS-DATE
              MOVE 1 TO BCS-WS-TOP
           END-IF.
           MOVE BDATEI TO BCS-WS-DATE.
       FIN-TAKEDATE. EXIT.
      *
       SEND-STAT-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('BCSTATS') MAPSET('BCSTATM')
                FROM(BCSTATSO) ERASE END-EXEC.
       FIN-SENDSTAT. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO BCSTATSO.
           EXEC CICS ASKTIME ABSTIME(BCS-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(BCS-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.

           IF BCS-WS-DATE = SPACES
              PERFORM SET-TONIGHT
           END-IF.
           MOVE BCS-WS-DATE TO BDATEO.

           PERFORM SET-DAYTYPE.
           PERFORM LOAD-TIMETABLE.
           MOVE SPACES TO BCS-WS-PREV.
           MOVE SPACES TO BCS-WS-NEXT.
           MOVE 2 TO BCS-PASS.
           PERFORM BROWSE-RUNCTL.
           MOVE ROW-COUNT TO BCS-WS-COUNT.
           IF BCS-WS-TOP > ROW-COUNT
              MOVE 1 TO BCS-WS-TOP
           END-IF.

           IF BCS-DAYTYPE = 'B'
              MOVE 'BUSINESS DAY TIMETABLE' TO BINFOO.
           IF BCS-DAYTYPE = 'W'
              MOVE 'WEEKEND TIMETABLE'      TO BINFOO.
           IF BCS-DAYTYPE = 'M'
              MOVE 'MONTH END TIMETABLE'    TO BINFOO.
           IF BCS-DAYTYPE = 'H'
              MOVE 'HOLIDAY TIMETABLE'      TO BINFOO.
           IF BCS-DAYTYPE = '*'
              MOVE 'DEFAULT TIMETABLE'      TO BINFOO.

           IF ROW-COUNT = 0
              MOVE 'NO TIMETABLE AND NOTHING ON RUNCTL FOR THIS DATE'
                   TO BLINO(1)
              MOVE 'ENTER A BUSINESS DATE OR PF7 FOR AN EARLIER NIGHT'
                   TO MSGLINEO
              GO TO PAGE-MESSAGE.

           MOVE 0 TO BCS-N-FAILED.
           MOVE 0 TO BCS-N-RUNNING.
           MOVE 0 TO BCS-N-DONE.
           MOVE 0 TO BCS-N-WAITING.
           PERFORM COUNT-STATE VARYING BCS-I FROM 1 BY 1
                UNTIL BCS-I > ROW-COUNT.

           COMPUTE BCS-LAST = BCS-WS-TOP + BCS-PAGE-ROWS - 1.
           IF BCS-LAST > ROW-COUNT
              MOVE ROW-COUNT TO BCS-LAST
           END-IF.
           MOVE 0 TO BCS-LIN.
           PERFORM SHOW-ROW VARYING BCS-I FROM BCS-WS-TOP BY 1
                UNTIL BCS-I > BCS-LAST.

           MOVE BCS-WS-TOP TO BCS-ED-FROM.
           MOVE BCS-LAST   TO BCS-ED-TO.
           MOVE ROW-COUNT  TO BCS-ED-COUNT.
           STRING 'STEPS '      DELIMITED BY SIZE
                  BCS-ED-FROM   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  BCS-ED-TO     DELIMITED BY SIZE
                  ' OF '        DELIMITED BY SIZE
                  BCS-ED-COUNT  DELIMITED BY SIZE
                  INTO BPAGEO.

           MOVE BCS-N-FAILED  TO BCS-ED-N1.
           MOVE BCS-N-RUNNING TO BCS-ED-N2.
           MOVE BCS-N-DONE    TO BCS-ED-N3.
           MOVE BCS-N-WAITING TO BCS-ED-N4.
           STRING BCS-ED-N1           DELIMITED BY SIZE
                  ' FAILED  '         DELIMITED BY SIZE
                  BCS-ED-N2           DELIMITED BY SIZE
                  ' RUNNING  '        DELIMITED BY SIZE
                  BCS-ED-N3           DELIMITED BY SIZE
                  ' DONE OR SKIPPED  ' DELIMITED BY SIZE
                  BCS-ED-N4           DELIMITED BY SIZE
                  ' NOT STARTED'      DELIMITED BY SIZE
                  INTO MSGLINEO.

       PAGE-MESSAGE.
           IF BCS-MSG NOT = SPACES
              MOVE BCS-MSG TO MSGLINEO
              MOVE SPACES  TO BCS-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       SET-TONIGHT SECTION.
      * SAME NIGHT AS BCWATCH WATCHES. UNTIL THE CHAIN HEAD HAS
      * STAMPED IT THE EVENING'S DATE IS SHOWN, EVERY STEP NOT STARTED.
           EXEC CICS FORMATTIME ABSTIME(BCS-TIME)
                YYYYMMDD(BCS-NOW-DATE) TIME(BCS-NOW-HMS) NOHANDLE
           END-EXEC.
           MOVE BCS-TIME TO BCS-CYC-TIME.
           IF BCS-NOW-HH < 12
              SUBTRACT 86400000 FROM BCS-CYC-TIME
           END-IF.
           EXEC CICS FORMATTIME ABSTIME(BCS-CYC-TIME)
                YYYYMMDD(BCS-CYCLE-DATE) NOHANDLE
           END-EXEC.
           ADD 86400000 TO BCS-CYC-TIME.
           EXEC CICS FORMATTIME ABSTIME(BCS-CYC-TIME)
                YYYYMMDD(BCS-CYCLE-NEXT) NOHANDLE
           END-EXEC.
           MOVE BCS-CYCLE-DATE TO BCS-WS-DATE.
           MOVE 1 TO BCS-PASS.
           PERFORM BROWSE-RUNCTL.
       FIN-SETTONIGHT. EXIT.
      *
       SET-DAYTYPE SECTION.
      * BCWATCH'S ORDER - A HOLCAL HOLIDAY, THEN MONTH END, THEN THE
      * WEEKEND - WORKED OUT FOR THE DATE SHOWN.
           MOVE BCS-WS-DATE TO BCS-DATE-IN.
           MOVE BCS-WS-DATE TO HOL-DATE.
           EXEC CICS READ FILE('HOLCAL') INTO(HOL-REC)
                RIDFLD(HOL-DATE) KEYLENGTH(8)
                LENGTH(BCS-HOL-LEN) RESP(BCS-RESP) NOHANDLE
           END-EXEC.
           IF BCS-RESP = DFHRESP(NORMAL)
              MOVE 'H' TO BCS-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           PERFORM DAYS-IN-MONTH.
           IF BCS-DI-DD = BCS-DIM
              MOVE 'M' TO BCS-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           PERFORM WEEKDAY-OF-DATE.
           IF BCS-DOW = 0 OR BCS-DOW = 1
              MOVE 'W' TO BCS-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           MOVE 'B' TO BCS-DAYTYPE.
       FIN-SETDAYTYPE. EXIT.
      *
       DAYS-IN-MONTH SECTION.
      * DAYS IN THE MONTH OF BCS-DATE-IN, FEBRUARY BY THE LEAP RULE.
           MOVE BCS-DIM-ENT(BCS-DI-MM) TO BCS-DIM.
           IF BCS-DI-MM NOT = 2
              GO TO FIN-DAYSMON.
           DIVIDE BCS-DI-YYYY BY 4   GIVING BCS-T1 REMAINDER BCS-R4.
           DIVIDE BCS-DI-YYYY BY 100 GIVING BCS-T1 REMAINDER BCS-R100.
           DIVIDE BCS-DI-YYYY BY 400 GIVING BCS-T1 REMAINDER BCS-R400.
           IF BCS-R4 = 0 AND (BCS-R100 NOT = 0 OR BCS-R400 = 0)
              MOVE 29 TO BCS-DIM
           END-IF.
       FIN-DAYSMON. EXIT.
      *
       WEEKDAY-OF-DATE SECTION.
      * ZELLER'S CONGRUENCE FOR BCS-DATE-IN: 0=SATURDAY, 1=SUNDAY,
      * 2=MONDAY ... 6=FRIDAY. JANUARY AND FEBRUARY COUNT AS MONTHS
      * 13 AND 14 OF THE YEAR BEFORE.
           MOVE BCS-DI-YYYY TO BCS-Y.
           MOVE BCS-DI-MM   TO BCS-M.
           IF BCS-M < 3
              ADD 12 TO BCS-M
              SUBTRACT 1 FROM BCS-Y
           END-IF.
           COMPUTE BCS-T1 = 13 * (BCS-M + 1).
           DIVIDE BCS-T1 BY 5 GIVING BCS-T1.
           DIVIDE BCS-Y BY 100 GIVING BCS-J REMAINDER BCS-K.
           DIVIDE BCS-K BY 4 GIVING BCS-T2.
           DIVIDE BCS-J BY 4 GIVING BCS-T3.
           COMPUTE BCS-T1 = BCS-DI-DD + BCS-T1 + BCS-K + BCS-T2
                          + BCS-T3 + 5 * BCS-J.
           DIVIDE BCS-T1 BY 7 GIVING BCS-T2 REMAINDER BCS-DOW.
       FIN-DAYWEEK. EXIT.
      *
       LOAD-TIMETABLE SECTION.
      * THE SET FOR THE NIGHT'S DAY TYPE - THE DEFAULT '*' SET WHEN
      * THE TYPE HAS NONE OF ITS OWN.
           MOVE 0 TO ROW-COUNT.
           PERFORM BROWSE-TIMETABLE.
           IF ROW-COUNT > 0
              GO TO FIN-LOADTT.
           MOVE '*' TO BCS-DAYTYPE.
           PERFORM BROWSE-TIMETABLE.
       FIN-LOADTT. EXIT.
      *
       BROWSE-TIMETABLE SECTION.
           MOVE LOW-VALUES  TO DLN-KEY.
           MOVE BCS-DAYTYPE TO DLN-DAYTYPE.
           EXEC CICS STARTBR FILE('RUNDLN') RIDFLD(DLN-KEY)
                KEYLENGTH(12) GTEQ RESP(BCS-RESP) NOHANDLE
           END-EXEC.
           IF BCS-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-BRWSTT.
           MOVE 0 TO BCS-DONE.
           PERFORM READ-TIMETABLE UNTIL BCS-DONE = 1.
           EXEC CICS ENDBR FILE('RUNDLN') NOHANDLE END-EXEC.
       FIN-BRWSTT. EXIT.
      *
       READ-TIMETABLE SECTION.
           EXEC CICS READNEXT FILE('RUNDLN') INTO(DLN-REC)
                RIDFLD(DLN-KEY) KEYLENGTH(12)
                LENGTH(LENGTH OF DLN-REC) RESP(BCS-RESP) NOHANDLE
           END-EXEC.
           IF BCS-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO BCS-DONE
              GO TO FIN-READTT.
           IF DLN-DAYTYPE NOT = BCS-DAYTYPE
              MOVE 1 TO BCS-DONE
              GO TO FIN-READTT.
      * *ONLINE AND ANY OTHER PARAMETER RECORD IS NOT A STEP.
           IF DLN-PROG(1:1) = '*' OR ROW-COUNT NOT < ROW-MAX
              GO TO FIN-READTT.

           ADD 1 TO ROW-COUNT.
           MOVE DLN-PROG TO ROW-PROG(ROW-COUNT).
           PERFORM CLEAR-ROW.
           MOVE DLN-PREREQ TO ROW-PREREQ(ROW-COUNT).
       FIN-READTT. EXIT.
      *
       CLEAR-ROW SECTION.
           MOVE SPACES TO ROW-PREREQ(ROW-COUNT).
           MOVE SPACE  TO ROW-STATE(ROW-COUNT).
           MOVE SPACES TO ROW-START(ROW-COUNT).
           MOVE SPACES TO ROW-END(ROW-COUNT).
           MOVE ZEROS  TO ROW-RECS-IN(ROW-COUNT).
           MOVE ZEROS  TO ROW-RECS-OUT(ROW-COUNT).
           MOVE SPACES TO ROW-INPUT(ROW-COUNT).
       FIN-CLEARROW. EXIT.
      *
       BROWSE-RUNCTL SECTION.
      * PASS 1 LOOKS FOR TONIGHT'S *BUSDATE STAMP ONLY; PASS 2 TAKES
      * EVERY STEP RECORD FOR THE DATE SHOWN AND THE NEAREST STAMPED
      * NIGHTS EITHER SIDE OF IT.
           MOVE 0 TO BCS-RBA.
           EXEC CICS STARTBR FILE('RUNCTL') RIDFLD(BCS-RBA) RBA
                GTEQ RESP(BCS-RESP) NOHANDLE
           END-EXEC.
           IF BCS-RESP NOT = DFHRESP(NORMAL)
              IF BCS-COLLECT-STEPS
                 MOVE 'RUNCTL UNAVAILABLE - BROWSE FAILED'
                      TO BCS-MSG
              END-IF
              GO TO FIN-BRWSRUN.
           MOVE 0 TO BCS-DONE.
           PERFORM READ-RUNCTL UNTIL BCS-DONE = 1.
           EXEC CICS ENDBR FILE('RUNCTL') NOHANDLE END-EXEC.
       FIN-BRWSRUN. EXIT.
      *
       READ-RUNCTL SECTION.
           EXEC CICS READNEXT FILE('RUNCTL') INTO(RCF-REC)
                RIDFLD(BCS-RBA) RBA
                LENGTH(LENGTH OF RCF-REC) RESP(BCS-RESP) NOHANDLE
           END-EXEC.
           IF BCS-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO BCS-DONE
              GO TO FIN-READRUN.

           IF BCS-FIND-CHAIN-DATE
              IF RCF-PROGRAM = '*BUSDATE'
                 AND (RCF-BUSDATE = BCS-CYCLE-DATE
                      OR RCF-BUSDATE = BCS-CYCLE-NEXT)
                 MOVE RCF-BUSDATE TO BCS-WS-DATE
              END-IF
              GO TO FIN-READRUN.

           IF RCF-PROGRAM = '*BUSDATE'
              PERFORM NOTE-NIGHT
              GO TO FIN-READRUN.
           IF RCF-PROGRAM(1:1) = '*'
              OR RCF-BUSDATE NOT = BCS-WS-DATE
              GO TO FIN-READRUN.

           MOVE 0 TO BCS-FOUND.
           PERFORM MATCH-ROW VARYING BCS-I FROM 1 BY 1
                UNTIL BCS-I > ROW-COUNT OR BCS-FOUND > 0.
           IF BCS-FOUND = 0
              IF ROW-COUNT NOT < ROW-MAX
                 GO TO FIN-READRUN
              END-IF
              ADD 1 TO ROW-COUNT
              MOVE RCF-PROGRAM TO ROW-PROG(ROW-COUNT)
              PERFORM CLEAR-ROW
              MOVE ROW-COUNT TO BCS-FOUND
           END-IF.
           PERFORM TAKE-RUNCTL.
       FIN-READRUN. EXIT.
      *
       NOTE-NIGHT SECTION.
      * THE LATEST STAMPED NIGHT BEFORE THE ONE SHOWN AND THE EARLIEST
      * AFTER IT - WHERE PF7 AND PF8 GO.
           IF RCF-BUSDATE < BCS-WS-DATE
              AND (BCS-WS-PREV = SPACES OR RCF-BUSDATE > BCS-WS-PREV)
              MOVE RCF-BUSDATE TO BCS-WS-PREV
           END-IF.
           IF RCF-BUSDATE > BCS-WS-DATE
              AND (BCS-WS-NEXT = SPACES OR RCF-BUSDATE < BCS-WS-NEXT)
              MOVE RCF-BUSDATE TO BCS-WS-NEXT
           END-IF.
       FIN-NOTENIGHT. EXIT.
      *
       MATCH-ROW SECTION.
           IF ROW-PROG(BCS-I) = RCF-PROGRAM
              MOVE BCS-I TO BCS-FOUND
           END-IF.
       FIN-MATCHROW. EXIT.
      *
       TAKE-RUNCTL SECTION.
      * A START RECORD OPENS A (RE)RUN AND CLEARS WHAT AN EARLIER RUN
      * LEFT; THE COMPLETION, FAILURE OR SKIP RECORD CLOSES IT.
           MOVE RCF-STATUS TO ROW-STATE(BCS-FOUND).
           MOVE RCF-INPUT  TO ROW-INPUT(BCS-FOUND).
      * WHAT THE STEP ITSELF SAYS IT WAITED ON BEATS THE TIMETABLE.
           IF RCF-PREREQ NOT = SPACES
              MOVE RCF-PREREQ TO ROW-PREREQ(BCS-FOUND)
           END-IF.
           IF RCF-STATUS = 'S'
              MOVE RCF-HORA TO ROW-START(BCS-FOUND)
              MOVE SPACES   TO ROW-END(BCS-FOUND)
              MOVE ZEROS    TO ROW-RECS-IN(BCS-FOUND)
              MOVE ZEROS    TO ROW-RECS-OUT(BCS-FOUND)
              GO TO FIN-TAKERUN.
           MOVE RCF-HORA TO ROW-END(BCS-FOUND).
           IF RCF-RECS-IN NUMERIC
              MOVE RCF-RECS-IN TO ROW-RECS-IN(BCS-FOUND)
           END-IF.
           IF RCF-RECS-OUT NUMERIC
              MOVE RCF-RECS-OUT TO ROW-RECS-OUT(BCS-FOUND)
           END-IF.
       FIN-TAKERUN. EXIT.
      *
       COUNT-STATE SECTION.
           IF ROW-STATE(BCS-I) = 'F'
              ADD 1 TO BCS-N-FAILED
              GO TO FIN-COUNTSTATE.
           IF ROW-STATE(BCS-I) = 'S'
              ADD 1 TO BCS-N-RUNNING
              GO TO FIN-COUNTSTATE.
           IF ROW-STATE(BCS-I) = 'C' OR ROW-STATE(BCS-I) = 'K'
              ADD 1 TO BCS-N-DONE
              GO TO FIN-COUNTSTATE.
           ADD 1 TO BCS-N-WAITING.
       FIN-COUNTSTATE. EXIT.
      *
       SHOW-ROW SECTION.
           ADD 1 TO BCS-LIN.
           MOVE SPACES TO BCS-LINE.
           MOVE ROW-PROG(BCS-I)   TO BLN-PROG.
           MOVE ROW-PREREQ(BCS-I) TO BLN-PREREQ.
           MOVE ROW-INPUT(BCS-I)  TO BLN-INPUT.
           MOVE ROW-START(BCS-I)  TO BCS-HORA-IN.
           PERFORM FORMAT-HORA.
           MOVE BCS-HORA-OUT      TO BLN-START.
           MOVE ROW-END(BCS-I)    TO BCS-HORA-IN.
           PERFORM FORMAT-HORA.
           MOVE BCS-HORA-OUT      TO BLN-END.

           MOVE 'NOT STARTED' TO BLN-STATUS.
           IF ROW-STATE(BCS-I) = 'S'
              MOVE 'RUNNING'      TO BLN-STATUS.
           IF ROW-STATE(BCS-I) = 'C'
              MOVE 'COMPLETED'    TO BLN-STATUS.
           IF ROW-STATE(BCS-I) = 'K'
              MOVE 'HOLIDAY SKIP' TO BLN-STATUS.
      * A FAILED STEP GOES OUT BRIGHT: '8' IS THE ASKIP+BRIGHT
      * ATTRIBUTE BYTE (DFHBMASB), OVERRIDING THE MAP'S NORMAL ONE.
           IF ROW-STATE(BCS-I) = 'F'
              MOVE 'FAILED'       TO BLN-STATUS
              MOVE '8'            TO BLINA(BCS-LIN).
      * COUNTS ONLY MEAN SOMETHING ONCE THE RUN HAS ENDED.
           IF ROW-STATE(BCS-I) = 'C' OR ROW-STATE(BCS-I) = 'F'
              OR ROW-STATE(BCS-I) = 'K'
              MOVE ROW-RECS-IN(BCS-I)  TO BLN-RECS-IN
              MOVE ROW-RECS-OUT(BCS-I) TO BLN-RECS-OUT
           END-IF.
           MOVE BCS-LINE TO BLINO(BCS-LIN).
       FIN-SHOWROW. EXIT.
      *
       FORMAT-HORA SECTION.
      * RUNCTL'S HHMMSSCC AS HH:MM:SS.
           MOVE SPACES TO BCS-HORA-OUT.
           IF BCS-HORA-IN = SPACES
              GO TO FIN-FMTHORA.
           STRING BCS-HORA-IN(1:2) DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  BCS-HORA-IN(3:2) DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  BCS-HORA-IN(5:2) DELIMITED BY SIZE
                  INTO BCS-HORA-OUT.
       FIN-FMTHORA. EXIT.
      *////////////////////////////////////////////////////////////////
