       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNINQ.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Quien toco a un cliente. Para un NUMB y un rango de fechas
      *  opcional (DESDE/HASTA YYYYMMDD, en blanco = todas) lista las
      *  entradas del diario EDUJ cargadas en el historico JRNHIST
      *  (ver EDUJHSS, lo carga EDUFJHLD cada noche desde el archivo
      *  EDJA): fecha, hora, que se hizo (lectura, cambio, posteo,
      *  pedido retenido, ...), operador y terminal, la mas vieja
      *  primero, de a 15 por pagina con PF7/PF8. Lo del dia en curso
      *  todavia esta en EDUJ y aparece despues del cierre. Es una
      *  herramienta de auditoria: exige el permiso de mantenimiento
      *  en SECPROF (supervisores), controlado aca mismo ademas de la
      *  puerta del menu. Solo consulta. Transaccion JINQ, opcion F
      *  del menu HELLOW. Mapa BMS JRNINQM/JRNINQS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  JIQ-RESP                PIC S9(8) COMP.
       77  JIQ-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  JIQ-IDX                 PIC 9(3)  VALUE 0.
       77  JIQ-ROWS                PIC 9(3)  VALUE 0.
       77  JIQ-EOF                 PIC 9     VALUE 0.
           88  JIQ-BROWSE-DONE          VALUE 1.
       77  JIQ-MNT-FLAG            PIC 9     VALUE 0.
           88  JIQ-MNT-ALLOWED          VALUE 1.
       77  JIQ-MAX-PAGES           PIC 9(3)  VALUE 50.
      *
      * MESSAGE CARRIED FROM THE KEY HANDLING TO THE PAGE BUILD - SAME
      * REASON AS WLMMNT'S WMM-MSG.
       01  JIQ-MSG                 PIC X(79) VALUE SPACES.
      *
      * BROWSE KEY - CUSTOMER, DATE, TIME, SEQUENCE (SEE EDUJHSS).
       01  JIQ-KEY.
           05  JIQ-KEY-NUMB        PIC X(6).
           05  JIQ-KEY-FECHA       PIC X(8).
           05  FILLER              PIC X(11).
      *
       01  JIQ-FUNC-DESC           PIC X(20) VALUE SPACES.
       01  JIQ-ED-PAGE             PIC ZZ9.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS LHDMNT. LAID OUT LIKE JRNINQC.
       01  JIQ-WS-COMMAREA.
           05  JIQ-WS-NUMB       PIC X(6)      VALUE SPACES.
           05  JIQ-WS-FROM       PIC X(8)      VALUE SPACES.
           05  JIQ-WS-TO         PIC X(8)      VALUE SPACES.
           05  JIQ-WS-PAGE       PIC 9(3)      VALUE 0.
           05  JIQ-WS-NEXT       PIC X(25)     VALUE SPACES.
           05  JIQ-WS-TOP        PIC X(25) OCCURS 50 TIMES.
      *
           COPY EDUJHSS.
      * THE FUNCTION CODES ARE READ THROUGH EDUJRNS' OWN 88-LEVELS.
           COPY EDUJRNS.
      *
      * THE SAME SECPROF MAINTENANCE RIGHT THE HELLOW MENU CHECKS -
      * TESTED AGAIN HERE SO THE TRANSACTION CANNOT BE KEYED PAST IT.
           COPY SECPROFS.
      *
           COPY DFHAID.
           COPY JRNINQS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY JRNINQC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           PERFORM CHECK-MNT-PROFILE.
           IF NOT JIQ-MNT-ALLOWED
              MOVE LOW-VALUES TO JRNINQSO
              MOVE 'JRNINQ - SUPERVISOR PROFILE REQUIRED' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-PROCESO.

      * THE FIRST ATTACH ONLY ASKS FOR THE SELECTION.
           IF EIBCALEN = 0
              MOVE SPACES TO JIQ-WS-TOP(1)
              PERFORM SEND-JRN-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE DFHCOMMAREA TO JIQ-WS-COMMAREA.
           PERFORM RECEIVE-INQ.
           MOVE JIQ-WS-COMMAREA TO DFHCOMMAREA.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(JIQ-WS-COMMAREA)
                LENGTH(LENGTH OF JIQ-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       RECEIVE-INQ SECTION.
           EXEC CICS RECEIVE MAP('JRNINQS') MAPSET('JRNINQM')
                INTO(JRNINQSI) RESP(JIQ-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              MOVE LOW-VALUES TO JRNINQSO
              MOVE 'JRNINQ - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVINQ.

      * PAGING WORKS ON THE SELECTION ALREADY SHOWN.
           IF EIBAID = DFHPF7
              IF JIQ-WS-PAGE > 1
                 SUBTRACT 1 FROM JIQ-WS-PAGE
              ELSE
                 MOVE 'ALREADY ON THE FIRST PAGE' TO JIQ-MSG
              END-IF
              PERFORM SEND-JRN-MAP
              GO TO FIN-RECVINQ.

           IF EIBAID = DFHPF8
              PERFORM NEXT-PAGE
              PERFORM SEND-JRN-MAP
              GO TO FIN-RECVINQ.

           PERFORM TAKE-SELECTION.
           PERFORM SEND-JRN-MAP.
       FIN-RECVINQ. EXIT.
      *
       NEXT-PAGE SECTION.
      * THE FIRST KEY OF EVERY PAGE IS KEPT SO PF7 CAN GO BACK - THE
      * COMMAREA HOLDS JIQ-MAX-PAGES OF THEM.
           IF JIQ-WS-PAGE = 0
              GO TO FIN-NEXTPAGE.
           IF JIQ-WS-NEXT = SPACES
              MOVE 'NO MORE ENTRIES IN THIS SELECTION' TO JIQ-MSG
              GO TO FIN-NEXTPAGE.
           IF JIQ-WS-PAGE NOT < JIQ-MAX-PAGES
              MOVE 'PAGE LIMIT REACHED - NARROW THE DATE RANGE'
                   TO JIQ-MSG
              GO TO FIN-NEXTPAGE.
           ADD 1 TO JIQ-WS-PAGE.
           MOVE JIQ-WS-NEXT TO JIQ-WS-TOP(JIQ-WS-PAGE).
       FIN-NEXTPAGE. EXIT.
      *
       TAKE-SELECTION SECTION.
      * A BAD SELECTION KEEPS THE PREVIOUS ONE ON SCREEN.
           INSPECT CUSNOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FROMDI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TODI   REPLACING ALL LOW-VALUES BY SPACES.
           IF CUSNOI NOT NUMERIC OR CUSNOI = '000000'
              MOVE 'CUSTOMER NUMBER MUST BE 6 DIGITS' TO JIQ-MSG
              GO TO FIN-TAKESEL.
           IF FROMDI NOT = SPACES AND FROMDI NOT NUMERIC
              MOVE 'FROM DATE MUST BE YYYYMMDD OR BLANK' TO JIQ-MSG
              GO TO FIN-TAKESEL.
           IF TODI NOT = SPACES AND TODI NOT NUMERIC
              MOVE 'TO DATE MUST BE YYYYMMDD OR BLANK' TO JIQ-MSG
              GO TO FIN-TAKESEL.
           IF FROMDI NOT = SPACES AND TODI NOT = SPACES
              AND FROMDI > TODI
              MOVE 'FROM DATE IS AFTER THE TO DATE' TO JIQ-MSG
              GO TO FIN-TAKESEL.

           MOVE CUSNOI TO JIQ-WS-NUMB.
           MOVE FROMDI TO JIQ-WS-FROM.
           MOVE TODI   TO JIQ-WS-TO.
           MOVE 1      TO JIQ-WS-PAGE.
           MOVE LOW-VALUES  TO JIQ-KEY.
           MOVE JIQ-WS-NUMB TO JIQ-KEY-NUMB.
           IF JIQ-WS-FROM NOT = SPACES
              MOVE JIQ-WS-FROM TO JIQ-KEY-FECHA
           END-IF.
           MOVE JIQ-KEY TO JIQ-WS-TOP(1).
       FIN-TAKESEL. EXIT.
      *
       SEND-JRN-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('JRNINQS') MAPSET('JRNINQM')
                FROM(JRNINQSO) ERASE END-EXEC.
       FIN-SENDJRN. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO JRNINQSO.
           EXEC CICS ASKTIME ABSTIME(JIQ-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(JIQ-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE JIQ-WS-NUMB TO CUSNOO.
           MOVE JIQ-WS-FROM TO FROMDO.
           MOVE JIQ-WS-TO   TO TODO.

           IF JIQ-WS-PAGE = 0
              MOVE 'ENTER A CUSTOMER NUMBER AND DATES  PF3=EXIT'
                   TO MSGLINEO
              GO TO PAGE-MESSAGE.

           PERFORM LOAD-PAGE.
           MOVE JIQ-WS-PAGE TO JIQ-ED-PAGE.
           IF JIQ-WS-NEXT = SPACES
              STRING 'PAGE '     DELIMITED BY SIZE
                     JIQ-ED-PAGE DELIMITED BY SIZE
                     ' - LAST'   DELIMITED BY SIZE
                     INTO JPAGEO
           ELSE
              STRING 'PAGE '     DELIMITED BY SIZE
                     JIQ-ED-PAGE DELIMITED BY SIZE
                     ' - MORE'   DELIMITED BY SIZE
                     INTO JPAGEO
           END-IF.
           MOVE 'ENTER=NEW SELECTION  PF7/PF8=PAGE  PF3=EXIT'
                TO MSGLINEO.

       PAGE-MESSAGE.
           IF JIQ-MSG NOT = SPACES
              MOVE JIQ-MSG TO MSGLINEO
              MOVE SPACES  TO JIQ-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       LOAD-PAGE SECTION.
      * ONE BROWSE PER PAGE FROM THE PAGE'S FIRST KEY: FIFTEEN ROWS,
      * THEN ONE MORE READ TO KNOW WHERE THE NEXT PAGE STARTS.
           MOVE 0      TO JIQ-ROWS.
           MOVE 0      TO JIQ-EOF.
           MOVE SPACES TO JIQ-WS-NEXT.
           MOVE JIQ-WS-TOP(JIQ-WS-PAGE) TO JIQ-KEY.
           EXEC CICS STARTBR FILE('JRNHIST') RIDFLD(JIQ-KEY)
                KEYLENGTH(25) GTEQ RESP(JIQ-RESP) NOHANDLE
           END-EXEC.
           IF JIQ-RESP = DFHRESP(NOTFND)
              GO TO PAGE-EMPTY.
           IF JIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'JOURNAL HISTORY UNAVAILABLE - JRNHIST BROWSE FAILED'
                   TO JIQ-MSG
              GO TO FIN-LOADPAGE.

           PERFORM READ-ENTRY UNTIL JIQ-BROWSE-DONE.
           EXEC CICS ENDBR FILE('JRNHIST') NOHANDLE END-EXEC.

       PAGE-EMPTY.
           IF JIQ-ROWS = 0
              MOVE 'NO JOURNAL HISTORY FOR THIS CUSTOMER AND DATES'
                   TO JLINO(1)
           END-IF.
       FIN-LOADPAGE. EXIT.
      *
       READ-ENTRY SECTION.
           EXEC CICS READNEXT FILE('JRNHIST') INTO(JHS-REC)
                RIDFLD(JIQ-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF JHS-REC)
                RESP(JIQ-RESP) NOHANDLE
           END-EXEC.
           IF JIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO JIQ-EOF
              GO TO FIN-READENT.
           IF JHS-NUMB NOT = JIQ-WS-NUMB
              MOVE 1 TO JIQ-EOF
              GO TO FIN-READENT.
           IF JIQ-WS-TO NOT = SPACES AND JHS-FECHA > JIQ-WS-TO
              MOVE 1 TO JIQ-EOF
              GO TO FIN-READENT.

      * A SIXTEENTH ENTRY IS WHERE THE NEXT PAGE WILL START.
           IF JIQ-ROWS NOT < 15
              MOVE JHS-KEY TO JIQ-WS-NEXT
              MOVE 1 TO JIQ-EOF
              GO TO FIN-READENT.

           ADD 1 TO JIQ-ROWS.
           PERFORM DESCRIBE-FUNC.
           MOVE SPACES TO JLINO(JIQ-ROWS).
           STRING JHS-FECHA      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  JHS-HORA       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  JIQ-FUNC-DESC  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  JHS-OPID       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  JHS-TERM       DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  JHS-ARCH-FECHA DELIMITED BY SIZE
                  INTO JLINO(JIQ-ROWS).
       FIN-READENT. EXIT.
      *
       DESCRIBE-FUNC SECTION.
      * WHAT THE JOURNAL CODE MEANS - SEE EDUJRNS. AN UNKNOWN CODE IS
      * SHOWN AS IT IS.
           MOVE JHS-FUNC TO EDF-JRN-FUNC.
           MOVE SPACES   TO JIQ-FUNC-DESC.
           MOVE JHS-FUNC TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-READ
              MOVE 'READ'                 TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-BROWSE
              MOVE 'BROWSE'               TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-ADD
              MOVE 'ADD'                  TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-UPDATE
              MOVE 'UPDATE'               TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-DELETE
              MOVE 'DELETE'               TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HELD
              MOVE 'HELD FOR APPROVAL'    TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-POST
              MOVE 'POSTING'              TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-REINST
              MOVE 'REINSTATED'           TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-MERGE
              MOVE 'MERGE'                TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-SETLIM
              MOVE 'CREDIT LIMITS'        TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-WINDOW
              MOVE 'REFUSED - WINDOW'     TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-REVERSE
              MOVE 'REVERSAL REQUEST'     TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-XFER
              MOVE 'TRANSFER REQUEST'     TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HHLINK
              MOVE 'HOUSEHOLD LINK'       TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HHUNLK
              MOVE 'HOUSEHOLD UNLINK'     TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HHPRIM
              MOVE 'HOUSEHOLD CHANGE'     TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HOLDON
              MOVE 'LEGAL HOLD PLACED'    TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-HOLDOFF
              MOVE 'LEGAL HOLD LIFTED'    TO JIQ-FUNC-DESC.
           IF EDF-JRN-FUNC-WLCLEAR
              MOVE 'WATCH-LIST CLEARED'   TO JIQ-FUNC-DESC.
       FIN-DESCFUNC. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * SAME THREE-PROBE LOOKUP AS HELLOW'S CHECK-MNT-PROFILE - EXACT
      * OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY.
           MOVE 0 TO JIQ-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF JIQ-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF JIQ-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(JIQ-RESP) NOHANDLE
           END-EXEC.
           IF JIQ-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO JIQ-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *////////////////////////////////////////////////////////////////
