       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Lista de trabajo del archivo SUSPENSE (ver EDUSUSS) - los
      *  pagos del banco que EDUFPAYB rechazo con un importe valido
      *  (cliente desconocido, limites, etc.). Antes quedaban en
      *  PAYREJ hasta que alguien re-tipeaba todo el archivo; la plata
      *  estaba en el banco pero en ningun lado de nuestros libros.
      *  Se busca por referencia (desde), importe y cliente del banco,
      *  solo abiertos salvo ALL=Y; las partidas quedan en la TS
      *  SUSMWK mientras se pagina. Por fila: 'A' asigna la partida al
      *  cliente tipeado en la fila, posteando por EDUFILAP funcion
      *  'T' (journal, POSTDTL y cambios como cualquier posteo) y
      *  registrando la referencia en PAYREG, asi EDUFRETN la puede
      *  devolver y EDUFPAYB no la aplica dos veces; 'R' la marca
      *  para devolver al banco. Cada accion queda en CSSL. 'C' es
      *  'A' para un cliente inactivo: confirma la reactivacion.
      *  Transaccion SUSM, opcion A del menu HELLOW, misma puerta
      *  SEC-MNT-YES que SORDMNT. Mapa BMS SUSPMNTM/SUSPMNTS.
      *  Carlos Donatucci - OCT 2026
      *  La asignacion pide COM-WINQ 'N': con la ventana batch abierta
      *  el posteo se sigue rechazando (codigo 40) en vez de encolarse,
      *  porque PAYREG necesita la clave de POSTDTL de un posteo ya
      *  aplicado. La partida queda abierta para reintentar.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  SUM-RESP                PIC S9(8) COMP.
       77  SUM-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  SUM-IDX                 PIC 9(4)  COMP.
       77  SUM-LINE                PIC 9(4)  COMP.
       77  SUM-EOF                 PIC 9     VALUE 0.
           88  SUM-BROWSE-DONE          VALUE 1.
       77  SUM-BR-OPEN             PIC 9     VALUE 0.
           88  SUM-BROWSE-OPEN          VALUE 1.
       77  SUM-STAGE-LEN           PIC 9(4)  COMP VALUE 100.
       77  SUM-ABS-AMT             PIC S9(6)V99 VALUE ZEROS.
       77  SUM-ASSIGNED            PIC 9(3)  VALUE ZEROS.
       77  SUM-RETURNED            PIC 9(3)  VALUE ZEROS.
       01  SUM-TODAY               PIC X(8)  VALUE SPACES.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON AS EDUAPPR'S EAP-MSG.
       01  SUM-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
       01  SUM-SHOW.
           05  SUM-SH-REF          PIC X(16).
           05  FILLER              PIC X.
           05  SUM-SH-NUMB         PIC X(6).
           05  FILLER              PIC X.
           05  SUM-SH-AMT          PIC ZZZZZ9.99-.
           05  FILLER              PIC X.
           05  SUM-SH-ARRIVED      PIC X(8).
           05  FILLER              PIC X.
           05  SUM-SH-RSN          PIC X(2).
           05  FILLER              PIC X.
           05  SUM-SH-STATUS       PIC X.
           05  FILLER              PIC X.
           05  SUM-SH-ACT-NUMB     PIC X(6).
           05  FILLER              PIC X.
           05  SUM-SH-ACT-FECHA    PIC X(8).
           05  FILLER              PIC X.
           05  SUM-SH-ACT-OPID     PIC X(3).
      *
       01  SUM-COUNTS.
           05  SUM-CT-ASSIGNED     PIC ZZ9.
           05  FILLER              PIC X(11) VALUE ' ASSIGNED  '.
           05  SUM-CT-RETURNED     PIC ZZ9.
           05  FILLER              PIC X(25) VALUE
               ' MARKED FOR RETURN'.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS SORDMNT. THE SEARCH AMOUNT HAS A
      * NUMERIC VIEW FOR THE FILTER.
       01  SUM-WS-COMMAREA.
           05  SUM-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  SUM-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  SUM-WS-SREF       PIC X(16)     VALUE SPACES.
           05  SUM-WS-SAMT       PIC X(8)      VALUE SPACES.
           05  SUM-WS-SAMT-N REDEFINES SUM-WS-SAMT
                                 PIC 9(6)V99.
           05  SUM-WS-SCUST      PIC X(6)      VALUE SPACES.
           05  SUM-WS-SALL       PIC X         VALUE SPACE.
      *
           COPY EDUSUSS.
      *
      * THE PAYMENT REGISTRY - AN ASSIGNED ITEM IS REGISTERED THERE
      * JUST AS EDUFPAYB REGISTERS WHAT IT APPLIES. SEE EDUPREGS.
           COPY EDUPREGS.
      *
      * COMMAREA HANDED TO EDUFILAP FOR THE ASSIGNMENT POSTING - THE
      * SERVICE'S OWN LAYOUT, BUILT FRESH FOR EVERY LINK.
           COPY EDUFILAC REPLACING ==01  DFHCOMMAREA.== BY
                                   ==01  SUM-FILAP-AREA.==.
      *
       01  WS-SUSASG                PIC X(80) VALUE
              'SUSM001I                  assigned to        by'.
       01  WS-SUSASG-R REDEFINES WS-SUSASG.
           05  FILLER               PIC X(9).
           05  WS-SUSASG-REF        PIC X(16).
           05  FILLER               PIC X(13).
           05  WS-SUSASG-NUMB       PIC X(6).
           05  FILLER               PIC X(4).
           05  WS-SUSASG-OPID       PIC X(3).
           05  FILLER               PIC X(29).
       01  WS-SUSRET                PIC X(80) VALUE
              'SUSM002I                  marked for return by'.
       01  WS-SUSRET-R REDEFINES WS-SUSRET.
           05  FILLER               PIC X(9).
           05  WS-SUSRET-REF        PIC X(16).
           05  FILLER               PIC X(22).
           05  WS-SUSRET-OPID       PIC X(3).
           05  FILLER               PIC X(30).
       01  WS-SUSERR                PIC X(80) VALUE
              'SUSM003E Error updating SUSPENSE/PAYREG after posting'.
      *
           COPY DFHAID.
           COPY SUSPMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY SUSPMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              PERFORM LOAD-ITEMS
              MOVE 1 TO SUM-WS-TOP
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE SUM-TOP     TO SUM-WS-TOP.
           MOVE SUM-TOTAL   TO SUM-WS-TOTAL.
           MOVE SUM-SREF    TO SUM-WS-SREF.
           MOVE SUM-SAMT    TO SUM-WS-SAMT.
           MOVE SUM-SCUST   TO SUM-WS-SCUST.
           MOVE SUM-SALL    TO SUM-WS-SALL.
           PERFORM RECEIVE-LIST.
           MOVE SUM-WS-TOP     TO SUM-TOP.
           MOVE SUM-WS-TOTAL   TO SUM-TOTAL.
           MOVE SUM-WS-SREF    TO SUM-SREF.
           MOVE SUM-WS-SAMT    TO SUM-SAMT.
           MOVE SUM-WS-SCUST   TO SUM-SCUST.
           MOVE SUM-WS-SALL    TO SUM-SALL.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(SUM-WS-COMMAREA)
                LENGTH(LENGTH OF SUM-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ITEMS SECTION.
      * THE SELECTION IS TAKEN ONCE INTO SUSMWK AND PAGED FROM THERE;
      * PF5 TAKES IT AGAIN. THE BROWSE STARTS AT THE SEARCH REFERENCE
      * (OR THE TOP OF THE FILE) AND STOPS AT 200 ITEMS - NARROW THE
      * SEARCH TO SEE FURTHER.
           EXEC CICS DELETEQ TS QUEUE('SUSMWK') NOHANDLE END-EXEC.
           MOVE 0 TO SUM-WS-TOTAL.
           MOVE 0 TO SUM-EOF.

           IF SUM-WS-SREF = SPACES
              MOVE LOW-VALUES  TO SUS-REF
           ELSE
              MOVE SUM-WS-SREF TO SUS-REF
           END-IF.
           MOVE 0 TO SUM-BR-OPEN.
           EXEC CICS STARTBR FILE('SUSPENSE') RIDFLD(SUS-REF)
                KEYLENGTH(16) GTEQ RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SUM-EOF
           ELSE
              MOVE 1 TO SUM-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL SUM-BROWSE-DONE
                              OR SUM-WS-TOTAL >= 200.

           IF SUM-BROWSE-OPEN
              EXEC CICS ENDBR FILE('SUSPENSE') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADITEMS. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('SUSPENSE') INTO(SUS-REC)
                RIDFLD(SUS-REF) KEYLENGTH(16)
                LENGTH(LENGTH OF SUS-REC)
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO SUM-EOF
              GO TO FIN-LOADONE.

           IF SUM-WS-SALL NOT = 'Y' AND NOT SUS-OPEN
              GO TO FIN-LOADONE.
           IF SUM-WS-SCUST NOT = SPACES AND SUS-NUMB NOT = SUM-WS-SCUST
              GO TO FIN-LOADONE.
      * THE AMOUNT IS SEARCHED WITHOUT ITS SIGN - THE OPERATOR HAS THE
      * BANK'S FIGURE, NOT OUR DELTA.
           IF SUM-WS-SAMT NOT = SPACES
              IF SUS-AMOUNT < 0
                 COMPUTE SUM-ABS-AMT = 0 - SUS-AMOUNT
              ELSE
                 MOVE SUS-AMOUNT TO SUM-ABS-AMT
              END-IF
              IF SUM-ABS-AMT NOT = SUM-WS-SAMT-N
                 GO TO FIN-LOADONE
              END-IF
           END-IF.

           ADD 1 TO SUM-WS-TOTAL.
           EXEC CICS WRITEQ TS QUEUE('SUSMWK') FROM(SUS-REC)
                LENGTH(SUM-STAGE-LEN) ITEM(SUM-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('SUSPMNTS') MAPSET('SUSPMNTM')
                INTO(SUSPMNTSI) RESP(SUM-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              EXEC CICS DELETEQ TS QUEUE('SUSMWK') NOHANDLE END-EXEC
              MOVE LOW-VALUES TO SUSPMNTSO
              MOVE 'SUSPMNT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF5
              PERFORM TAKE-SEARCH
              IF SUM-MSG = SPACES
                 PERFORM LOAD-ITEMS
                 MOVE 1 TO SUM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF SUM-WS-TOP > 8
                 SUBTRACT 8 FROM SUM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF SUM-WS-TOP + 8 <= SUM-WS-TOTAL
                 ADD 8 TO SUM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       TAKE-SEARCH SECTION.
      * THE SEARCH FIELDS COME BACK ON EVERY RECEIVE (FSET IN THE
      * MAP), SO A FIELD THE OPERATOR CLEARED COMES BACK EMPTY AND
      * DROPS OUT OF THE SEARCH. A BAD AMOUNT OR CUSTOMER KEEPS THE
      * PREVIOUS SELECTION ON SCREEN.
           INSPECT SREFI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SAMTI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SCUSTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SALLI  REPLACING ALL LOW-VALUES BY SPACES.
           IF SAMTI NOT = SPACES AND SAMTI NOT NUMERIC
              MOVE 'SEARCH AMOUNT MUST BE 8 DIGITS (2 DECIMALS)'
                   TO SUM-MSG
              GO TO FIN-TAKESRCH.
           IF SCUSTI NOT = SPACES AND SCUSTI NOT NUMERIC
              MOVE 'SEARCH CUSTOMER MUST BE 6 DIGITS' TO SUM-MSG
              GO TO FIN-TAKESRCH.
           IF SALLI NOT = 'Y' AND SALLI NOT = 'N' AND SALLI NOT = SPACE
              MOVE 'ALL MUST BE Y OR N' TO SUM-MSG
              GO TO FIN-TAKESRCH.
           MOVE SREFI  TO SUM-WS-SREF.
           MOVE SAMTI  TO SUM-WS-SAMT.
           MOVE SCUSTI TO SUM-WS-SCUST.
           MOVE SALLI  TO SUM-WS-SALL.
       FIN-TAKESRCH. EXIT.
      *
       APPLY-ACTIONS SECTION.
           MOVE 0 TO SUM-ASSIGNED SUM-RETURNED.
           EXEC CICS ASKTIME ABSTIME(SUM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SUM-TIME)
                YYYYMMDD(SUM-TODAY) NOHANDLE
           END-EXEC.
           PERFORM APPLY-ONE VARYING SUM-IDX FROM 1 BY 1
                UNTIL SUM-IDX > 8.
           IF SUM-MSG = SPACES
              AND (SUM-ASSIGNED > 0 OR SUM-RETURNED > 0)
              MOVE SUM-ASSIGNED TO SUM-CT-ASSIGNED
              MOVE SUM-RETURNED TO SUM-CT-RETURNED
              MOVE SUM-COUNTS   TO SUM-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE SUM-LINE = SUM-WS-TOP + SUM-IDX - 1.
           IF SUM-LINE > SUM-WS-TOTAL
              GO TO FIN-APPLYONE.
           IF ACTI(SUM-IDX) NOT = 'A' AND ACTI(SUM-IDX) NOT = 'R'
              AND ACTI(SUM-IDX) NOT = 'C'
              GO TO FIN-APPLYONE.

      * THE LISTED IMAGE ONLY GIVES THE REFERENCE - THE ITEM ITSELF
      * IS READ FOR UPDATE, SINCE ANOTHER OPERATOR OR THE NIGHT RUN
      * MAY HAVE CLOSED IT SINCE THE LIST WAS TAKEN.
           EXEC CICS READQ TS QUEUE('SUSMWK') INTO(SUS-REC)
                LENGTH(SUM-STAGE-LEN) ITEM(SUM-LINE)
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-APPLYONE.
           EXEC CICS READ FILE('SUSPENSE') INTO(SUS-REC)
                RIDFLD(SUS-REF) KEYLENGTH(16)
                LENGTH(LENGTH OF SUS-REC) UPDATE
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ITEM NO LONGER ON THE SUSPENSE FILE' TO SUM-MSG
              GO TO FIN-APPLYONE.
           IF NOT SUS-OPEN
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE 'ITEM ALREADY CLOSED - PF5 TO REFRESH' TO SUM-MSG
              PERFORM REFRESH-ROW
              GO TO FIN-APPLYONE.

           IF ACTI(SUM-IDX) = 'A' OR ACTI(SUM-IDX) = 'C'
              PERFORM APPLY-ASSIGN
           ELSE
              PERFORM APPLY-RETURN.
       FIN-APPLYONE. EXIT.
      *
       APPLY-ASSIGN SECTION.
      * THE POSTING GOES THROUGH EDUFILAP'S 'T' LIKE ANY OTHER - THE
      * CUSTOMER, CREDIT LIMITS, AUTHORITY, JOURNAL, POSTDTL AND
      * CHANGE IMAGE ARE ALL ITS BUSINESS. THE ITEM STAYS LOCKED
      * ACROSS THE LINK SO TWO OPERATORS CANNOT POST IT TWICE.
           IF CUSI(SUM-IDX) NOT NUMERIC OR CUSI(SUM-IDX) = '000000'
              OR CUSI(SUM-IDX) = '999999'
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE 'ASSIGN NEEDS A VALID CUSTOMER NUMBER ON THE ROW'
                   TO SUM-MSG
              GO TO FIN-APPLYASG.

      * A REFERENCE THAT SHOWS ON THE REGISTRY WAS APPLIED AFTER ALL -
      * POSTING IT AGAIN WOULD CREDIT THE MONEY TWICE.
           MOVE SUS-REF TO PRG-REF.
           EXEC CICS READ FILE('PAYREG') INTO(PRG-REC)
                RIDFLD(PRG-REF) KEYLENGTH(16)
                LENGTH(LENGTH OF PRG-REC)
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE 'REFERENCE ALREADY APPLIED - MARK FOR RETURN'
                   TO SUM-MSG
              GO TO FIN-APPLYASG.
           IF SUM-RESP NOT = DFHRESP(NOTFND)
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE 'ERROR READING PAYREG - NOT ASSIGNED' TO SUM-MSG
              GO TO FIN-APPLYASG.

           MOVE LOW-VALUES     TO SUM-FILAP-AREA.
           MOVE 'T'            TO COM-FUNCTION.
           MOVE CUSI(SUM-IDX)  TO COM-NUMB.
           MOVE SUS-AMOUNT     TO COM-AMOUNT.
           MOVE SPACES         TO COM-APPROVED.
           MOVE ZEROS          TO COM-BR-MAXROWS COM-BR-ROWS.
      * NO QUEUEING IN THE BATCH WINDOW - THE REGISTRY ENTRY BELOW
      * NEEDS THE POSTING APPLIED NOW.
           SET COM-WINQ-REFUSE TO TRUE.
      * A DORMANT CUSTOMER IS ONLY REACTIVATED BY AN EXPLICIT 'C'.
           IF ACTI(SUM-IDX) = 'C'
              MOVE 'Y'         TO COM-REACTIVATE
           END-IF.
           EXEC CICS LINK PROGRAM('EDUFILAP') COMMAREA(SUM-FILAP-AREA)
                LENGTH(LENGTH OF SUM-FILAP-AREA)
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE 'ERROR LINKING EDUFILAP - NOT ASSIGNED' TO SUM-MSG
              GO TO FIN-APPLYASG.
           IF COM-RETCODE = '42'
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE SPACES TO SUM-MSG
              STRING SUS-REF ' NOT ASSIGNED - CUSTOMER DORMANT, '
                     'USE C TO REACTIVATE' DELIMITED BY SIZE
                     INTO SUM-MSG
              GO TO FIN-APPLYASG.
           IF COM-RETCODE NOT = '00'
              EXEC CICS UNLOCK FILE('SUSPENSE') NOHANDLE END-EXEC
              MOVE SPACES TO SUM-MSG
              STRING SUS-REF ' NOT ASSIGNED - ' COM-MESSAGE
                     DELIMITED BY SIZE INTO SUM-MSG
              GO TO FIN-APPLYASG.

           SET SUS-ASSIGNED   TO TRUE.
           MOVE CUSI(SUM-IDX) TO SUS-ACT-NUMB.
           MOVE SUM-TODAY     TO SUS-ACT-FECHA.
           MOVE EIBOPID       TO SUS-ACT-OPID.
           EXEC CICS REWRITE FILE('SUSPENSE') FROM(SUS-REC)
                LENGTH(LENGTH OF SUS-REC) RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SUSERR)
                   LENGTH(80) NOHANDLE END-EXEC
           END-IF.

           MOVE SPACES         TO PRG-REC.
           MOVE SUS-REF        TO PRG-REF.
           MOVE CUSI(SUM-IDX)  TO PRG-NUMB.
           MOVE SUS-AMOUNT     TO PRG-AMOUNT.
           MOVE SUM-TODAY      TO PRG-FECHA.
           MOVE COM-REVKEY     TO PRG-PDT-KEY.
           SET PRG-APPLIED     TO TRUE.
           EXEC CICS WRITE FILE('PAYREG') FROM(PRG-REC)
                RIDFLD(PRG-REF) KEYLENGTH(16)
                LENGTH(LENGTH OF PRG-REC) RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SUSERR)
                   LENGTH(80) NOHANDLE END-EXEC
           END-IF.

           MOVE SUS-REF       TO WS-SUSASG-REF.
           MOVE CUSI(SUM-IDX) TO WS-SUSASG-NUMB.
           MOVE EIBOPID       TO WS-SUSASG-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SUSASG)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO SUM-ASSIGNED.
           PERFORM REFRESH-ROW.
       FIN-APPLYASG. EXIT.
      *
       APPLY-RETURN SECTION.
      * NOTHING IS POSTED - THE ITEM IS CLOSED FOR THE BANK TO SEND
      * THE MONEY BACK, WITH WHO DECIDED IT AND WHEN.
           SET SUS-TO-RETURN  TO TRUE.
           MOVE SPACES        TO SUS-ACT-NUMB.
           MOVE SUM-TODAY     TO SUS-ACT-FECHA.
           MOVE EIBOPID       TO SUS-ACT-OPID.
           EXEC CICS REWRITE FILE('SUSPENSE') FROM(SUS-REC)
                LENGTH(LENGTH OF SUS-REC) RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           IF SUM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SUSERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING SUSPENSE - NOT MARKED' TO SUM-MSG
              GO TO FIN-APPLYRET.

           MOVE SUS-REF TO WS-SUSRET-REF.
           MOVE EIBOPID TO WS-SUSRET-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-SUSRET)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO SUM-RETURNED.
           PERFORM REFRESH-ROW.
       FIN-APPLYRET. EXIT.
      *
       REFRESH-ROW SECTION.
      * THE LISTED IMAGE IS BROUGHT UP TO DATE SO THE ROW SHOWS THE
      * CLOSED ITEM UNTIL THE NEXT SEARCH DROPS IT.
           EXEC CICS WRITEQ TS QUEUE('SUSMWK') FROM(SUS-REC)
                LENGTH(SUM-STAGE-LEN) ITEM(SUM-LINE) REWRITE
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
       FIN-REFRESH. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('SUSPMNTS') MAPSET('SUSPMNTM')
                FROM(SUSPMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO SUSPMNTSO.
           EXEC CICS ASKTIME ABSTIME(SUM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(SUM-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE SUM-WS-SREF  TO SREFO.
           MOVE SUM-WS-SAMT  TO SAMTO.
           MOVE SUM-WS-SCUST TO SCUSTO.
           MOVE SUM-WS-SALL  TO SALLO.
           PERFORM BUILD-LINE VARYING SUM-IDX FROM 1 BY 1
                UNTIL SUM-IDX > 8.
           IF SUM-WS-TOTAL = 0
              MOVE 'NO SUSPENSE ITEMS MATCH THE SEARCH' TO MSGLINEO
           ELSE
              MOVE 'A=ASSIGN  R=RETURN  PF5=SEARCH  PF3=EXIT'
                   TO MSGLINEO
           END-IF.

           IF SUM-MSG NOT = SPACES
              MOVE SUM-MSG TO MSGLINEO
              MOVE SPACES  TO SUM-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE SUM-LINE = SUM-WS-TOP + SUM-IDX - 1.
           IF SUM-LINE > SUM-WS-TOTAL
              MOVE SPACES TO LINO(SUM-IDX)
              MOVE SPACE  TO ACTO(SUM-IDX)
              MOVE SPACES TO CUSO(SUM-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('SUSMWK') INTO(SUS-REC)
                LENGTH(SUM-STAGE-LEN) ITEM(SUM-LINE)
                RESP(SUM-RESP) NOHANDLE
           END-EXEC.
           MOVE SPACES        TO SUM-SHOW.
           MOVE SUS-REF       TO SUM-SH-REF.
           MOVE SUS-NUMB      TO SUM-SH-NUMB.
           IF SUS-AMOUNT NUMERIC
              MOVE SUS-AMOUNT TO SUM-SH-AMT
           END-IF.
           MOVE SUS-ARRIVED   TO SUM-SH-ARRIVED.
           MOVE SUS-RSN       TO SUM-SH-RSN.
           MOVE SUS-STATUS    TO SUM-SH-STATUS.
           MOVE SUS-ACT-NUMB  TO SUM-SH-ACT-NUMB.
           MOVE SUS-ACT-FECHA TO SUM-SH-ACT-FECHA.
           MOVE SUS-ACT-OPID  TO SUM-SH-ACT-OPID.
           MOVE SUM-SHOW      TO LINO(SUM-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
