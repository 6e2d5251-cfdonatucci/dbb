       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Lista de las confirmaciones de saldo de una auditoria (ver
      *  EDUCFMS) - EDUFCFMS saca la muestra y manda las cartas, y
      *  aca se registra lo que contesta cada cliente. Se busca por
      *  auditoria (obligatoria) y cliente desde; solo las que esperan
      *  respuesta salvo ALL=Y, asi tambien se corrige una respuesta
      *  mal cargada. Las confirmaciones quedan en la TS CFMMWK
      *  mientras se pagina. Por fila: 'A' de acuerdo, 'D' en
      *  desacuerdo con el saldo que el cliente dice tener tipeado en
      *  la fila (CLAIMED), 'N' sin respuesta (la auditoria cerro y no
      *  contesto). Cada respuesta guarda fecha y operador y queda en
      *  CSSL; EDUFCFMR lista las excepciones al cierre.
      *  Transaccion CFMM, opcion B del menu HELLOW, misma puerta
      *  SEC-MNT-YES que SUSPMNT. Mapa BMS CFMMNTM/CFMMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  CMM-RESP                PIC S9(8) COMP.
       77  CMM-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  CMM-IDX                 PIC 9(4)  COMP.
       77  CMM-LINE                PIC 9(4)  COMP.
       77  CMM-EOF                 PIC 9     VALUE 0.
           88  CMM-BROWSE-DONE          VALUE 1.
       77  CMM-BR-OPEN             PIC 9     VALUE 0.
           88  CMM-BROWSE-OPEN          VALUE 1.
       77  CMM-STAGE-LEN           PIC 9(4)  COMP VALUE 100.
       77  CMM-RECORDED            PIC 9(3)  VALUE ZEROS.
       01  CMM-TODAY               PIC X(8)  VALUE SPACES.
      *
      * THE CLAIMED AMOUNT AS TYPED ON THE ROW - 8 DIGITS, 2 DECIMALS,
      * THE SAME CONVENTION AS THE SUSPMNT SEARCH AMOUNT.
       01  CMM-CLAIM-X             PIC X(8)  VALUE SPACES.
       01  CMM-CLAIM-N REDEFINES CMM-CLAIM-X
                                   PIC 9(6)V99.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * SAME REASON AS EDUAPPR'S EAP-MSG.
       01  CMM-MSG                 PIC X(79) VALUE SPACES.
      *
      * ONE LIST ROW AS SHOWN ON THE SCREEN - LINED UP UNDER LBLHDR.
       01  CMM-SHOW.
           05  CMM-SH-NUMB         PIC X(6).
           05  FILLER              PIC X.
           05  CMM-SH-NAME         PIC X(20).
           05  FILLER              PIC X.
           05  CMM-SH-STATUS       PIC X(2).
           05  FILLER              PIC X.
           05  CMM-SH-BAL          PIC ZZZZZ9.99-.
           05  FILLER              PIC X.
           05  CMM-SH-RULE         PIC X.
           05  FILLER              PIC X.
           05  CMM-SH-REPLY        PIC X.
           05  FILLER              PIC X.
           05  CMM-SH-CLAIMED      PIC ZZZZZ9.99-.
           05  FILLER              PIC X.
           05  CMM-SH-FECHA        PIC X(8).
           05  FILLER              PIC X.
           05  CMM-SH-OPID         PIC X(3).
      *
       01  CMM-COUNTS.
           05  CMM-CT-RECORDED     PIC ZZ9.
           05  FILLER              PIC X(20) VALUE
               ' REPLIES RECORDED'.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS SUSPMNT.
       01  CMM-WS-COMMAREA.
           05  CMM-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  CMM-WS-TOTAL      PIC 9(4) COMP VALUE 0.
           05  CMM-WS-SAUD       PIC X(8)      VALUE SPACES.
           05  CMM-WS-SCUST      PIC X(6)      VALUE SPACES.
           05  CMM-WS-SALL       PIC X         VALUE SPACE.
      *
           COPY EDUCFMS.
      *
       01  WS-CFMREP                PIC X(80) VALUE
              'CFMM001I AUDIT          CUST        REPLY   BY'.
       01  WS-CFMREP-R REDEFINES WS-CFMREP.
           05  FILLER               PIC X(15).
           05  WS-CFMREP-AUDIT      PIC X(8).
           05  FILLER               PIC X(6).
           05  WS-CFMREP-NUMB       PIC X(6).
           05  FILLER               PIC X(7).
           05  WS-CFMREP-REPLY      PIC X.
           05  FILLER               PIC X(5).
           05  WS-CFMREP-OPID       PIC X(3).
           05  FILLER               PIC X(29).
       01  WS-CFMERR                PIC X(80) VALUE
              'CFMM002E Error updating CONFIRM - reply not recorded'.
      *
           COPY DFHAID.
           COPY CFMMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY CFMMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * NOTHING IS LISTED UNTIL AN AUDIT IS ASKED FOR - THE FILE
      * CARRIES EVERY AUDIT THERE HAS BEEN.
           IF EIBCALEN = 0
              EXEC CICS DELETEQ TS QUEUE('CFMMWK') NOHANDLE END-EXEC
              MOVE 1 TO CMM-WS-TOP
              MOVE 0 TO CMM-WS-TOTAL
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE CMM-TOP     TO CMM-WS-TOP.
           MOVE CMM-TOTAL   TO CMM-WS-TOTAL.
           MOVE CMM-SAUD    TO CMM-WS-SAUD.
           MOVE CMM-SCUST   TO CMM-WS-SCUST.
           MOVE CMM-SALL    TO CMM-WS-SALL.
           PERFORM RECEIVE-LIST.
           MOVE CMM-WS-TOP     TO CMM-TOP.
           MOVE CMM-WS-TOTAL   TO CMM-TOTAL.
           MOVE CMM-WS-SAUD    TO CMM-SAUD.
           MOVE CMM-WS-SCUST   TO CMM-SCUST.
           MOVE CMM-WS-SALL    TO CMM-SALL.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(CMM-WS-COMMAREA)
                LENGTH(LENGTH OF CMM-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       LOAD-ITEMS SECTION.
      * THE SELECTION IS TAKEN ONCE INTO CFMMWK AND PAGED FROM THERE;
      * PF5 TAKES IT AGAIN. THE BROWSE STARTS AT THE AUDIT AND THE
      * CUSTOMER FROM, STOPS AT THE END OF THE AUDIT AND AT 200
      * CONFIRMATIONS - NARROW THE SEARCH TO SEE FURTHER.
           EXEC CICS DELETEQ TS QUEUE('CFMMWK') NOHANDLE END-EXEC.
           MOVE 0 TO CMM-WS-TOTAL.
           MOVE 0 TO CMM-EOF.

           MOVE CMM-WS-SAUD TO CFM-AUDIT.
           IF CMM-WS-SCUST = SPACES
              MOVE LOW-VALUES   TO CFM-NUMB
           ELSE
              MOVE CMM-WS-SCUST TO CFM-NUMB
           END-IF.
           MOVE 0 TO CMM-BR-OPEN.
           EXEC CICS STARTBR FILE('CONFIRM') RIDFLD(CFM-KEY)
                KEYLENGTH(14) GTEQ RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           IF CMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CMM-EOF
           ELSE
              MOVE 1 TO CMM-BR-OPEN
           END-IF.

           PERFORM LOAD-ONE UNTIL CMM-BROWSE-DONE
                              OR CMM-WS-TOTAL >= 200.

           IF CMM-BROWSE-OPEN
              EXEC CICS ENDBR FILE('CONFIRM') NOHANDLE END-EXEC
           END-IF.
       FIN-LOADITEMS. EXIT.
      *
       LOAD-ONE SECTION.
           EXEC CICS READNEXT FILE('CONFIRM') INTO(CFM-REC)
                RIDFLD(CFM-KEY) KEYLENGTH(14)
                LENGTH(LENGTH OF CFM-REC)
                RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           IF CMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CMM-EOF
              GO TO FIN-LOADONE.
           IF CFM-AUDIT NOT = CMM-WS-SAUD
              MOVE 1 TO CMM-EOF
              GO TO FIN-LOADONE.

           IF CMM-WS-SALL NOT = 'Y' AND NOT CFM-AWAITING
              GO TO FIN-LOADONE.

           ADD 1 TO CMM-WS-TOTAL.
           EXEC CICS WRITEQ TS QUEUE('CFMMWK') FROM(CFM-REC)
                LENGTH(CMM-STAGE-LEN) ITEM(CMM-WS-TOTAL) NOHANDLE
           END-EXEC.
       FIN-LOADONE. EXIT.
      *
       RECEIVE-LIST SECTION.
           EXEC CICS RECEIVE MAP('CFMMNTS') MAPSET('CFMMNTM')
                INTO(CFMMNTSI) RESP(CMM-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              EXEC CICS DELETEQ TS QUEUE('CFMMWK') NOHANDLE END-EXEC
              MOVE LOW-VALUES TO CFMMNTSO
              MOVE 'CFMMNT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF5
              PERFORM TAKE-SEARCH
              IF CMM-MSG = SPACES
                 PERFORM LOAD-ITEMS
                 MOVE 1 TO CMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF7
              IF CMM-WS-TOP > 8
                 SUBTRACT 8 FROM CMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           IF EIBAID = DFHPF8
              IF CMM-WS-TOP + 8 <= CMM-WS-TOTAL
                 ADD 8 TO CMM-WS-TOP
              END-IF
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           PERFORM APPLY-ACTIONS.
           PERFORM SEND-LIST-MAP.
       FIN-RECVLIST. EXIT.
      *
       TAKE-SEARCH SECTION.
      * THE SEARCH FIELDS COME BACK ON EVERY RECEIVE (FSET IN THE
      * MAP). A MISSING AUDIT OR A BAD CUSTOMER KEEPS THE PREVIOUS
      * SELECTION ON SCREEN.
           INSPECT SAUDI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SCUSTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SALLI  REPLACING ALL LOW-VALUES BY SPACES.
           IF SAUDI = SPACES
              MOVE 'ENTER THE AUDIT ID' TO CMM-MSG
              GO TO FIN-TAKESRCH.
           IF SCUSTI NOT = SPACES AND SCUSTI NOT NUMERIC
              MOVE 'SEARCH CUSTOMER MUST BE 6 DIGITS' TO CMM-MSG
              GO TO FIN-TAKESRCH.
           IF SALLI NOT = 'Y' AND SALLI NOT = 'N' AND SALLI NOT = SPACE
              MOVE 'ALL MUST BE Y OR N' TO CMM-MSG
              GO TO FIN-TAKESRCH.
           MOVE SAUDI  TO CMM-WS-SAUD.
           MOVE SCUSTI TO CMM-WS-SCUST.
           MOVE SALLI  TO CMM-WS-SALL.
       FIN-TAKESRCH. EXIT.
      *
       APPLY-ACTIONS SECTION.
           MOVE 0 TO CMM-RECORDED.
           EXEC CICS ASKTIME ABSTIME(CMM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CMM-TIME)
                YYYYMMDD(CMM-TODAY) NOHANDLE
           END-EXEC.
           PERFORM APPLY-ONE VARYING CMM-IDX FROM 1 BY 1
                UNTIL CMM-IDX > 8.
           IF CMM-MSG = SPACES AND CMM-RECORDED > 0
              MOVE CMM-RECORDED TO CMM-CT-RECORDED
              MOVE CMM-COUNTS   TO CMM-MSG
           END-IF.
       FIN-APPLYACT. EXIT.
      *
       APPLY-ONE SECTION.
           COMPUTE CMM-LINE = CMM-WS-TOP + CMM-IDX - 1.
           IF CMM-LINE > CMM-WS-TOTAL
              GO TO FIN-APPLYONE.
           IF ACTI(CMM-IDX) NOT = 'A' AND ACTI(CMM-IDX) NOT = 'D'
              AND ACTI(CMM-IDX) NOT = 'N'
              GO TO FIN-APPLYONE.

      * A DISAGREEMENT IS ONLY EVIDENCE WITH THE CUSTOMER'S FIGURE -
      * AND A FIGURE EQUAL TO OURS IS AN AGREEMENT.
           MOVE SPACES TO CMM-CLAIM-X.
           IF ACTI(CMM-IDX) = 'D'
              MOVE CLMI(CMM-IDX) TO CMM-CLAIM-X
              IF CMM-CLAIM-X NOT NUMERIC
                 MOVE 'DISAGREED NEEDS THE CLAIMED AMOUNT - 8 DIGITS'
                      TO CMM-MSG
                 GO TO FIN-APPLYONE
              END-IF
           END-IF.

      * THE LISTED IMAGE ONLY GIVES THE KEY - THE CONFIRMATION ITSELF
      * IS READ FOR UPDATE, SINCE ANOTHER OPERATOR MAY HAVE RECORDED
      * THE REPLY SINCE THE LIST WAS TAKEN.
           EXEC CICS READQ TS QUEUE('CFMMWK') INTO(CFM-REC)
                LENGTH(CMM-STAGE-LEN) ITEM(CMM-LINE)
                RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           IF CMM-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-APPLYONE.
           EXEC CICS READ FILE('CONFIRM') INTO(CFM-REC)
                RIDFLD(CFM-KEY) KEYLENGTH(14)
                LENGTH(LENGTH OF CFM-REC) UPDATE
                RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           IF CMM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CONFIRMATION NO LONGER ON FILE' TO CMM-MSG
              GO TO FIN-APPLYONE.
           IF ACTI(CMM-IDX) = 'D' AND CMM-CLAIM-N = CFM-BALANCE
              EXEC CICS UNLOCK FILE('CONFIRM') NOHANDLE END-EXEC
              MOVE 'CLAIMED AMOUNT EQUALS OUR BALANCE - USE A'
                   TO CMM-MSG
              GO TO FIN-APPLYONE.

           MOVE ACTI(CMM-IDX) TO CFM-REPLY.
           IF CFM-DISAGREED
              MOVE CMM-CLAIM-N TO CFM-CLAIMED
           ELSE
              MOVE ZEROS       TO CFM-CLAIMED
           END-IF.
           MOVE CMM-TODAY     TO CFM-REPLY-FECHA.
           MOVE EIBOPID       TO CFM-REPLY-OPID.
           EXEC CICS REWRITE FILE('CONFIRM') FROM(CFM-REC)
                LENGTH(LENGTH OF CFM-REC) RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           IF CMM-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-CFMERR)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING CONFIRM - REPLY NOT RECORDED'
                   TO CMM-MSG
              GO TO FIN-APPLYONE.

           MOVE CFM-AUDIT TO WS-CFMREP-AUDIT.
           MOVE CFM-NUMB  TO WS-CFMREP-NUMB.
           MOVE CFM-REPLY TO WS-CFMREP-REPLY.
           MOVE EIBOPID   TO WS-CFMREP-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-CFMREP)
                LENGTH(80) NOHANDLE END-EXEC.
           ADD 1 TO CMM-RECORDED.
           PERFORM REFRESH-ROW.
       FIN-APPLYONE. EXIT.
      *
       REFRESH-ROW SECTION.
      * THE LISTED IMAGE IS BROUGHT UP TO DATE SO THE ROW SHOWS THE
      * REPLY UNTIL THE NEXT SEARCH DROPS IT.
           EXEC CICS WRITEQ TS QUEUE('CFMMWK') FROM(CFM-REC)
                LENGTH(CMM-STAGE-LEN) ITEM(CMM-LINE) REWRITE
                RESP(CMM-RESP) NOHANDLE
           END-EXEC.
       FIN-REFRESH. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('CFMMNTS') MAPSET('CFMMNTM')
                FROM(CFMMNTSO) ERASE END-EXEC.
       FIN-SENDLIST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO CFMMNTSO.
           EXEC CICS ASKTIME ABSTIME(CMM-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CMM-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE CMM-WS-SAUD  TO SAUDO.
           MOVE CMM-WS-SCUST TO SCUSTO.
           MOVE CMM-WS-SALL  TO SALLO.
           PERFORM BUILD-LINE VARYING CMM-IDX FROM 1 BY 1
                UNTIL CMM-IDX > 8.
           IF CMM-WS-SAUD = SPACES
              MOVE 'ENTER THE AUDIT ID AND PRESS PF5' TO MSGLINEO
           ELSE
              IF CMM-WS-TOTAL = 0
                 MOVE 'NO CONFIRMATIONS MATCH THE SEARCH' TO MSGLINEO
              ELSE
                 MOVE 'A=AGREED  D=DISAGREED  N=NO REPLY  PF3=EXIT'
                      TO MSGLINEO
              END-IF
           END-IF.

           IF CMM-MSG NOT = SPACES
              MOVE CMM-MSG TO MSGLINEO
              MOVE SPACES  TO CMM-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
           COMPUTE CMM-LINE = CMM-WS-TOP + CMM-IDX - 1.
           IF CMM-LINE > CMM-WS-TOTAL
              MOVE SPACES TO LINO(CMM-IDX)
              MOVE SPACE  TO ACTO(CMM-IDX)
              MOVE SPACES TO CLMO(CMM-IDX)
              GO TO FIN-BUILDLINE.

           EXEC CICS READQ TS QUEUE('CFMMWK') INTO(CFM-REC)
                LENGTH(CMM-STAGE-LEN) ITEM(CMM-LINE)
                RESP(CMM-RESP) NOHANDLE
           END-EXEC.
           MOVE SPACES          TO CMM-SHOW.
           MOVE CFM-NUMB        TO CMM-SH-NUMB.
           MOVE CFM-NAME        TO CMM-SH-NAME.
           MOVE CFM-STATUSX     TO CMM-SH-STATUS.
           IF CFM-BALANCE NUMERIC
              MOVE CFM-BALANCE  TO CMM-SH-BAL
           END-IF.
           MOVE CFM-RULE        TO CMM-SH-RULE.
           MOVE CFM-REPLY       TO CMM-SH-REPLY.
           IF CFM-DISAGREED AND CFM-CLAIMED NUMERIC
              MOVE CFM-CLAIMED  TO CMM-SH-CLAIMED
           END-IF.
           MOVE CFM-REPLY-FECHA TO CMM-SH-FECHA.
           MOVE CFM-REPLY-OPID  TO CMM-SH-OPID.
           MOVE CMM-SHOW        TO LINO(CMM-IDX).
       FIN-BUILDLINE. EXIT.
      *////////////////////////////////////////////////////////////////
