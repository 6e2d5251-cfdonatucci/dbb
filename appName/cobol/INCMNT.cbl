       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Trabajo online sobre un incidente del archivo INCIDENT (ver
      *  INCDNTS). El incidente se abre desde ALRTCON marcando con I
      *  las alertas relacionadas; aca se le asigna el responsable y
      *  el componente, se cargan notas que quedan en la linea de
      *  tiempo, con K se reconocen de una vez todas las alertas
      *  adjuntas (ALRTHIST y su item en la TS ALRTLOG, igual que un
      *  reconocimiento de ALRTCON) y con C se cierra con un codigo
      *  de causa y uno de resolucion de la tabla INCCODS - cerrar
      *  tambien reconoce lo que quedara abierto. Un incidente
      *  cerrado ya no acepta cambios. Cada cambio queda como evento
      *  en la linea de tiempo con el operador y una linea en CSSL.
      *  La linea de tiempo se pagina de a diez con PF7/PF8.
      *  Transaccion IMNT, opcion J del menu HELLOW. Mapa BMS
      *  INCMNTM/INCMNTS. INCRPT saca el resumen mensual.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  IMN-RESP                PIC S9(8) COMP.
       77  IMN-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  IMN-IDX                 PIC 9(4)  COMP.
       77  IMN-CIDX                PIC 9(4)  COMP.
       77  IMN-RIDX                PIC 9(4)  COMP.
       77  IMN-ITEM                PIC S9(4) COMP.
       77  IMN-NUMITEMS            PIC S9(4) COMP VALUE +0.
       77  IMN-LOG-LEN             PIC 9(4)  COMP VALUE 0.
       77  IMN-LAST-SEQ            PIC 9(3)  VALUE 0.
       77  IMN-ACKED-N             PIC 9(3)  VALUE 0.
       77  IMN-EOF                 PIC 9     VALUE 0.
           88  IMN-BROWSE-DONE          VALUE 1.
       77  IMN-LIVE-FLAG           PIC 9     VALUE 0.
           88  IMN-LIVE-FOUND           VALUE 1.
       77  IMN-HDR-FLAG            PIC 9     VALUE 0.
           88  IMN-HDR-FOUND            VALUE 1.
      *
      * MESSAGE CARRIED FROM THE UPDATE PHASE TO THE SCREEN REBUILD -
      * SAME REASON HOLMNT CARRIES HMN-MSG.
       01  IMN-MSG                 PIC X(79) VALUE SPACES.
       01  IMN-KEYED               PIC 9(6)  VALUE ZEROS.
      *
      * WHAT THE OPERATOR KEYED THIS TURN, LOW-VALUES TURNED TO
      * SPACES. OWNER AND COMPONENT ARE BLANKED WHEN THEY MATCH THE
      * FILE, SO WHAT IS LEFT IS ONLY WHAT CHANGES.
       01  IMN-INPUT.
           05  IMN-NEW-COMP        PIC X(8).
           05  IMN-NEW-OWNER       PIC X(8).
           05  IMN-NOTE            PIC X(60).
           05  IMN-CMD             PIC X.
               88  IMN-CMD-NONE         VALUE SPACE.
               88  IMN-CMD-ACK          VALUE 'K'.
               88  IMN-CMD-CLOSE        VALUE 'C'.
           05  IMN-CAUSE           PIC X(4).
           05  IMN-RESOL           PIC X(4).
       01  IMN-NOW-DATE            PIC X(8)  VALUE SPACES.
       01  IMN-NOW-TIME            PIC X(8)  VALUE SPACES.
       01  IMN-TL-WORD             PIC X(5)  VALUE SPACES.
       01  IMN-CNT-ED              PIC ZZ9.
       01  IMN-CODELIST            PIC X(79) VALUE SPACES.
       01  IMN-CODEPTR             PIC 9(4)  COMP.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS HOLMNT. A TOP OF 9999 MEANS SHOW THE
      * LATEST PAGE OF THE TIMELINE.
       01  IMN-WS-COMMAREA.
           05  IMN-WS-ID         PIC 9(6)      VALUE 0.
           05  IMN-WS-TOP        PIC 9(4) COMP VALUE 9999.
      *
           COPY INCDNTS.
           COPY INCEVTS.
           COPY INCCODS.
           COPY ALRTHSTS.
           COPY ALRTLGS.
      *
       01  WS-INCUPD.
           05  FILLER               PIC X(18) VALUE
               'INCM001I incident '.
           05  WS-INCUPD-ID         PIC 9(6)  VALUE ZEROS.
           05  FILLER               PIC X(12) VALUE ' updated by '.
           05  WS-INCUPD-OPID       PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(41) VALUE SPACES.
       01  WS-INCACK.
           05  FILLER               PIC X(18) VALUE
               'INCM002I incident '.
           05  WS-INCACK-ID         PIC 9(6)  VALUE ZEROS.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-INCACK-N          PIC ZZ9.
           05  FILLER               PIC X(26) VALUE
               ' alert(s) acknowledged by '.
           05  WS-INCACK-OPID       PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-INCCLS.
           05  FILLER               PIC X(18) VALUE
               'INCM003I incident '.
           05  WS-INCCLS-ID         PIC 9(6)  VALUE ZEROS.
           05  FILLER               PIC X(14) VALUE ' closed cause '.
           05  WS-INCCLS-CAUSE      PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE ' resolution '.
           05  WS-INCCLS-RESOL      PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE ' by '.
           05  WS-INCCLS-OPID       PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(15) VALUE SPACES.
       01  WS-INCERR                PIC X(80) VALUE
              'INCM004E Error updating INCIDENT incident record file'.
      *
           COPY DFHAID.
           COPY INCMNTS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY INCMNTC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              MOVE 0    TO IMN-WS-ID
              MOVE 9999 TO IMN-WS-TOP
              PERFORM SEND-INC-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE IMN-ID  TO IMN-WS-ID.
           MOVE IMN-TOP TO IMN-WS-TOP.
           PERFORM RECEIVE-INC.
           MOVE IMN-WS-ID  TO IMN-ID.
           MOVE IMN-WS-TOP TO IMN-TOP.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(IMN-WS-COMMAREA)
                LENGTH(LENGTH OF IMN-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       RECEIVE-INC SECTION.
           EXEC CICS RECEIVE MAP('INCMNTS') MAPSET('INCMNTM')
                INTO(INCMNTSI) RESP(IMN-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              MOVE LOW-VALUES TO INCMNTSO
              MOVE 'INCMNT - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVINC.

      * A NUMBER KEYED OVER THE ONE ON SCREEN LOADS THAT INCIDENT -
      * ANYTHING ELSE KEYED THE SAME TURN IS IGNORED, IT WAS MEANT
      * FOR THE INCIDENT THAT WAS SHOWING.
           IF INCIDI NOT = LOW-VALUES AND INCIDI NOT = SPACES
              IF INCIDI NOT NUMERIC
                 MOVE 'INCIDENT NUMBER MUST BE NUMERIC' TO IMN-MSG
                 PERFORM SEND-INC-MAP
                 GO TO FIN-RECVINC
              END-IF
              MOVE INCIDI TO IMN-KEYED
              IF IMN-KEYED NOT = IMN-WS-ID
                 MOVE IMN-KEYED TO IMN-WS-ID
                 MOVE 9999      TO IMN-WS-TOP
                 PERFORM SEND-INC-MAP
                 GO TO FIN-RECVINC
              END-IF
           END-IF.

           IF IMN-WS-ID = 0
              PERFORM SEND-INC-MAP
              GO TO FIN-RECVINC.

      * PF7 GOES BACK TOWARD THE OPENING OF THE INCIDENT, PF8
      * FORWARD TOWARD THE LATEST EVENT - THE PAGE IS PULLED BACK
      * INSIDE THE TIMELINE WHEN IT IS BUILT.
           IF EIBAID = DFHPF7
              IF IMN-WS-TOP > 10
                 SUBTRACT 10 FROM IMN-WS-TOP
              ELSE
                 MOVE 1 TO IMN-WS-TOP
              END-IF
              PERFORM SEND-INC-MAP
              GO TO FIN-RECVINC.

           IF EIBAID = DFHPF8
              IF IMN-WS-TOP < 9990
                 ADD 10 TO IMN-WS-TOP
              END-IF
              PERFORM SEND-INC-MAP
              GO TO FIN-RECVINC.

           PERFORM APPLY-UPDATES.
           PERFORM SEND-INC-MAP.
       FIN-RECVINC. EXIT.
      *
       APPLY-UPDATES SECTION.
      * EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN, SO A BAD
      * CODE ON A CLOSE DOES NOT LEAVE HALF THE CHANGES APPLIED.
           MOVE COMPONI TO IMN-NEW-COMP.
           MOVE OWNERI  TO IMN-NEW-OWNER.
           MOVE NOTEI   TO IMN-NOTE.
           MOVE CMDI    TO IMN-CMD.
           MOVE CAUSEI  TO IMN-CAUSE.
           MOVE RESOLI  TO IMN-RESOL.
           INSPECT IMN-INPUT REPLACING ALL LOW-VALUES BY SPACES.
           IF IMN-INPUT = SPACES
              MOVE 'NOTHING TO APPLY - KEY A CHANGE, NOTE OR ACTION'
                   TO IMN-MSG
              GO TO FIN-APPLYUPD.

           PERFORM READ-HEADER.
           IF NOT IMN-HDR-FOUND
              GO TO FIN-APPLYUPD.
           IF INC-CLOSED
              MOVE 'INCIDENT IS CLOSED - NO FURTHER UPDATES' TO IMN-MSG
              GO TO FIN-APPLYUPD.

           IF NOT IMN-CMD-NONE AND NOT IMN-CMD-ACK
                               AND NOT IMN-CMD-CLOSE
              MOVE 'ACTION MUST BE K (ACK ALERTS) OR C (CLOSE)'
                   TO IMN-MSG
              GO TO FIN-APPLYUPD.

           IF IMN-CMD-CLOSE
              PERFORM CHECK-CODES
              IF IMN-MSG NOT = SPACES
                 GO TO FIN-APPLYUPD
              END-IF
           ELSE
              IF IMN-CAUSE NOT = SPACES OR IMN-RESOL NOT = SPACES
                 MOVE 'CAUSE AND RESOLUTION ARE ONLY TAKEN WITH C=CLOSE'
                      TO IMN-MSG
                 GO TO FIN-APPLYUPD
              END-IF
           END-IF.

           IF IMN-NEW-OWNER = INC-OWNER
              MOVE SPACES TO IMN-NEW-OWNER.
           IF IMN-NEW-COMP = INC-COMPONENT
              MOVE SPACES TO IMN-NEW-COMP.

      * THE TIMELINE EVENTS GO IN FIRST AND THE HEADER IS REWRITTEN
      * LAST - INCEVT-ADD TURNS AWAY A CLOSED INCIDENT, SO THE CLOSE
      * EVENT HAS TO BE ON FILE BEFORE THE STATUS SAYS CLOSED.
           MOVE IMN-WS-ID TO INE-ID.
           MOVE SPACES    TO INE-HKEY.

           IF IMN-NEW-OWNER NOT = SPACES
              MOVE 'W'    TO INE-TYPE
              MOVE SPACES TO INE-TEXT
              STRING 'OWNER SET TO ' DELIMITED BY SIZE
                     IMN-NEW-OWNER   DELIMITED BY SIZE
                     INTO INE-TEXT
              PERFORM INCEVT-ADD
              IF NOT INE-OK
                 GO TO APPLY-FAILED
              END-IF
           END-IF.

           IF IMN-NEW-COMP NOT = SPACES
              MOVE 'U'    TO INE-TYPE
              MOVE SPACES TO INE-TEXT
              STRING 'COMPONENT SET TO ' DELIMITED BY SIZE
                     IMN-NEW-COMP        DELIMITED BY SIZE
                     INTO INE-TEXT
              PERFORM INCEVT-ADD
              IF NOT INE-OK
                 GO TO APPLY-FAILED
              END-IF
           END-IF.

           IF IMN-NOTE NOT = SPACES
              MOVE 'U'      TO INE-TYPE
              MOVE IMN-NOTE TO INE-TEXT
              PERFORM INCEVT-ADD
              IF NOT INE-OK
                 GO TO APPLY-FAILED
              END-IF
           END-IF.

           MOVE 0 TO IMN-ACKED-N.
           IF NOT IMN-CMD-NONE
              PERFORM ACK-ATTACHED
              IF IMN-ACKED-N > 0 OR IMN-CMD-ACK
                 MOVE IMN-ACKED-N TO IMN-CNT-ED
                 MOVE 'K'    TO INE-TYPE
                 MOVE SPACES TO INE-TEXT
                 STRING IMN-CNT-ED  DELIMITED BY SIZE
                        ' ATTACHED ALERT(S) ACKNOWLEDGED'
                                    DELIMITED BY SIZE
                        INTO INE-TEXT
                 PERFORM INCEVT-ADD
                 IF NOT INE-OK
                    GO TO APPLY-FAILED
                 END-IF
              END-IF
           END-IF.

           IF IMN-CMD-CLOSE
              MOVE 'C'    TO INE-TYPE
              MOVE SPACES TO INE-TEXT
              STRING 'CLOSED - CAUSE '  DELIMITED BY SIZE
                     IMN-CAUSE          DELIMITED BY SPACE
                     ' RESOLUTION '     DELIMITED BY SIZE
                     IMN-RESOL          DELIMITED BY SPACE
                     INTO INE-TEXT
              PERFORM INCEVT-ADD
              IF NOT INE-OK
                 GO TO APPLY-FAILED
              END-IF
           END-IF.

           PERFORM UPDATE-HEADER.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO APPLY-FAILED.

           PERFORM LOG-UPDATES.
           MOVE 9999 TO IMN-WS-TOP.
           GO TO FIN-APPLYUPD.

       APPLY-FAILED.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-INCERR)
                LENGTH(80) NOHANDLE END-EXEC.
           MOVE 'ERROR UPDATING INCIDENT FILE - SEE CSSL' TO IMN-MSG.
           MOVE 9999 TO IMN-WS-TOP.
       FIN-APPLYUPD. EXIT.
      *
       READ-HEADER SECTION.
           MOVE 0 TO IMN-HDR-FLAG.
           MOVE IMN-WS-ID TO INC-ID.
           MOVE ZEROS     TO INC-SEQ.
           EXEC CICS READ FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC)
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP = DFHRESP(NORMAL)
              MOVE 1 TO IMN-HDR-FLAG
              MOVE INC-LAST-SEQ TO IMN-LAST-SEQ
           ELSE
              MOVE 0 TO IMN-LAST-SEQ
              MOVE SPACES TO IMN-MSG
              STRING 'INCIDENT '   DELIMITED BY SIZE
                     IMN-WS-ID     DELIMITED BY SIZE
                     ' NOT ON FILE' DELIMITED BY SIZE
                     INTO IMN-MSG
           END-IF.
       FIN-READHDR. EXIT.
      *
       CHECK-CODES SECTION.
      * A CLOSE NEEDS ONE CAUSE AND ONE RESOLUTION FROM INCCODS - A
      * WRONG ONE GETS THE LIST OF GOOD ONES ON THE MESSAGE LINE.
           PERFORM FIND-CAUSE.
           IF IMN-CIDX > INC-CAUSE-MAX
              MOVE SPACES TO IMN-CODELIST
              MOVE 1 TO IMN-CODEPTR
              STRING 'CAUSE MUST BE ONE OF:' DELIMITED BY SIZE
                     INTO IMN-CODELIST WITH POINTER IMN-CODEPTR
              PERFORM LIST-CAUSE VARYING IMN-CIDX FROM 1 BY 1
                   UNTIL IMN-CIDX > INC-CAUSE-MAX
              MOVE IMN-CODELIST TO IMN-MSG
              GO TO FIN-CHKCODES.

           PERFORM FIND-RESOL.
           IF IMN-RIDX > INC-RESOL-MAX
              MOVE SPACES TO IMN-CODELIST
              MOVE 1 TO IMN-CODEPTR
              STRING 'RESOLUTION MUST BE ONE OF:' DELIMITED BY SIZE
                     INTO IMN-CODELIST WITH POINTER IMN-CODEPTR
              PERFORM LIST-RESOL VARYING IMN-RIDX FROM 1 BY 1
                   UNTIL IMN-RIDX > INC-RESOL-MAX
              MOVE IMN-CODELIST TO IMN-MSG.
       FIN-CHKCODES. EXIT.
      *
       LIST-CAUSE SECTION.
           STRING ' '                       DELIMITED BY SIZE
                  INC-CAUSE-CODE(IMN-CIDX)  DELIMITED BY SPACE
                  INTO IMN-CODELIST WITH POINTER IMN-CODEPTR.
       FIN-LISTCAUSE. EXIT.
      *
       LIST-RESOL SECTION.
           STRING ' '                       DELIMITED BY SIZE
                  INC-RESOL-CODE(IMN-RIDX)  DELIMITED BY SPACE
                  INTO IMN-CODELIST WITH POINTER IMN-CODEPTR.
       FIN-LISTRESOL. EXIT.
      *
       FIND-CAUSE SECTION.
      * LEAVES IMN-CIDX ON THE MATCHING ENTRY, PAST THE END IF NONE.
           MOVE 1 TO IMN-CIDX.
       FIND-CAUSE-NEXT.
           IF IMN-CIDX > INC-CAUSE-MAX
              GO TO FIN-FINDCAUSE.
           IF IMN-CAUSE = INC-CAUSE-CODE(IMN-CIDX)
              GO TO FIN-FINDCAUSE.
           ADD 1 TO IMN-CIDX.
           GO TO FIND-CAUSE-NEXT.
       FIN-FINDCAUSE. EXIT.
      *
       FIND-RESOL SECTION.
           MOVE 1 TO IMN-RIDX.
       FIND-RESOL-NEXT.
           IF IMN-RIDX > INC-RESOL-MAX
              GO TO FIN-FINDRESOL.
           IF IMN-RESOL = INC-RESOL-CODE(IMN-RIDX)
              GO TO FIN-FINDRESOL.
           ADD 1 TO IMN-RIDX.
           GO TO FIND-RESOL-NEXT.
       FIN-FINDRESOL. EXIT.
      *
       ACK-ATTACHED SECTION.
      * WALKS THE INCIDENT'S 'L' EVENTS AND ACKNOWLEDGES EACH ALERT
      * STILL OPEN - THE ALRTHIST RECORD AND, WHILE THE REGION STILL
      * HAS IT, ITS ALRTLOG ITEM - JUST AS IF THE OPERATOR HAD MARKED
      * EACH ONE 'A' ON ALRTCON.
           EXEC CICS ASKTIME ABSTIME(IMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(IMN-TIME)
                TIME(IMN-NOW-TIME) TIMESEP NOHANDLE
           END-EXEC.
           PERFORM GET-NUMITEMS.

           MOVE 0 TO IMN-EOF.
           MOVE IMN-WS-ID TO INC-ID.
           MOVE 1         TO INC-SEQ.
           EXEC CICS STARTBR FILE('INCIDENT') RIDFLD(INC-KEY)
                KEYLENGTH(9) GTEQ RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-ACKATT.

           PERFORM ACK-SCAN-ONE UNTIL IMN-BROWSE-DONE.

           EXEC CICS ENDBR FILE('INCIDENT') NOHANDLE END-EXEC.
       FIN-ACKATT. EXIT.
      *
       ACK-SCAN-ONE SECTION.
           EXEC CICS READNEXT FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC)
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              OR INC-ID NOT = IMN-WS-ID
              MOVE 1 TO IMN-EOF
              GO TO FIN-ACKSCAN.
           IF INC-EV-LINKED
              PERFORM ACK-ONE-ALERT.
       FIN-ACKSCAN. EXIT.
      *
       ACK-ONE-ALERT SECTION.
           MOVE INC-EV-HKEY TO AH-KEY.
           EXEC CICS READ FILE('ALRTHIST') INTO(AH-REC)
                RIDFLD(AH-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF AH-REC) UPDATE
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-ACKONE.
           IF AH-ACKED
              EXEC CICS UNLOCK FILE('ALRTHIST') NOHANDLE END-EXEC
              GO TO FIN-ACKONE.
           SET AH-ACKED TO TRUE.
           MOVE EIBOPID      TO AH-ACK-OPID.
           MOVE IMN-NOW-TIME TO AH-ACK-HORA.
           EXEC CICS REWRITE FILE('ALRTHIST') FROM(AH-REC)
                LENGTH(LENGTH OF AH-REC) RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-ACKONE.
           ADD 1 TO IMN-ACKED-N.

           MOVE 0 TO IMN-LIVE-FLAG.
           PERFORM ACK-LIVE-ONE VARYING IMN-ITEM FROM IMN-NUMITEMS
                BY -1 UNTIL IMN-ITEM < 1 OR IMN-LIVE-FOUND.
       FIN-ACKONE. EXIT.
      *
       ACK-LIVE-ONE SECTION.
      * THE LIVE ITEM IS FOUND BY ITS HISTORY KEY, NEWEST FIRST -
      * THE ALERTS OF AN OPEN INCIDENT ARE NEARLY ALWAYS RECENT.
           MOVE LENGTH OF ALOG-REC TO IMN-LOG-LEN.
           EXEC CICS READQ TS QUEUE('ALRTLOG') INTO(ALOG-REC)
                LENGTH(IMN-LOG-LEN) ITEM(IMN-ITEM)
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-ACKLIVE.
           IF ALOG-HKEY NOT = AH-KEY
              GO TO FIN-ACKLIVE.
           MOVE 1 TO IMN-LIVE-FLAG.
           IF ALOG-ACKED
              GO TO FIN-ACKLIVE.
           SET ALOG-ACKED TO TRUE.
           MOVE EIBOPID      TO ALOG-ACK-OPID.
           MOVE IMN-NOW-TIME TO ALOG-ACK-HORA.
           EXEC CICS WRITEQ TS QUEUE('ALRTLOG') FROM(ALOG-REC)
                LENGTH(IMN-LOG-LEN) ITEM(IMN-ITEM) REWRITE
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
       FIN-ACKLIVE. EXIT.
      *
       GET-NUMITEMS SECTION.
      * SAME AS ALRTCON - QIDERR MEANS NO ALERT HAS ESCALATED SINCE
      * THE REGION CAME UP, SO THERE IS NOTHING LIVE TO ACKNOWLEDGE.
           MOVE 0 TO IMN-NUMITEMS.
           MOVE LENGTH OF ALOG-REC TO IMN-LOG-LEN.
           EXEC CICS READQ TS QUEUE('ALRTLOG') INTO(ALOG-REC)
                LENGTH(IMN-LOG-LEN) ITEM(1) NUMITEMS(IMN-NUMITEMS)
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 0 TO IMN-NUMITEMS
           END-IF.
       FIN-GETNUM. EXIT.
      *
       UPDATE-HEADER SECTION.
           MOVE IMN-WS-ID TO INC-ID.
           MOVE ZEROS     TO INC-SEQ.
           EXEC CICS READ FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC) UPDATE
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-UPDHDR.

           IF IMN-NEW-OWNER NOT = SPACES
              MOVE IMN-NEW-OWNER TO INC-OWNER.
           IF IMN-NEW-COMP NOT = SPACES
              MOVE IMN-NEW-COMP TO INC-COMPONENT.
           IF NOT IMN-CMD-NONE
              MOVE EIBOPID TO INC-ACK-OPID
              IF INC-OPEN
                 SET INC-ACKED TO TRUE
              END-IF
           END-IF.
           IF IMN-CMD-CLOSE
              EXEC CICS ASKTIME ABSTIME(IMN-TIME) NOHANDLE END-EXEC
              EXEC CICS FORMATTIME ABSTIME(IMN-TIME)
                   YYYYMMDD(INC-CLOSE-DATE)
                   TIME(INC-CLOSE-TIME) TIMESEP NOHANDLE
              END-EXEC
              MOVE IMN-CAUSE TO INC-CAUSE
              MOVE IMN-RESOL TO INC-RESOL
              SET INC-CLOSED TO TRUE
           END-IF.

           EXEC CICS REWRITE FILE('INCIDENT') FROM(INC-REC)
                LENGTH(LENGTH OF INC-REC) RESP(IMN-RESP) NOHANDLE
           END-EXEC.
       FIN-UPDHDR. EXIT.
      *
       LOG-UPDATES SECTION.
      * ONE CSSL LINE PER KIND OF CHANGE, WITH THE OPERATOR.
           IF IMN-NEW-OWNER NOT = SPACES OR IMN-NEW-COMP NOT = SPACES
              OR IMN-NOTE NOT = SPACES
              MOVE IMN-WS-ID TO WS-INCUPD-ID
              MOVE EIBOPID   TO WS-INCUPD-OPID
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-INCUPD)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'INCIDENT UPDATED' TO IMN-MSG
           END-IF.

           IF NOT IMN-CMD-NONE
              MOVE IMN-WS-ID   TO WS-INCACK-ID
              MOVE IMN-ACKED-N TO WS-INCACK-N
              MOVE EIBOPID     TO WS-INCACK-OPID
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-INCACK)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE IMN-ACKED-N TO IMN-CNT-ED
              MOVE SPACES TO IMN-MSG
              STRING 'INCIDENT ACKNOWLEDGED - ' DELIMITED BY SIZE
                     IMN-CNT-ED                 DELIMITED BY SIZE
                     ' ALERT(S) ACKNOWLEDGED'   DELIMITED BY SIZE
                     INTO IMN-MSG
           END-IF.

           IF IMN-CMD-CLOSE
              MOVE IMN-WS-ID TO WS-INCCLS-ID
              MOVE IMN-CAUSE TO WS-INCCLS-CAUSE
              MOVE IMN-RESOL TO WS-INCCLS-RESOL
              MOVE EIBOPID   TO WS-INCCLS-OPID
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-INCCLS)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 'INCIDENT CLOSED' TO IMN-MSG
           END-IF.
       FIN-LOGUPD. EXIT.
      *
       SEND-INC-MAP SECTION.
           PERFORM BUILD-SCREEN.
           EXEC CICS SEND MAP('INCMNTS') MAPSET('INCMNTM')
                FROM(INCMNTSO) ERASE END-EXEC.
       FIN-SENDINC. EXIT.
      *
       BUILD-SCREEN SECTION.
           MOVE LOW-VALUES TO INCMNTSO.
           EXEC CICS ASKTIME ABSTIME(IMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(IMN-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.

           IF IMN-WS-ID = 0
              MOVE 'KEY AN INCIDENT NUMBER AND PRESS ENTER' TO MSGLINEO
              GO TO FIN-BUILDSCR.

           MOVE IMN-WS-ID TO INCIDO.
           PERFORM READ-HEADER.
           IF NOT IMN-HDR-FOUND
              MOVE IMN-MSG TO MSGLINEO
              MOVE SPACES  TO IMN-MSG
              GO TO FIN-BUILDSCR.

           PERFORM BUILD-HEADER.

      * THE PAGE IS PULLED BACK INSIDE THE TIMELINE - 9999 (OR A PF8
      * PAST THE END) LANDS ON THE LAST TEN EVENTS.
           IF IMN-WS-TOP + 9 > IMN-LAST-SEQ
              IF IMN-LAST-SEQ > 10
                 COMPUTE IMN-WS-TOP = IMN-LAST-SEQ - 9
              ELSE
                 MOVE 1 TO IMN-WS-TOP
              END-IF
           END-IF.
           PERFORM TIMELINE-ONE VARYING IMN-IDX FROM 1 BY 1
                UNTIL IMN-IDX > 10.

      * A REJECTION OR RESULT FROM THE UPDATE PHASE OUTRANKS THE
      * ROUTINE TEXT - SHOW IT ONCE, THEN CLEAR IT FOR THE NEXT TURN.
           IF IMN-MSG NOT = SPACES
              MOVE IMN-MSG TO MSGLINEO
              MOVE SPACES  TO IMN-MSG
           END-IF.
       FIN-BUILDSCR. EXIT.
      *
       BUILD-HEADER SECTION.
           IF INC-CLOSED
              MOVE 'CLOSED' TO ISTATO
              MOVE 'INCIDENT CLOSED - TIMELINE ONLY' TO MSGLINEO
           ELSE
              IF INC-ACKED
                 MOVE 'ACKED' TO ISTATO
              ELSE
                 MOVE 'OPEN'  TO ISTATO
              END-IF
              MOVE 'KEY OWNER/COMPONENT, A NOTE OR AN ACTION - ENTER'
                   TO MSGLINEO
           END-IF.
           MOVE INC-ALERTS    TO IMN-CNT-ED.
           MOVE IMN-CNT-ED    TO NALRTO.
           MOVE INC-TITLE     TO ITITLEO.
           MOVE INC-COMPONENT TO COMPONO.
           MOVE INC-OWNER     TO OWNERO.

           MOVE SPACES TO OPENEDO.
           STRING INC-OPEN-DATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  INC-OPEN-TIME DELIMITED BY SIZE
                  ' BY '        DELIMITED BY SIZE
                  INC-OPEN-OPID DELIMITED BY SIZE
                  INTO OPENEDO.
           IF INC-ACK-OPID NOT = SPACES
              MOVE ' - ALERTS ACKNOWLEDGED BY ' TO OPENEDO(25:26)
              MOVE INC-ACK-OPID TO OPENEDO(51:3).

           MOVE SPACES TO CLOSEDO.
           IF NOT INC-CLOSED
              GO TO FIN-BUILDHDR.
           MOVE INC-CAUSE TO IMN-CAUSE.
           MOVE INC-RESOL TO IMN-RESOL.
           PERFORM FIND-CAUSE.
           PERFORM FIND-RESOL.
           STRING INC-CLOSE-DATE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  INC-CLOSE-TIME(1:5) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  INC-CAUSE           DELIMITED BY SIZE
                  INTO CLOSEDO.
           IF IMN-CIDX NOT > INC-CAUSE-MAX
              MOVE INC-CAUSE-DESC(IMN-CIDX) TO CLOSEDO(20:20).
           MOVE '/'       TO CLOSEDO(41:1).
           MOVE INC-RESOL TO CLOSEDO(43:4).
           IF IMN-RIDX NOT > INC-RESOL-MAX
              MOVE INC-RESOL-DESC(IMN-RIDX) TO CLOSEDO(47:20).
       FIN-BUILDHDR. EXIT.
      *
       TIMELINE-ONE SECTION.
      * ONE EVENT PER ROW: DATE, HH:MM, OPERATOR, WHAT KIND, TEXT.
           COMPUTE INC-SEQ = IMN-WS-TOP + IMN-IDX - 1.
           IF INC-SEQ > IMN-LAST-SEQ
              MOVE SPACES TO TLO(IMN-IDX)
              GO TO FIN-TLONE.
           MOVE IMN-WS-ID TO INC-ID.
           EXEC CICS READ FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC)
                RESP(IMN-RESP) NOHANDLE
           END-EXEC.
           IF IMN-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO TLO(IMN-IDX)
              GO TO FIN-TLONE.

           MOVE INC-EV-TYPE TO IMN-TL-WORD.
           IF INC-EV-OPENED
              MOVE 'OPEN'  TO IMN-TL-WORD
           ELSE
           IF INC-EV-LINKED
              MOVE 'ALERT' TO IMN-TL-WORD
           ELSE
           IF INC-EV-OWNER
              MOVE 'OWNER' TO IMN-TL-WORD
           ELSE
           IF INC-EV-UPDATE
              MOVE 'NOTE'  TO IMN-TL-WORD
           ELSE
           IF INC-EV-ACKED
              MOVE 'ACK'   TO IMN-TL-WORD
           ELSE
           IF INC-EV-CLOSED
              MOVE 'CLOSE' TO IMN-TL-WORD.

           MOVE SPACES TO TLO(IMN-IDX).
           STRING INC-EV-DATE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  INC-EV-TIME(1:5) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  INC-EV-OPID      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  IMN-TL-WORD      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  INC-EV-TEXT      DELIMITED BY SIZE
                  INTO TLO(IMN-IDX).
       FIN-TLONE. EXIT.
      *////////////////////////////////////////////////////////////////
           COPY INCEVTP.
