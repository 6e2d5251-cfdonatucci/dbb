      *  un vistazo que criticas siguen sin dueno.
      *  Se encadena desde el menu HELLOW (opcion 4) igual que INITMNT
      *  e INQUINQ. Mapa BMS ALRTCONM/ALRTCONS.
      *  Oct 2026: 'R' sobre una alerta muestra su runbook (ver
      *  RUNBKS, mantenido por RBKMNT) en el segundo mapa ALRTRBS -
      *  los pasos de recuperacion numerados y el contacto de
      *  escalamiento - para que el operador de la noche no tenga
      *  que llamar a nadie para saber que hacer. El runbook se elige
      *  con la misma regla que ALRTDISP y RBKGAP (ver RBKMATP).
      *  Oct 2026: 'I' sobre una o mas alertas las agrupa en un
      *  incidente (ver INCDNTS): con el numero de incidente en
      *  blanco se abre uno nuevo titulado con la primera alerta, con
      *  un numero se le agregan a ese. Cada alerta queda en la linea
      *  de tiempo del incidente con su clave de ALRTHIST; el dueno,
      *  las novedades, el reconocimiento y el cierre se hacen en
      *  INCMNT (IMNT).
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  ACN-NUMITEMS            PIC S9(4) COMP VALUE +0.
       77  ACN-LOG-LEN             PIC 9(4)  COMP VALUE 0.
       77  ACN-ACK-MARK            PIC X(3)  VALUE SPACES.
      *
      * THE ALRTLOG ITEM OF THE FIRST ROW MARKED 'R' THIS TURN - 0
      * WHEN NONE WAS, AND THE LIST IS SIMPLY REDISPLAYED.
       77  ACN-RBK-ITEM            PIC S9(4) COMP VALUE +0.
       77  ACN-RBK-DONE            PIC 9     VALUE 0.
       77  ACN-STEPS               PIC 9(4)  COMP VALUE 0.
      *
      * ROWS MARKED 'I' THIS TURN - THE HISTORY KEY AND A ONE-LINE
      * SUMMARY OF EACH, ATTACHED TO THE INCIDENT ONCE THE
      * ACKNOWLEDGEMENTS ARE APPLIED.
       77  ACN-INC-COUNT           PIC 9(2)  VALUE 0.
       77  ACN-INC-IDX             PIC 9(2)  VALUE 0.
       77  ACN-INC-DONE            PIC 9(2)  VALUE 0.
       77  ACN-INC-NEW             PIC 9     VALUE 0.
       01  ACN-INC-TABLE.
           05  ACN-INC-ENTRY OCCURS 8 TIMES.
               10  ACN-INC-HKEY    PIC X(19).
               10  ACN-INC-SUMM    PIC X(60).
       01  ACN-INC-TITLE           PIC X(40) VALUE SPACES.
       01  ACN-INC-COMP            PIC X(8)  VALUE SPACES.
       01  ACN-MSG                 PIC X(79) VALUE SPACES.
       01  ACN-INCLOG.
           05  FILLER              PIC X(18) VALUE 'ALRC002I incident '.
           05  ACN-INCLOG-ID       PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  ACN-INCLOG-WHAT     PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE ' by '.
           05  ACN-INCLOG-OPID     PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  ACN-INCLOG-CNT      PIC 9(2).
           05  FILLER              PIC X(16) VALUE ' alert(s) added '.
           05  FILLER              PIC X(21) VALUE SPACES.
           COPY INCDNTS.
           COPY INCEVTS.
       01  ACN-ACK-TAIL.
           05  FILLER              PIC X(3)  VALUE 'BY '.
           05  ACN-TAIL-OPID       PIC X(3).
       01  ACN-WS-COMMAREA.
           05  ACN-WS-TOP        PIC 9(4) COMP VALUE 1.
           05  ACN-WS-SNAP       PIC 9(4) COMP VALUE 0.
           05  ACN-WS-VIEW       PIC X         VALUE SPACE.
      *
       01  WS-ACKLOG                PIC X(80) VALUE
              'ALRC001I alert acknowledged by               '.
      * HERE IS REWRITTEN ONTO IT TOO, VIA THE HISTORY KEY THE LIVE
      * ITEM CARRIES. SEE ALRTHSTS.
           COPY ALRTHSTS.
      *
      * THE ALERT RUNBOOKS AND THE MATCH RULE SHARED WITH ALRTDISP
      * AND RBKGAP.
           COPY RUNBKS.
           COPY RBKMATS.
           COPY DFHAID.
           COPY ALRTCONS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       PROCESO SECTION.
           IF EIBCALEN = 0
              MOVE 1 TO ACN-WS-TOP
              MOVE SPACE TO ACN-WS-VIEW
              PERFORM SEND-LIST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE ACN-TOP  TO ACN-WS-TOP.
           MOVE ACN-SNAP TO ACN-WS-SNAP.
           MOVE ACN-VIEW TO ACN-WS-VIEW.
           PERFORM RECEIVE-LIST.
           MOVE ACN-WS-TOP  TO ACN-TOP.
           MOVE ACN-WS-SNAP TO ACN-SNAP.
           MOVE ACN-WS-VIEW TO ACN-VIEW.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
       FIN-PROCESO. EXIT.
      *
       RECEIVE-LIST SECTION.
      * THE RUNBOOK VIEW HAS NOTHING TO RECEIVE - ANY KEY FROM IT
      * GOES BACK TO THE ALERT LIST AT THE SAME PAGE.
           IF ACN-WS-VIEW = 'R'
              MOVE SPACE TO ACN-WS-VIEW
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           EXEC CICS RECEIVE MAP('ALRTCONS') MAPSET('ALRTCONM')
                INTO(ALRTCONSI) RESP(ACN-RESP) NOHANDLE
           END-EXEC.
              PERFORM SEND-LIST-MAP
              GO TO FIN-RECVLIST.

           MOVE 0 TO ACN-RBK-ITEM.
           MOVE 0 TO ACN-INC-COUNT.
           MOVE SPACES TO ACN-MSG.
           PERFORM APPLY-ACKS.
           IF ACN-INC-COUNT > 0
              PERFORM ATTACH-INCIDENT
           END-IF.
           IF ACN-RBK-ITEM > 0
              PERFORM SEND-RUNBOOK-MAP
           ELSE
              PERFORM SEND-LIST-MAP
           END-IF.
       FIN-RECVLIST. EXIT.
      *
       GET-NUMITEMS SECTION.
       FIN-APPLYACKS. EXIT.
      *
       APPLY-ONE SECTION.
      * 'R' ONLY NOTES WHICH ALERT - THE FIRST ONE MARKED WINS, AND
      * ITS RUNBOOK IS SHOWN ONCE THE ACKNOWLEDGEMENTS ARE APPLIED.
           IF ACTI(ACN-IDX) = 'R'
              IF ACN-RBK-ITEM = 0
                 COMPUTE ACN-RBK-ITEM =
                         ACN-WS-SNAP - ACN-WS-TOP - ACN-IDX + 2
                 IF ACN-RBK-ITEM < 1 OR ACN-RBK-ITEM > ACN-WS-SNAP
                    MOVE 0 TO ACN-RBK-ITEM
                 END-IF
              END-IF
              GO TO FIN-APPLYONE.

           IF ACTI(ACN-IDX) = 'I'
              PERFORM MARK-INCIDENT
              GO TO FIN-APPLYONE.

           IF ACTI(ACN-IDX) NOT = 'A'
              GO TO FIN-APPLYONE.

                LENGTH(LENGTH OF AH-REC) NOHANDLE
           END-EXEC.
       FIN-ACKHIST. EXIT.
      *
       MARK-INCIDENT SECTION.
      * SAME ROW-TO-ITEM MAPPING AS AN ACKNOWLEDGEMENT. AN ALERT FROM
      * BEFORE THE HISTORY FILE HAS NO KEY TO ATTACH AND IS SKIPPED.
           COMPUTE ACN-ITEM =
                   ACN-WS-SNAP - ACN-WS-TOP - ACN-IDX + 2.
           IF ACN-ITEM < 1 OR ACN-ITEM > ACN-WS-SNAP
              GO TO FIN-MARKINC.
           MOVE LENGTH OF ALOG-REC TO ACN-LOG-LEN.
           EXEC CICS READQ TS QUEUE('ALRTLOG') INTO(ALOG-REC)
                LENGTH(ACN-LOG-LEN) ITEM(ACN-ITEM)
                RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-MARKINC.
           IF ALOG-HKEY = SPACES OR ALOG-HKEY = LOW-VALUES
              MOVE 'ALERT WITHOUT A HISTORY RECORD - NOT ATTACHED'
                   TO ACN-MSG
              GO TO FIN-MARKINC.

           ADD 1 TO ACN-INC-COUNT.
           MOVE ALOG-HKEY TO ACN-INC-HKEY(ACN-INC-COUNT).
           MOVE SPACES TO ACN-INC-SUMM(ACN-INC-COUNT).
           STRING ALOG-SEV        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-SOURCE     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-HORA       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-TEXT(1:33) DELIMITED BY SIZE
                  INTO ACN-INC-SUMM(ACN-INC-COUNT).
           IF ACN-INC-COUNT = 1
              MOVE ALOG-SOURCE TO ACN-INC-COMP
              MOVE SPACES TO ACN-INC-TITLE
              STRING ALOG-SOURCE     DELIMITED BY SPACE
                     ' '             DELIMITED BY SIZE
                     ALOG-TEXT       DELIMITED BY SIZE
                     INTO ACN-INC-TITLE
           END-IF.
       FIN-MARKINC. EXIT.
      *
       ATTACH-INCIDENT SECTION.
      * A BLANK INCIDENT NUMBER OPENS A NEW ONE; A NUMBER ATTACHES TO
      * AN EXISTING INCIDENT THAT IS NOT YET CLOSED.
           MOVE 0 TO ACN-INC-NEW ACN-INC-DONE.
           IF INCNUMI = SPACES OR INCNUMI = LOW-VALUES
              PERFORM OPEN-INCIDENT
              IF INE-ID = 0
                 MOVE 'INCIDENT NOT OPENED - INCIDENT FILE ERROR'
                      TO ACN-MSG
                 GO TO FIN-ATTACHINC
              END-IF
              MOVE 1 TO ACN-INC-NEW
           ELSE
              IF INCNUMI NOT NUMERIC
                 MOVE 'INCIDENT NUMBER MUST BE NUMERIC' TO ACN-MSG
                 GO TO FIN-ATTACHINC
              END-IF
              MOVE INCNUMI TO INE-ID
           END-IF.

           PERFORM ATTACH-ONE VARYING ACN-INC-IDX FROM 1 BY 1
                UNTIL ACN-INC-IDX > ACN-INC-COUNT.
           IF ACN-INC-DONE = 0
              MOVE SPACES TO ACN-MSG
              STRING 'INCIDENT '  DELIMITED BY SIZE
                     INE-ID       DELIMITED BY SIZE
                     ' NOT FOUND OR CLOSED - NOTHING ATTACHED'
                                  DELIMITED BY SIZE
                     INTO ACN-MSG
              GO TO FIN-ATTACHINC.

           MOVE INE-ID        TO ACN-INCLOG-ID.
           MOVE EIBOPID       TO ACN-INCLOG-OPID.
           MOVE ACN-INC-DONE  TO ACN-INCLOG-CNT.
           IF ACN-INC-NEW = 1
              MOVE 'opened'   TO ACN-INCLOG-WHAT
           ELSE
              MOVE 'updated'  TO ACN-INCLOG-WHAT.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(ACN-INCLOG)
                LENGTH(80) NOHANDLE END-EXEC.

           MOVE SPACES TO ACN-MSG.
           STRING 'INCIDENT '            DELIMITED BY SIZE
                  INE-ID                 DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  ACN-INCLOG-WHAT        DELIMITED BY SPACE
                  ' - '                  DELIMITED BY SIZE
                  ACN-INC-DONE           DELIMITED BY SIZE
                  ' ALERT(S) ATTACHED - WORK IT ON IMNT'
                                         DELIMITED BY SIZE
                  INTO ACN-MSG.
       FIN-ATTACHINC. EXIT.
      *
       ATTACH-ONE SECTION.
           MOVE 'L' TO INE-TYPE.
           MOVE ACN-INC-HKEY(ACN-INC-IDX) TO INE-HKEY.
           MOVE ACN-INC-SUMM(ACN-INC-IDX) TO INE-TEXT.
           PERFORM INCEVT-ADD.
           IF INE-OK
              ADD 1 TO ACN-INC-DONE.
       FIN-ATTACHONE. EXIT.
      *
       OPEN-INCIDENT SECTION.
      * THE NEXT NUMBER FROM THE CONTROL RECORD (CREATED ON THE VERY
      * FIRST INCIDENT), THEN THE HEADER AND ITS 'OPENED' EVENT. THE
      * FIRST MARKED ALERT NAMES THE INCIDENT AND ITS COMPONENT.
           MOVE 0 TO INE-ID.
           MOVE ZEROS TO INC-KEY.
           EXEC CICS READ FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC) UPDATE
                RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO INC-REC
              MOVE ZEROS  TO INC-KEY
              MOVE 1      TO INC-CTL-LAST-ID
              EXEC CICS WRITE FILE('INCIDENT') FROM(INC-REC)
                   RIDFLD(INC-KEY) KEYLENGTH(9)
                   LENGTH(LENGTH OF INC-REC)
                   RESP(ACN-RESP) NOHANDLE
              END-EXEC
           ELSE
           IF ACN-RESP = DFHRESP(NORMAL)
              ADD 1 TO INC-CTL-LAST-ID
              EXEC CICS REWRITE FILE('INCIDENT') FROM(INC-REC)
                   LENGTH(LENGTH OF INC-REC)
                   RESP(ACN-RESP) NOHANDLE
              END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-OPENINC.
           MOVE INC-CTL-LAST-ID TO INE-ID.

           MOVE SPACES TO INC-REC.
           MOVE INE-ID TO INC-ID.
           MOVE ZEROS  TO INC-SEQ.
           SET INC-OPEN TO TRUE.
           MOVE ACN-INC-TITLE TO INC-TITLE.
           MOVE ACN-INC-COMP  TO INC-COMPONENT.
           EXEC CICS ASKTIME ABSTIME(ACN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ACN-TIME)
                YYYYMMDD(INC-OPEN-DATE)
                TIME(INC-OPEN-TIME) TIMESEP NOHANDLE
           END-EXEC.
           MOVE EIBOPID TO INC-OPEN-OPID.
           MOVE ZEROS   TO INC-LAST-SEQ INC-ALERTS.
           EXEC CICS WRITE FILE('INCIDENT') FROM(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC) RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              MOVE 0 TO INE-ID
              GO TO FIN-OPENINC.

           MOVE 'O'    TO INE-TYPE.
           MOVE SPACES TO INE-HKEY.
           MOVE 'OPENED FROM THE ALERT CONSOLE' TO INE-TEXT.
           PERFORM INCEVT-ADD.
       FIN-OPENINC. EXIT.
      *
       SEND-LIST-MAP SECTION.
           PERFORM BUILD-PAGE.

           PERFORM BUILD-LINE VARYING ACN-IDX FROM 1 BY 1
                UNTIL ACN-IDX > 8.
           MOVE 'A=ACK  R=RUNBOOK  I=INCIDENT  PF7=NEWER  PF8=OLDER'
                TO MSGLINEO.
           IF ACN-MSG NOT = SPACES
              MOVE ACN-MSG TO MSGLINEO
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       BUILD-LINE SECTION.
              MOVE ACN-ACK-TAIL  TO LINO(ACN-IDX) (61:15)
           END-IF.
       FIN-BUILDLINE. EXIT.
      *
       SEND-RUNBOOK-MAP SECTION.
      * THE SELECTED ALERT ON TOP, THEN THE RUNBOOK ITS SOURCE AND
      * TEXT MATCH - CONTACT FROM STEP 00, THE STEPS IN ORDER.
           MOVE LOW-VALUES TO ALRTRBSO.
           EXEC CICS ASKTIME ABSTIME(ACN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ACN-TIME)
                MMDDYYYY(RDATEO) DATESEP('/')
                TIME(RTIMEO) TIMESEP NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ALOG-REC TO ACN-LOG-LEN.
           EXEC CICS READQ TS QUEUE('ALRTLOG') INTO(ALOG-REC)
                LENGTH(ACN-LOG-LEN) ITEM(ACN-RBK-ITEM)
                RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              PERFORM SEND-LIST-MAP
              GO TO FIN-SENDRBK.

           MOVE SPACES TO RALERTO.
           STRING ALOG-SEV        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-SOURCE     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-HORA       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALOG-TEXT       DELIMITED BY SIZE
                  INTO RALERTO.

           PERFORM FIND-RUNBOOK.
           IF NOT RBM-FOUND
              MOVE 'NO RUNBOOK FOR THIS ALERT - ESCALATE' TO RMSGO
           ELSE
              PERFORM LOAD-STEPS
           END-IF.

           EXEC CICS SEND MAP('ALRTRBS') MAPSET('ALRTCONM')
                FROM(ALRTRBSO) ERASE END-EXEC.
           MOVE 'R' TO ACN-WS-VIEW.
       FIN-SENDRBK. EXIT.
      *
       FIND-RUNBOOK SECTION.
      * EVERY RUNBOOK OF THE ALERT'S SOURCE IS OFFERED TO THE SHARED
      * MATCH RULE; THE BROWSE STOPS AT THE FIRST PATTERN THE TEXT
      * CONTAINS. NO RUNBOOK FILE MEANS NO RUNBOOK.
           MOVE ALOG-TEXT TO RBM-TEXT.
           PERFORM RBKMAT-INIT.
           MOVE 0 TO ACN-RBK-DONE.
           MOVE LOW-VALUES  TO RBK-KEY.
           MOVE ALOG-SOURCE TO RBK-SOURCE.
           EXEC CICS STARTBR FILE('RUNBOOK') RIDFLD(RBK-KEY)
                KEYLENGTH(26) GTEQ RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-FINDRBK.
           PERFORM FIND-RUNBOOK-ONE UNTIL ACN-RBK-DONE = 1
                                       OR RBM-EXACT.
           EXEC CICS ENDBR FILE('RUNBOOK') NOHANDLE END-EXEC.
       FIN-FINDRBK. EXIT.
      *
       FIND-RUNBOOK-ONE SECTION.
           EXEC CICS READNEXT FILE('RUNBOOK') INTO(RBK-REC)
                RIDFLD(RBK-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF RBK-REC) RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              OR RBK-SOURCE NOT = ALOG-SOURCE
              MOVE 1 TO ACN-RBK-DONE
              GO TO FIN-FINDRBKONE.
           MOVE RBK-PATTERN TO RBM-PATTERN.
           PERFORM RBKMAT-CONSIDER.
       FIN-FINDRBKONE. EXIT.
      *
       LOAD-STEPS SECTION.
      * THE CHOSEN RUNBOOK IN STEP ORDER - STEP 00 IS THE CONTACT,
      * THE REST FILL THE STEP LINES; MORE THAN FOURTEEN STEPS ARE
      * FLAGGED RATHER THAN SILENTLY DROPPED.
           MOVE SPACES TO RBKIDO.
           IF RBM-BEST-PATTERN = SPACES
              STRING ALOG-SOURCE      DELIMITED BY SPACE
                     ' / (ANY ALERT)' DELIMITED BY SIZE
                     INTO RBKIDO
           ELSE
              STRING ALOG-SOURCE      DELIMITED BY SPACE
                     ' / '            DELIMITED BY SIZE
                     RBM-BEST-PATTERN DELIMITED BY SIZE
                     INTO RBKIDO
           END-IF.
           MOVE 'NONE ON FILE' TO RBKESCO.
           MOVE 0 TO ACN-STEPS ACN-RBK-DONE.

           MOVE ALOG-SOURCE      TO RBK-SOURCE.
           MOVE RBM-BEST-PATTERN TO RBK-PATTERN.
           MOVE 0                TO RBK-STEP.
           EXEC CICS STARTBR FILE('RUNBOOK') RIDFLD(RBK-KEY)
                KEYLENGTH(26) GTEQ RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-LOADSTEPS.
           PERFORM LOAD-STEP-ONE UNTIL ACN-RBK-DONE = 1.
           EXEC CICS ENDBR FILE('RUNBOOK') NOHANDLE END-EXEC.

           IF ACN-STEPS = 0
              MOVE 'RUNBOOK HAS NO STEPS YET - ESCALATE' TO RMSGO
           ELSE
           IF ACN-STEPS > 14
              MOVE 'MORE THAN 14 STEPS - SEE RBKMNT FOR THE REST'
                   TO RMSGO
           ELSE
              MOVE 'FOLLOW THE STEPS IN ORDER - ESCALATE IF ONE FAILS'
                   TO RMSGO.
       FIN-LOADSTEPS. EXIT.
      *
       LOAD-STEP-ONE SECTION.
           EXEC CICS READNEXT FILE('RUNBOOK') INTO(RBK-REC)
                RIDFLD(RBK-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF RBK-REC) RESP(ACN-RESP) NOHANDLE
           END-EXEC.
           IF ACN-RESP NOT = DFHRESP(NORMAL)
              OR RBK-SOURCE  NOT = ALOG-SOURCE
              OR RBK-PATTERN NOT = RBM-BEST-PATTERN
              MOVE 1 TO ACN-RBK-DONE
              GO TO FIN-LOADSTEPONE.
           IF RBK-CONTACT-STEP
              MOVE RBK-TEXT TO RBKESCO
              GO TO FIN-LOADSTEPONE.
           ADD 1 TO ACN-STEPS.
           IF ACN-STEPS > 14
              GO TO FIN-LOADSTEPONE.
           MOVE SPACES TO STEPO(ACN-STEPS).
           STRING RBK-STEP  DELIMITED BY SIZE
                  '. '      DELIMITED BY SIZE
                  RBK-TEXT  DELIMITED BY SIZE
                  INTO STEPO(ACN-STEPS).
       FIN-LOADSTEPONE. EXIT.
      *
           COPY RBKMATP.
           COPY INCEVTP.
      *////////////////////////////////////////////////////////////////
