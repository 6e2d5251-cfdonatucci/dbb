      *  de CSSLROLL (TS CROLLST). Cada renglon se escribe ademas en
      *  la TDQ SHFT como copia imprimible para el libro de turno.
      *  Mapa BMS HANDOVRM/HANDOVRS.
      *  Oct 2026: las alertas abiertas que ALRTDISP ya subio por la
      *  escalera de guardia muestran a quien se llamo por ultimo
      *  (secundario, gerente, o escalera agotada) - se lee del
      *  registro gemelo en ALRTHIST por ALOG-HKEY.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  HND-SHOWN               PIC 9     VALUE 0.
           COPY ALRTLGS.
      *
      * WHO THE ESCALATION LADDER CALLED LAST, FROM THE ALRTHIST TWIN
      * OF A SHOWN ALERT - THE ALERT TEXT IS CUT SHORTER TO MAKE ROOM.
           COPY ALRTHSTS.
       77  HND-TXT-LEN             PIC 9(2)  VALUE 45.
       01  HND-CALLED              PIC X(20) VALUE SPACES.
      *
      * LOCAL INQT GROUP SCAN - SAME LINE LAYOUT INQUTRAN/INQUINQ
      * PARSE, READ ONCE WITH THE CONTROL RECORD DISCARDED.
       01  QUE-REC.
           END-EXEC.
           IF HND-RESP = DFHRESP(NORMAL) AND ALOG-OPEN
              ADD 1 TO HND-SHOWN
              PERFORM FIND-CALLED
              MOVE SPACES TO HND-PRTLINE
              STRING '  '          DELIMITED BY SIZE
                     ALOG-SEV      DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     ALOG-HORA     DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     ALOG-TEXT(1:HND-TXT-LEN) DELIMITED BY SIZE
                     HND-CALLED    DELIMITED BY SIZE
                     INTO HND-PRTLINE
              PERFORM PUT-LINE
           END-IF.
           SUBTRACT 1 FROM HND-ITEM.
           GO TO ALERTSHOWLP.
       FIN-SCANALERTS. EXIT.
      *
       FIND-CALLED SECTION.
      * NOTHING ON THE HISTORY TWIN, OR NO LADDER CLIMBED YET, LEAVES
      * THE LINE AS IT ALWAYS WAS.
           MOVE SPACES TO HND-CALLED.
           MOVE 45 TO HND-TXT-LEN.
           IF ALOG-HKEY = SPACES OR ALOG-HKEY = LOW-VALUES
              GO TO FIN-FINDCALLED.
           MOVE ALOG-HKEY TO AH-KEY.
           EXEC CICS READ FILE('ALRTHIST') INTO(AH-REC)
                RIDFLD(AH-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF AH-REC)
                RESP(HND-RESP) NOHANDLE
           END-EXEC.
           IF HND-RESP NOT = DFHRESP(NORMAL) OR AH-LADDER-NONE
              GO TO FIN-FINDCALLED.

           IF AH-PAGED-SECOND
              MOVE ' CALLED SEC ' TO HND-CALLED
           ELSE
           IF AH-PAGED-MANAGER
              MOVE ' CALLED MGR ' TO HND-CALLED
           ELSE
              MOVE ' LADDER OUT ' TO HND-CALLED.
           MOVE AH-PAGED-DEST TO HND-CALLED(13:8).
           MOVE 26 TO HND-TXT-LEN.
       FIN-FINDCALLED. EXIT.
      *
       SCAN-GROUPS SECTION.
      * ONE TASK-LIST SNAPSHOT COVERS EVERY LOCAL GROUP; REMOTE
