       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCHK.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Correlacion de causa raiz. Cuando se cae una conexion MRO o
      *  el listener EZACIC20, INQUTRAN levantaba un alerta de caida
      *  por cada grupo remoto o transaccion que depende de el, y la
      *  guardia recibia una docena de avisos por un solo problema.
      *  El archivo ALRTDEP (ver ALRTDEPS) declara de que conexion
      *  (sysid), listener (transid) o archivo depende cada grupo de
      *  la INQT, y este programa lleva el estado de esos padres en
      *  la TS ALRTPDN:
      *    FUNC 'Q' - dice si algun padre del grupo CHILD esta caido;
      *               INQUTRAN lo pregunta por cada grupo y, si lo
      *               esta, manda los alertas del grupo como
      *               suprimidos (ALERTSEV 'S').
      *    FUNC 'P' - INQUTRAN, al inicio de cada ciclo, hace revisar
      *               todas las conexiones y archivos padre del
      *               archivo (INQUIRE CONNECTION / INQUIRE FILE).
      *    FUNC 'D' - un padre visto caido por el que llama (LINKCHEK
      *               para sus listeners).
      *    FUNC 'U' - un padre visto arriba por el que llama.
      *  La primera vez que un padre con hijos declarados se ve caido
      *  sale un unico CRITICAL que nombra al padre y lista los hijos
      *  afectados; al volver sale el clear de ese CRITICAL y los
      *  hijos se vuelven a chequear normalmente en el proximo pase de
      *  INQUTRAN, alertando como siempre si siguen caidos.
      *  Se invoca con EXEC CICS LINK COMMAREA(DCK-REC) - ver
      *  DEPCHKC/DEPCHKW.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  DCH-RESP                PIC S9(8) COMP.
       77  DCH-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  DCH-EOF                 PIC 9     VALUE 0.
           88  DCH-BROWSE-DONE          VALUE 1.
       77  DCH-OPENST              PIC S9(8) COMP VALUE +0.
       77  DCH-ENABST              PIC S9(8) COMP VALUE +0.
       77  DCH-CONNST              PIC S9(8) COMP VALUE +0.
       77  DCH-SERVST              PIC S9(8) COMP VALUE +0.
       77  DCH-SYSID               PIC X(4)  VALUE SPACES.
       77  DCH-FILE                PIC X(8)  VALUE SPACES.
       77  DCH-DOWN-FLAG           PIC 9     VALUE 0.
           88  DCH-SEEN-DOWN            VALUE 1.
      *
      * THE PARENT BEING LOOKED UP IN ALRTPDN.
       77  DCH-KEY-TYPE            PIC X     VALUE SPACE.
       77  DCH-KEY-NAME            PIC X(8)  VALUE SPACES.
      *
      * PARENT STATE - ONE TS ITEM PER PARENT EVER SEEN DOWN, IN
      * QUEUE ALRTPDN. AN ITEM IS NEVER DELETED, ONLY FLIPPED BETWEEN
      * DOWN AND UP, SO A PARENT THAT GOES DOWN AGAIN REUSES ITS
      * SLOT. THE TEXT OF THE CRITICAL IS KEPT ON THE ITEM SO THE
      * CLEAR AT RECOVERY MATCHES IT EXACTLY.
       77  PDN-ITEM                PIC S9(4) COMP VALUE +0.
       77  PDN-NUMITEMS            PIC S9(4) COMP VALUE +0.
       77  PDN-LEN                 PIC 9(4)  COMP VALUE 80.
       77  PDN-FOUND               PIC 9     VALUE 0.
           88  PDN-HIT                  VALUE 1.
       01  PDN-REC.
           05  PDN-PTYPE           PIC X.
           05  PDN-PARENT          PIC X(8).
           05  PDN-STATE           PIC X.
               88  PDN-IS-DOWN          VALUE 'D'.
               88  PDN-IS-UP            VALUE 'U'.
           05  PDN-SOURCE          PIC X(8).
           05  PDN-TEXT            PIC X(62).
      *
      * DISTINCT CONNECTION AND FILE PARENTS FOR THE 'P' PROBE -
      * LISTENERS ARE LINKCHEK'S TO REPORT.
       77  PAR-MAX                 PIC 9(2)  VALUE 30.
       77  PAR-COUNT               PIC 9(2)  VALUE 0.
       77  PAR-IDX                 PIC 9(2)  VALUE 0.
       77  PAR-FOUND               PIC 9     VALUE 0.
       01  PAR-TABLE.
           05  PAR-ENTRY OCCURS 30 TIMES.
               10  PAR-PTYPE       PIC X.
               10  PAR-NAME        PIC X(8).
      *
      * THE CHILDREN OF A PARENT GOING DOWN - COUNTED, LISTED IN FULL
      * ON CSSL TEN TO A LINE, AND AS MANY AS FIT ON THE CRITICAL.
       77  CHL-COUNT               PIC 9(3)  VALUE 0.
       77  CHL-SHOWN               PIC 9(3)  VALUE 0.
       77  CHL-ONLINE              PIC 9(2)  VALUE 0.
       77  CHL-MORE                PIC 9(2)  VALUE 0.
       77  CHL-TXT-PTR             PIC S9(4) COMP VALUE +1.
       77  CHL-LIN-PTR             PIC S9(4) COMP VALUE +1.
       77  DCH-TYPE-WORD           PIC X(8)  VALUE SPACES.
       77  DCH-LIST-FLAG           PIC 9     VALUE 0.
           88  DCH-LISTING              VALUE 1.
       01  CRIT-TEXT               PIC X(62) VALUE SPACES.
      *
           COPY ALRTDEPS.
           COPY ALERTW.
      *
       01  WS-DEPMSG                PIC X(80) VALUE SPACES.
       01  WS-DEPCHL                PIC X(80) VALUE SPACES.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY DEPCHKC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           EXEC CICS ASKTIME ABSTIME(DCH-TIME) NOHANDLE END-EXEC.

           IF DCK-FUNC-PROBE
              PERFORM PROBE-PARENTS
           ELSE
           IF DCK-FUNC-DOWN
              PERFORM PARENT-DOWN
           ELSE
           IF DCK-FUNC-UP
              PERFORM PARENT-UP
           ELSE
              PERFORM QUERY-CHILD.

           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *
       QUERY-CHILD SECTION.
      * EVERY PARENT DECLARED FOR THE GROUP IS LOOKED UP IN THE STATE
      * QUEUE; THE FIRST ONE FOUND DOWN IS HANDED BACK. A MISSING OR
      * CLOSED ALRTDEP SUPPRESSES NOTHING - THE GROUPS ALERT AS THEY
      * ALWAYS DID.
           MOVE 'N' TO DCK-STATUS.
           MOVE 0 TO DCH-EOF.
           MOVE LOW-VALUES TO DEP-KEY.
           MOVE DCK-CHILD TO DEP-CHILD.
           EXEC CICS STARTBR FILE('ALRTDEP') RIDFLD(DEP-KEY)
                KEYLENGTH(13) GTEQ RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-QUERY.

           PERFORM QUERY-ONE UNTIL DCH-BROWSE-DONE OR DCK-PARENT-DOWN.

           EXEC CICS ENDBR FILE('ALRTDEP') NOHANDLE END-EXEC.
       FIN-QUERY. EXIT.
      *
       QUERY-ONE SECTION.
           EXEC CICS READNEXT FILE('ALRTDEP') INTO(DEP-REC)
                RIDFLD(DEP-KEY) KEYLENGTH(13)
                LENGTH(LENGTH OF DEP-REC)
                RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              OR DEP-CHILD NOT = DCK-CHILD
              MOVE 1 TO DCH-EOF
              GO TO FIN-QUERYONE.

           MOVE DEP-PTYPE  TO DCH-KEY-TYPE.
           MOVE DEP-PARENT TO DCH-KEY-NAME.
           PERFORM FIND-PDN.
           IF PDN-HIT AND PDN-IS-DOWN
              MOVE 'P'        TO DCK-STATUS
              MOVE DEP-PTYPE  TO DCK-PTYPE
              MOVE DEP-PARENT TO DCK-PARENT
           END-IF.
       FIN-QUERYONE. EXIT.
      *
       PROBE-PARENTS SECTION.
      * ONE PASS OVER THE DEPENDENCY FILE COLLECTS THE DISTINCT
      * CONNECTION AND FILE PARENTS; EACH IS THEN INQUIRED ONCE AND
      * REPORTED DOWN OR UP EXACTLY AS A CALLER WOULD.
           MOVE 0 TO PAR-COUNT.
           MOVE 0 TO DCH-EOF.
           MOVE LOW-VALUES TO DEP-KEY.
           EXEC CICS STARTBR FILE('ALRTDEP') RIDFLD(DEP-KEY)
                KEYLENGTH(13) GTEQ RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-PROBE.

           PERFORM COLLECT-PARENT UNTIL DCH-BROWSE-DONE.

           EXEC CICS ENDBR FILE('ALRTDEP') NOHANDLE END-EXEC.

           PERFORM PROBE-ONE VARYING PAR-IDX FROM 1 BY 1
                UNTIL PAR-IDX > PAR-COUNT.
       FIN-PROBE. EXIT.
      *
       COLLECT-PARENT SECTION.
           EXEC CICS READNEXT FILE('ALRTDEP') INTO(DEP-REC)
                RIDFLD(DEP-KEY) KEYLENGTH(13)
                LENGTH(LENGTH OF DEP-REC)
                RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO DCH-EOF
              GO TO FIN-COLLECT.
           IF NOT DEP-ON-SYSID AND NOT DEP-ON-FILE
              GO TO FIN-COLLECT.

           MOVE 0 TO PAR-FOUND.
           PERFORM MATCH-PARENT VARYING PAR-IDX FROM 1 BY 1
                UNTIL PAR-IDX > PAR-COUNT OR PAR-FOUND = 1.
           IF PAR-FOUND = 0 AND PAR-COUNT < PAR-MAX
              ADD 1 TO PAR-COUNT
              MOVE DEP-PTYPE  TO PAR-PTYPE(PAR-COUNT)
              MOVE DEP-PARENT TO PAR-NAME(PAR-COUNT)
           END-IF.
       FIN-COLLECT. EXIT.
      *
       MATCH-PARENT SECTION.
           IF PAR-PTYPE(PAR-IDX) = DEP-PTYPE
              AND PAR-NAME(PAR-IDX) = DEP-PARENT
              MOVE 1 TO PAR-FOUND.
       FIN-MATCHPAR. EXIT.
      *
       PROBE-ONE SECTION.
      * A CONNECTION COUNTS AS UP ONLY ACQUIRED (OR AVAILABLE) AND IN
      * SERVICE; A FILE IS DOWN ON THE SAME CLOSED/DISABLED TEST
      * INQUTRAN APPLIES TO ITS =FIL LINES. A PARENT THE REGION DOES
      * NOT KNOW AT ALL IS DOWN AS FAR AS ITS CHILDREN ARE CONCERNED.
           MOVE 0 TO DCH-DOWN-FLAG.
           IF PAR-PTYPE(PAR-IDX) = 'S'
              MOVE PAR-NAME(PAR-IDX) TO DCH-SYSID
              EXEC CICS INQUIRE CONNECTION(DCH-SYSID)
                   CONNSTATUS(DCH-CONNST)
                   SERVSTATUS(DCH-SERVST)
                   RESP(DCH-RESP) NOHANDLE
              END-EXEC
              IF DCH-RESP NOT = DFHRESP(NORMAL)
                 MOVE 1 TO DCH-DOWN-FLAG
              ELSE
              IF DCH-SERVST = DFHVALUE(OUTSERVICE)
                 MOVE 1 TO DCH-DOWN-FLAG
              ELSE
              IF DCH-CONNST NOT = DFHVALUE(ACQUIRED)
                 AND DCH-CONNST NOT = DFHVALUE(AVAILABLE)
                 MOVE 1 TO DCH-DOWN-FLAG
              END-IF
              END-IF
              END-IF
           ELSE
              MOVE PAR-NAME(PAR-IDX) TO DCH-FILE
              EXEC CICS INQUIRE FILE(DCH-FILE)
                   OPENSTATUS(DCH-OPENST)
                   ENABLESTATUS(DCH-ENABST)
                   RESP(DCH-RESP) NOHANDLE
              END-EXEC
              IF DCH-RESP NOT = DFHRESP(NORMAL)
                 OR DCH-OPENST = DFHVALUE(CLOSED)
                 OR DCH-ENABST = DFHVALUE(DISABLED)
                 OR DCH-ENABST = DFHVALUE(UNENABLED)
                 MOVE 1 TO DCH-DOWN-FLAG
              END-IF
           END-IF.

           MOVE PAR-PTYPE(PAR-IDX) TO DCK-PTYPE.
           MOVE PAR-NAME(PAR-IDX)  TO DCK-PARENT.
           IF DCH-SEEN-DOWN
              PERFORM PARENT-DOWN
           ELSE
              PERFORM PARENT-UP.
       FIN-PROBEONE. EXIT.
      *
       PARENT-DOWN SECTION.
      * ONLY THE FIRST SIGHTING OF AN OUTAGE DOES ANYTHING - THE
      * PARENT IS MARKED DOWN, ITS CHILDREN LISTED, AND ONE CRITICAL
      * GOES OUT. LATER CYCLES FIND IT ALREADY DOWN AND STAY QUIET. A
      * PARENT NOBODY DEPENDS ON IS LEFT TO ITS OWN MONITORING.
           MOVE DCK-PTYPE  TO DCH-KEY-TYPE.
           MOVE DCK-PARENT TO DCH-KEY-NAME.
           PERFORM FIND-PDN.
           IF PDN-HIT AND PDN-IS-DOWN
              GO TO FIN-PARDOWN.

           PERFORM SET-TYPE-WORD.
           MOVE SPACES TO CRIT-TEXT.
           MOVE 1 TO CHL-TXT-PTR.
           STRING 'Parent down '  DELIMITED BY SIZE
                  DCH-TYPE-WORD   DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  DCK-PARENT      DELIMITED BY SPACE
                  ': '            DELIMITED BY SIZE
                  INTO CRIT-TEXT WITH POINTER CHL-TXT-PTR.

           MOVE 0 TO DCH-LIST-FLAG.
           PERFORM COLLECT-CHILDREN.
           IF CHL-COUNT = 0
              GO TO FIN-PARDOWN.

           IF CHL-COUNT > CHL-SHOWN
              COMPUTE CHL-MORE = CHL-COUNT - CHL-SHOWN
              STRING '+'      DELIMITED BY SIZE
                     CHL-MORE DELIMITED BY SIZE
                     INTO CRIT-TEXT WITH POINTER CHL-TXT-PTR
           END-IF.

           MOVE DCK-PTYPE  TO PDN-PTYPE.
           MOVE DCK-PARENT TO PDN-PARENT.
           MOVE 'D'        TO PDN-STATE.
           MOVE DCK-SOURCE TO PDN-SOURCE.
           MOVE CRIT-TEXT  TO PDN-TEXT.
           PERFORM SAVE-PDN.

           MOVE SPACES TO WS-DEPMSG.
           STRING 'DEPC001E parent down ' DELIMITED BY SIZE
                  DCH-TYPE-WORD           DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  DCK-PARENT              DELIMITED BY SPACE
                  ' - '                   DELIMITED BY SIZE
                  CHL-COUNT               DELIMITED BY SIZE
                  ' dependent groups suppressed' DELIMITED BY SIZE
                  INTO WS-DEPMSG.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-DEPMSG)
                LENGTH(80) NOHANDLE END-EXEC.
           MOVE 1 TO DCH-LIST-FLAG.
           PERFORM COLLECT-CHILDREN.
           IF CHL-ONLINE > 0
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-DEPCHL)
                   LENGTH(80) NOHANDLE END-EXEC
           END-IF.

           SET ALERT-CRITICAL TO TRUE.
           MOVE DCK-SOURCE TO ALERT-SOURCE.
           MOVE CRIT-TEXT  TO ALERT-TEXT.
           PERFORM ESCALATE.
       FIN-PARDOWN. EXIT.
      *
       PARENT-UP SECTION.
      * A PARENT BACK UP CLEARS ITS CRITICAL WITH THE SAME SOURCE AND
      * TEXT IT WENT OUT WITH. NOTHING IS SUPPRESSED FROM HERE ON, SO
      * THE NEXT INQUTRAN PASS RECHECKS EVERY CHILD NORMALLY AND ANY
      * STILL DOWN ALERTS ON ITS OWN ACCOUNT.
           MOVE DCK-PTYPE  TO DCH-KEY-TYPE.
           MOVE DCK-PARENT TO DCH-KEY-NAME.
           PERFORM FIND-PDN.
           IF NOT PDN-HIT OR NOT PDN-IS-DOWN
              GO TO FIN-PARUP.

           MOVE 'U' TO PDN-STATE.
           PERFORM SAVE-PDN.

           PERFORM SET-TYPE-WORD.
           MOVE SPACES TO WS-DEPMSG.
           STRING 'DEPC002I parent recovered ' DELIMITED BY SIZE
                  DCH-TYPE-WORD                DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  DCK-PARENT                   DELIMITED BY SPACE
                  ' - dependents rechecked'    DELIMITED BY SIZE
                  INTO WS-DEPMSG.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-DEPMSG)
                LENGTH(80) NOHANDLE END-EXEC.

           SET ALERT-CLEARED TO TRUE.
           MOVE PDN-SOURCE TO ALERT-SOURCE.
           MOVE PDN-TEXT   TO ALERT-TEXT.
           PERFORM ESCALATE.
       FIN-PARUP. EXIT.
      *
       COLLECT-CHILDREN SECTION.
      * THE FILE IS KEYED CHILD FIRST, SO THE CHILDREN OF ONE PARENT
      * TAKE A FULL BROWSE - ONLY ON THE FIRST SIGHTING OF AN OUTAGE.
      * THE FIRST PASS COUNTS THEM AND FILLS THE CRITICAL'S TEXT; THE
      * LISTING PASS WRITES THEM TO CSSL UNDER THE DEPC001E LINE.
           IF NOT DCH-LISTING
              MOVE 0 TO CHL-COUNT CHL-SHOWN
           END-IF.
           MOVE 0 TO CHL-ONLINE.
           MOVE SPACES TO WS-DEPCHL.
           MOVE 0 TO DCH-EOF.
           MOVE LOW-VALUES TO DEP-KEY.
           EXEC CICS STARTBR FILE('ALRTDEP') RIDFLD(DEP-KEY)
                KEYLENGTH(13) GTEQ RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-COLLCHL.

           PERFORM COLLECT-CHILD-ONE UNTIL DCH-BROWSE-DONE.

           EXEC CICS ENDBR FILE('ALRTDEP') NOHANDLE END-EXEC.
       FIN-COLLCHL. EXIT.
      *
       COLLECT-CHILD-ONE SECTION.
           EXEC CICS READNEXT FILE('ALRTDEP') INTO(DEP-REC)
                RIDFLD(DEP-KEY) KEYLENGTH(13)
                LENGTH(LENGTH OF DEP-REC)
                RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO DCH-EOF
              GO TO FIN-COLLCHLONE.
           IF DEP-PTYPE NOT = DCK-PTYPE
              OR DEP-PARENT NOT = DCK-PARENT
              GO TO FIN-COLLCHLONE.

           IF NOT DCH-LISTING
              ADD 1 TO CHL-COUNT
      *-- ROOM IS KEPT AT THE END OF THE CRITICAL FOR THE '+NN' OF
      *-- CHILDREN THAT DID NOT FIT.
              IF CHL-TXT-PTR < 56
                 STRING DEP-CHILD DELIMITED BY SIZE
                        ' '       DELIMITED BY SIZE
                        INTO CRIT-TEXT WITH POINTER CHL-TXT-PTR
                 ADD 1 TO CHL-SHOWN
              END-IF
              GO TO FIN-COLLCHLONE
           END-IF.

           IF CHL-ONLINE = 10
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-DEPCHL)
                   LENGTH(80) NOHANDLE END-EXEC
              MOVE 0 TO CHL-ONLINE
           END-IF.
           IF CHL-ONLINE = 0
              MOVE SPACES TO WS-DEPCHL
              MOVE 1 TO CHL-LIN-PTR
              STRING 'DEPC003I dependents: ' DELIMITED BY SIZE
                     INTO WS-DEPCHL WITH POINTER CHL-LIN-PTR
           END-IF.
           STRING DEP-CHILD DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  INTO WS-DEPCHL WITH POINTER CHL-LIN-PTR.
           ADD 1 TO CHL-ONLINE.
       FIN-COLLCHLONE. EXIT.
      *
       SET-TYPE-WORD SECTION.
           IF DCK-PTYPE = 'S'
              MOVE 'sysid'    TO DCH-TYPE-WORD
           ELSE
           IF DCK-PTYPE = 'L'
              MOVE 'listener' TO DCH-TYPE-WORD
           ELSE
              MOVE 'file'     TO DCH-TYPE-WORD.
       FIN-SETTYPE. EXIT.
      *
       FIND-PDN SECTION.
      * SAME WALK AS ALERTESC'S ALRTSUP LOOKUP - THE QUEUE HOLDS ONE
      * ITEM PER PARENT EVER SEEN DOWN, A HANDFUL AT MOST.
           MOVE 0 TO PDN-FOUND.
           MOVE 0 TO PDN-NUMITEMS.
           MOVE 1 TO PDN-ITEM.
       FINDPDNLP.
           MOVE LENGTH OF PDN-REC TO PDN-LEN.
           EXEC CICS READQ TS QUEUE('ALRTPDN') INTO(PDN-REC)
                LENGTH(PDN-LEN) ITEM(PDN-ITEM)
                NUMITEMS(PDN-NUMITEMS)
                RESP(DCH-RESP) NOHANDLE
           END-EXEC.
           IF DCH-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-FINDPDN.
           IF PDN-PTYPE = DCH-KEY-TYPE AND PDN-PARENT = DCH-KEY-NAME
              MOVE 1 TO PDN-FOUND
              GO TO FIN-FINDPDN.
           IF PDN-ITEM < PDN-NUMITEMS
              ADD 1 TO PDN-ITEM
              GO TO FINDPDNLP.
       FIN-FINDPDN. EXIT.
      *
       SAVE-PDN SECTION.
      * FIND-PDN LEFT PDN-ITEM ON THE PARENT'S OWN SLOT WHEN IT HAS
      * ONE; A PARENT SEEN DOWN FOR THE FIRST TIME IS APPENDED.
           IF PDN-HIT
              EXEC CICS WRITEQ TS QUEUE('ALRTPDN') FROM(PDN-REC)
                   LENGTH(LENGTH OF PDN-REC) ITEM(PDN-ITEM) REWRITE
                   RESP(DCH-RESP) NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITEQ TS QUEUE('ALRTPDN') FROM(PDN-REC)
                   LENGTH(LENGTH OF PDN-REC)
                   RESP(DCH-RESP) NOHANDLE
              END-EXEC.
       FIN-SAVEPDN. EXIT.
      *
       ESCALATE SECTION.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
       FIN-ESCALATE. EXIT.
