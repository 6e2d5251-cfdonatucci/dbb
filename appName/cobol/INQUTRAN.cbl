      *///   siguientes son el transid de rearranque CHKTRAN (blanco
      *///   usa el default TSOK). Editable online por INITMNT como
      *///   cualquier otro renglon de la cola.
      */// Oct 2026: correlacion de causa raiz. Al inicio de cada ciclo
      *///   DEPCHK revisa las conexiones y archivos padre declarados
      *///   en ALRTDEP; un grupo cuyo padre (conexion, listener o
      *///   archivo) esta caido se observa sin purge ni start y sus
      *///   alertas salen como suprimidos (ALERTSEV 'S'). El unico
      *///   CRITICAL lo levanta DEPCHK al caer el padre; al volver,
      *///   los hijos se chequean normalmente y alertan si siguen
      *///   caidos.
      */////////////////////////////////////////////////////////////*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  FLAP-REC.
           05  FLAP-COUNT           PIC 9(2)  VALUE 0.
           05  FLAP-CYCLE-COUNT     PIC 9(3)  VALUE 0.
      *
      * ROOT-CAUSE CORRELATION - A GROUP WHOSE DECLARED PARENT (MRO
      * CONNECTION, EZACIC20 LISTENER OR FILE - SEE ALRTDEPS) IS DOWN
      * IS ONLY OBSERVED, AND ITS ALERTS GO TO ALERTESC AS SUPPRESSED
      * INSTEAD OF AS WARNINGS. DEPCHK KEEPS THE PARENT STATE.
       77  SUPP-FLAG                PIC 9     VALUE 0.
           88  CHILD-SUPPRESSED               VALUE 1.
           COPY DEPCHKW.
      */////////////////////////////////////////////////////////////*
       LINKAGE SECTION.
       01  TRAN-TSK.
           GO TO LEERQ.

       PROCQL.
      *-- PARENTS FIRST, SO A CONNECTION OR FILE THAT CAME BACK SINCE
      *-- THE LAST CYCLE HAS ITS CHILDREN RECHECKED NORMALLY BELOW.
           PERFORM PROBE-PARENTS.
           MOVE 1 TO QL-IDX.
       PROCLP.
           IF QL-IDX > QL-COUNT
           END-IF.
           MOVE QL-LINE(QL-IDX) TO QUE-REC.
           MOVE APPLCICS TO HIST-REGION-W.
           MOVE 0 TO SUPP-FLAG.
           IF REMOTE-LINE
              PERFORM CHK-REMOTE
           ELSE
              GO TO FIN-CHK
           END-IF.

      * WITH ITS PARENT DOWN THE GROUP IS ONLY OBSERVED TOO - DOWN
      * MEMBERS LOGGED AND SENT AS SUPPRESSED, NO PURGE, NO START.
           PERFORM CHK-PARENT.
           IF CHILD-SUPPRESSED
              PERFORM SUPPR-SCAN
              GO TO FIN-CHK
           END-IF.

           IF QUE-TRANO = SPACES
              MOVE QUE-TRANI TO WTRAN
              PERFORM LOOK-TRAN
           END-IF.
           PERFORM RESET-RETRY.
       FIN-MAINTSCAN. EXIT.
      *//////////////////
       SUPPR-SCAN SECTION.
      *////////////////////
      * STATUS TAKE WHILE THE GROUP'S PARENT IS DOWN - LOOK-TRAN STILL
      * WRITES THE CSSL LINE AND THE TRNHIST DOWN EVENT, BUT ESCALATE
      * SENDS THE ALERT AS SUPPRESSED AND NO FLAP IS COUNTED. THE
      * RETRY COUNTER IS CLEARED SO THE GROUP STARTS FRESH ONCE THE
      * PARENT IS BACK.
           IF QUE-TRANO = SPACES
              MOVE 1 TO GRP-COUNT
              MOVE QUE-TRANI TO GRP-TRAN(1)
           ELSE
              PERFORM BUILD-GROUP
           END-IF.
           PERFORM SCAN-GROUP.
           IF GRP-DOWN-COUNT > 0
              PERFORM SUPPR-MSG
           END-IF.
           PERFORM RESET-RETRY.
       FIN-SUPPRSCAN. EXIT.
      *//////////////////
       SUPPR-MSG SECTION.
      *////////////////////
           MOVE QUE-TRANI TO MSGTRAN.
           MOVE SPACES TO MSGTXT.
           STRING 'INQUT029 Supr. padre caido '
                  DELIMITED BY SIZE
                  DCK-PARENT DELIMITED BY SPACE
                  INTO MSGTXT.
           PERFORM OP-MSG.
       FIN-SUPPRMSG. EXIT.
      *//////////////////
       CHK-PARENT SECTION.
      *////////////////////
      * ASKS DEPCHK WHETHER ANY PARENT DECLARED FOR THIS GROUP IS DOWN.
      * A FAILED LINK LEAVES THE ANSWER AT 'NO' - THE GROUP ALERTS AS
      * IT ALWAYS DID.
           MOVE 0 TO SUPP-FLAG.
           MOVE SPACES TO DCK-REC.
           SET DCK-FUNC-QUERY TO TRUE.
           MOVE 'INQUTRAN' TO DCK-SOURCE.
           MOVE QUE-TRANI  TO DCK-CHILD.
           MOVE 'N' TO DCK-STATUS.
           EXEC CICS LINK PROGRAM('DEPCHK') COMMAREA(DCK-REC)
                LENGTH(LENGTH OF DCK-REC) NOHANDLE
           END-EXEC.
           IF DCK-PARENT-DOWN
              MOVE 1 TO SUPP-FLAG
           END-IF.
       FIN-CHKPARENT. EXIT.
      *//////////////////
       PROBE-PARENTS SECTION.
      *////////////////////
      * ONCE PER CYCLE - DEPCHK INQUIRES EVERY CONNECTION AND FILE
      * PARENT ON ALRTDEP, RAISES THE ONE CRITICAL FOR A PARENT NEWLY
      * DOWN AND CLEARS IT FOR ONE BACK UP. LISTENER PARENTS ARE
      * REPORTED BY LINKCHEK.
           MOVE SPACES TO DCK-REC.
           SET DCK-FUNC-PROBE TO TRUE.
           MOVE 'INQUTRAN' TO DCK-SOURCE.
           EXEC CICS LINK PROGRAM('DEPCHK') COMMAREA(DCK-REC)
                LENGTH(LENGTH OF DCK-REC) NOHANDLE
           END-EXEC.
       FIN-PROBEPAR. EXIT.
      *//////////////////
       MAINT-SCAN-ONE SECTION.
      *////////////////////
              PERFORM BUILD-GROUP
           END-IF.

      *-- ASKED BEFORE THE LINK - WITH THE CONNECTION ITSELF DOWN THE
      *-- LINK FAILURE BELOW IS A SYMPTOM AND GOES OUT SUPPRESSED TOO.
           PERFORM CHK-PARENT.

           MOVE LOW-VALUES TO RMT-STAT-AREA.
           MOVE GRP-COUNT TO RST-COUNT.
           PERFORM LOAD-RMT-ENTRY VARYING RMT-IDX FROM 1 BY 1
           PERFORM SCAN-RMT-ENTRY VARYING RMT-IDX FROM 1 BY 1
                UNTIL RMT-IDX > GRP-COUNT.

      * PARENT DOWN - THE DOWN MEMBERS WENT OUT SUPPRESSED ABOVE;
      * NOTHING IS COUNTED OR STARTED AGAINST THE REMOTE REGION.
           IF CHILD-SUPPRESSED
              IF GRP-DOWN-COUNT > 0
                 PERFORM SUPPR-MSG
              END-IF
              PERFORM RESET-RETRY
              GO TO FIN-CHKREMOTE
           END-IF.

           IF GRP-DOWN-COUNT = 0
      *-- THE REMOTE GROUP CAME BACK - CLEAR THE OPEN DOWN ALERTS,
      *-- WORDED LIKE SCAN-RMT-ENTRY RAISED THEM.
                  WTRAN DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM ESCALATE.
           IF NOT CHILD-SUPPRESSED
              PERFORM CHK-FLAP
           END-IF.
      *
       FIN-LOOK. EXIT.
      */////////////////////
      *////////////////////
      * A SINGLE DOWN DETECTION IS ROUTINE MONITORING, NOT YET AN
      * OPERATOR PAGE - RAISED AS A WARNING; A SUSTAINED OUTAGE WOULD
      * ESCALATE FURTHER ONCE PURGE-AND-RESTART KICKS IN. WITH THE
      * GROUP'S PARENT DOWN IT GOES OUT SUPPRESSED - RECORDED, NOT
      * PAGED.
           IF CHILD-SUPPRESSED
              SET ALERT-SUPPRESSED TO TRUE
           ELSE
              SET ALERT-WARN TO TRUE
           END-IF.
           MOVE 'INQUTRAN' TO ALERT-SOURCE.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
