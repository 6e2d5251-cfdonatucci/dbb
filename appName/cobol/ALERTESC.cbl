      *  (la que en el futuro drena el proceso de guardia/paging).
      *  Se invoca con EXEC CICS LINK COMMAREA(DFHCOMMAREA) - ver
      *  ALERTC/ALERTSEV.
      *  Oct 2026: severidad 'S' (suprimido - padre caido) para los
      *  alertas de un grupo cuyo padre declarado en ALRTDEP esta
      *  caido: se graba en CSSL con la marca y en ALRTHIST ya cerrado
      *  con '*SP', sin consola, sin ALRTLOG y sin paging - el unico
      *  CRITICAL del padre lo levanta DEPCHK.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
           IF ALERT-ERROR
              MOVE 'Error'    TO ESC-SEV-TEXT
           ELSE
           IF ALERT-SUPPRESSED
              MOVE 'Suppress' TO ESC-SEV-TEXT
           ELSE
              MOVE 'ErrorCrt' TO ESC-SEV-TEXT.

           IF ESC-SUPPRESSED
              EXEC CICS RETURN END-EXEC.

      *-- A CHILD'S ALERT WHILE ITS PARENT IS DOWN IS ONLY RECORDED -
      *-- THE PARENT'S SINGLE CRITICAL ALREADY WENT OUT THROUGH DEPCHK.
           IF ALERT-SUPPRESSED
              PERFORM RECORD-SUPPRESSED
              EXEC CICS RETURN END-EXEC.

           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(ESC-LINE)
                LENGTH(80) NOHANDLE END-EXEC.

           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(SUP-SUMMARY)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-WSUPSUM. EXIT.
      *
       RECORD-SUPPRESSED SECTION.
      * THE CSSL LINE CARRIES THE 'suppressed - parent down' TAG AHEAD
      * OF THE CHILD'S OWN TEXT (CUT SHORT IF IT HAS TO BE - THE FULL
      * TEXT IS ON ALRTHIST). NO ALRTLOG ITEM, SO NOTHING WAITS ON THE
      * CONSOLE FOR AN ACKNOWLEDGEMENT, AND NOTHING IS PAGED.
           MOVE SPACES TO ESC-TEXT.
           STRING 'suppressed - parent down: ' DELIMITED BY SIZE
                  ALERT-TEXT                   DELIMITED BY SIZE
                  INTO ESC-TEXT.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(ESC-LINE)
                LENGTH(80) NOHANDLE END-EXEC.
           PERFORM WRITE-HISTORY.
       FIN-RECSUPP. EXIT.
      *
       LOG-ALERT SECTION.
      * APPENDS THE ALERT TO THE ALRTLOG TS QUEUE FOR THE ONLINE
           SET AH-OPEN TO TRUE.
           MOVE SPACES TO AH-ACK-OPID AH-ACK-HORA.
           MOVE SPACE  TO AH-RECOV.
      *-- A SUPPRESSED CHILD IS WRITTEN ALREADY CLOSED, SO THE
      *-- ALRTDISP LADDER AND THE HANDOVER NEVER TREAT IT AS OPEN.
           IF ALERT-SUPPRESSED
              SET AH-ACKED TO TRUE
              MOVE '*SP' TO AH-ACK-OPID
              EXEC CICS FORMATTIME ABSTIME(ESC-TIME)
                   TIME(AH-ACK-HORA) TIMESEP NOHANDLE
              END-EXEC
              SET AH-PARENT-DOWN TO TRUE
           END-IF.
           MOVE 0 TO ESC-AH-TRIES.
       WRITE-HIST-TRY.
           EXEC CICS WRITE FILE('ALRTHIST') FROM(AH-REC)
