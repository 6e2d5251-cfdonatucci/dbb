      *----------------------------------------------------------------*
      *  INCEVTP - PROCEDURE DIVISION section that appends one event  *
      *  to an incident's timeline. COPY at the end of the PROCEDURE  *
      *  DIVISION (companion INCEVTS in WORKING-STORAGE). Shared by   *
      *  ALRTCON and INCMNT so both number the timeline the same way. *
      *                                                                *
      *  INCEVT-ADD - takes the next sequence from the header under   *
      *  UPDATE (counting an attached alert when the type is 'L'),    *
      *  then writes the event stamped with now and the operator. A   *
      *  closed incident takes no more events.                        *
      *----------------------------------------------------------------*
       INCEVT-ADD SECTION.
           MOVE 0 TO INE-OK-FLAG.
           MOVE INE-ID TO INC-ID.
           MOVE ZEROS  TO INC-SEQ.
           EXEC CICS READ FILE('INCIDENT') INTO(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC) UPDATE
                RESP(INE-RESP) NOHANDLE
           END-EXEC.
           IF INE-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-INCEVTADD.
           IF INC-CLOSED OR INC-LAST-SEQ = 999
              EXEC CICS UNLOCK FILE('INCIDENT') NOHANDLE END-EXEC
              GO TO FIN-INCEVTADD.
           ADD 1 TO INC-LAST-SEQ.
           MOVE INC-LAST-SEQ TO INE-SEQ.
           IF INE-TYPE = 'L'
              ADD 1 TO INC-ALERTS.
           EXEC CICS REWRITE FILE('INCIDENT') FROM(INC-REC)
                LENGTH(LENGTH OF INC-REC) RESP(INE-RESP) NOHANDLE
           END-EXEC.
           IF INE-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-INCEVTADD.

           MOVE SPACES   TO INC-REC.
           MOVE INE-ID   TO INC-ID.
           MOVE INE-SEQ  TO INC-SEQ.
           EXEC CICS ASKTIME ABSTIME(INE-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(INE-TIME)
                YYYYMMDD(INC-EV-DATE)
                TIME(INC-EV-TIME) TIMESEP NOHANDLE
           END-EXEC.
           MOVE EIBOPID  TO INC-EV-OPID.
           MOVE INE-TYPE TO INC-EV-TYPE.
           MOVE INE-HKEY TO INC-EV-HKEY.
           MOVE INE-TEXT TO INC-EV-TEXT.
           EXEC CICS WRITE FILE('INCIDENT') FROM(INC-REC)
                RIDFLD(INC-KEY) KEYLENGTH(9)
                LENGTH(LENGTH OF INC-REC) RESP(INE-RESP) NOHANDLE
           END-EXEC.
           IF INE-RESP = DFHRESP(NORMAL)
              MOVE 1 TO INE-OK-FLAG.
       FIN-INCEVTADD. EXIT.
