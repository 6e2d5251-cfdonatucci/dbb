       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZCHK.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Control comun del congelamiento de cambios. En las semanas de
      *  cierre de mes y de auditoria se declara un freeze en el
      *  calendario FRZCAL (ver FRZCALS, mantenido por FRZMNT) y las
      *  pantallas de mantenimiento INITMNT, SECPMNT, HOLMNT y ONCMNT
      *  hacen LINK a este programa antes de confirmar:
      *    FUNC 'C' - devuelve si hay un freeze vigente ahora, con el
      *               motivo y hasta cuando.
      *    FUNC 'E' - registra un cambio de emergencia confirmado
      *               durante el freeze con la referencia que cargo el
      *               operador: renglon 'E' en QCHGAUD, linea en CSSL
      *               con el operador, y WARNING por ALERTESC.
      *  Se invoca con EXEC CICS LINK COMMAREA(FCK-REC) - ver
      *  FRZCHKC/FRZCHKW.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  FCH-RESP                PIC S9(8) COMP.
       77  FCH-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  FCH-TRIES               PIC 9     VALUE 0.
       77  FCH-EOF                 PIC 9     VALUE 0.
           88  FCH-BROWSE-DONE          VALUE 1.
      *
      * NOW AS YYYYMMDDHHMM - THE SAME SHAPE AS THE FREEZE KEY AND
      * THE FREEZE END, SO THE RANGE TEST IS TWO PLAIN COMPARES.
       01  FCH-NOW.
           05  FCH-NOW-DATE        PIC X(8).
           05  FCH-NOW-TIME        PIC X(4).
       01  FCH-HHMMSS              PIC X(6)  VALUE SPACES.
      *
           COPY FRZCALS.
           COPY QCHGAUDS.
           COPY ALERTW.
      *
       01  WS-FRZEMG                PIC X(80) VALUE SPACES.
       01  WS-FRZERR                PIC X(80) VALUE
              'FRZC003E FRZCHK error writing QCHGAUD audit file'.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY FRZCHKC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
           EXEC CICS ASKTIME ABSTIME(FCH-TIME) NOHANDLE END-EXEC.

           IF FCK-FUNC-EMERG
              PERFORM LOG-EMERGENCY
           ELSE
              PERFORM CHECK-FREEZE.

           EXEC CICS RETURN END-EXEC.
       FIN-PROCESO. EXIT.
      *
       CHECK-FREEZE SECTION.
      * THE CALENDAR IS A HANDFUL OF RANGES A YEAR - BROWSED FROM THE
      * TOP UNTIL THE FIRST FREEZE STARTING AFTER NOW. ANY EARLIER ONE
      * THAT HAS NOT YET ENDED MEANS A FREEZE IS IN EFFECT. A MISSING
      * OR CLOSED CALENDAR FILE FREEZES NOTHING - THE SCREENS WORK AS
      * THEY ALWAYS DID.
           MOVE 'N' TO FCK-STATUS.
           MOVE SPACES TO FCK-REASON FCK-UNTIL.
           EXEC CICS FORMATTIME ABSTIME(FCH-TIME)
                YYYYMMDD(FCH-NOW-DATE)
                TIME(FCH-HHMMSS) NOHANDLE
           END-EXEC.
           MOVE FCH-HHMMSS(1:4) TO FCH-NOW-TIME.

           MOVE 0 TO FCH-EOF.
           MOVE LOW-VALUES TO FRZ-KEY.
           EXEC CICS STARTBR FILE('FRZCAL') RIDFLD(FRZ-KEY)
                KEYLENGTH(12) GTEQ RESP(FCH-RESP) NOHANDLE
           END-EXEC.
           IF FCH-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-CHKFRZ.

           PERFORM CHECK-ONE UNTIL FCH-BROWSE-DONE OR FCK-FROZEN.

           EXEC CICS ENDBR FILE('FRZCAL') NOHANDLE END-EXEC.
       FIN-CHKFRZ. EXIT.
      *
       CHECK-ONE SECTION.
           EXEC CICS READNEXT FILE('FRZCAL') INTO(FRZ-REC)
                RIDFLD(FRZ-KEY) KEYLENGTH(12)
                LENGTH(LENGTH OF FRZ-REC)
                RESP(FCH-RESP) NOHANDLE
           END-EXEC.
           IF FCH-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO FCH-EOF
              GO TO FIN-CHKONE.

           IF FRZ-KEY > FCH-NOW
              MOVE 1 TO FCH-EOF
              GO TO FIN-CHKONE.

           IF FRZ-TO NOT < FCH-NOW
              MOVE 'F'        TO FCK-STATUS
              MOVE FRZ-REASON TO FCK-REASON
              MOVE FRZ-TO     TO FCK-UNTIL
           END-IF.
       FIN-CHKONE. EXIT.
      *
       LOG-EMERGENCY SECTION.
      * THE CALLER HAS ALREADY APPLIED THE CHANGE UNDER THE OPERATOR'S
      * EMERGENCY REFERENCE - ONE AUDIT RECORD, ONE CSSL LINE AND ONE
      * WARNING PER CONFIRM, WHATEVER SCREEN IT CAME FROM.
           PERFORM WRITE-EMERG-AUDIT.

           MOVE SPACES TO WS-FRZEMG.
           STRING 'FRZC001W emergency change ' DELIMITED BY SIZE
                  FCK-EMERG-REF                DELIMITED BY SIZE
                  ' by '                       DELIMITED BY SIZE
                  EIBOPID                      DELIMITED BY SIZE
                  ' via '                      DELIMITED BY SIZE
                  FCK-SOURCE                   DELIMITED BY SPACE
                  ' during freeze'             DELIMITED BY SIZE
                  INTO WS-FRZEMG.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZEMG)
                LENGTH(80) NOHANDLE END-EXEC.

           SET ALERT-WARN TO TRUE.
           MOVE FCK-SOURCE TO ALERT-SOURCE.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'Emergency change ' DELIMITED BY SIZE
                  FCK-EMERG-REF       DELIMITED BY SIZE
                  ' by '              DELIMITED BY SIZE
                  EIBOPID             DELIMITED BY SIZE
                  ' during freeze'    DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           EXEC CICS LINK PROGRAM('ALERTESC') COMMAREA(ALERT-REC)
                LENGTH(LENGTH OF ALERT-REC) NOHANDLE
           END-EXEC.
       FIN-LOGEMERG. EXIT.
      *
       WRITE-EMERG-AUDIT SECTION.
      * SAME KEY AND DUPREC RETRY AS INITMNT'S AUDIT WRITE - AN
      * INITMNT CONFIRM HAS JUST WRITTEN ITS OWN LINES IN THE SAME
      * SECOND, SO THE SEQUENCE STEPS PAST THEM.
           MOVE SPACES TO QCA-REC.
           EXEC CICS FORMATTIME ABSTIME(FCH-TIME)
                YYYYMMDD(QCA-DATE)
                TIME(QCA-TIME) TIMESEP NOHANDLE
           END-EXEC.
           MOVE ZEROS         TO QCA-SEQ.
           MOVE 'E'           TO QCA-ACTION.
           MOVE FCK-QNAME     TO QCA-QNAME.
           MOVE EIBOPID       TO QCA-OPID.
           MOVE EIBTRMID      TO QCA-TERM.
           MOVE FCK-SOURCE    TO QCA-PROGRAM.
           MOVE FCK-EMERG-REF TO QCA-EMERG-REF.
           STRING 'FREEZE UNTIL ' DELIMITED BY SIZE
                  FCK-UNTIL       DELIMITED BY SIZE
                  ': '            DELIMITED BY SIZE
                  FCK-REASON      DELIMITED BY SIZE
                  INTO QCA-BEFORE.
           MOVE FCK-SUMMARY   TO QCA-AFTER.
           MOVE 0 TO FCH-TRIES.
       WRITE-EMERG-TRY.
           EXEC CICS WRITE FILE('QCHGAUD') FROM(QCA-REC)
                RIDFLD(QCA-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF QCA-REC) RESP(FCH-RESP) NOHANDLE
           END-EXEC.
           IF FCH-RESP = DFHRESP(DUPREC) AND FCH-TRIES < 9
              ADD 1 TO FCH-TRIES
              ADD 1 TO QCA-SEQ
              GO TO WRITE-EMERG-TRY.
           IF FCH-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-FRZERR)
                   LENGTH(80) NOHANDLE END-EXEC.
       FIN-WREMERG. EXIT.
