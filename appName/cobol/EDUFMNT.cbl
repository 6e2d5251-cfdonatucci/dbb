      *  se hacian con drivers de prueba). Encadenada desde la opcion
      *  2 del menu HELLOW (transaccion EDUF). Toda la logica vive en
      *  EDUFILAP: esta transaccion arma el commarea segun el codigo
      *  de funcion (R/A/U/D/N/P/T/V/F/B/I/M/L), hace el LINK y muestra
      *  campos y el COM-RETCODE/COM-MESSAGE como mensaje de pantalla.
      *  La reversion 'V' toma fecha/hora/secuencia del movimiento
      *  POSTDTL a revertir (AAAAMMDDHHMMSSNNN) del campo comentario.
      *  La transferencia 'F' debita NUMBER y acredita el segundo
      *  numero (MRG/XFR TO) por el importe.
      *  El token de version de la ultima lectura viaja en el commarea
      *  propio (ver EDUFMNTC) para que un update presente el token
      *  correcto; un update sin lectura previa se rechaza aca mismo.
      *  Un cambio rechazado por cliente inactivo (RC 42) se confirma
      *  ingresandolo de nuevo: la reactivacion viaja al servicio.
      *  Hogares (G/Q/Y): vincular, desvincular y elegir el titular
      *  del hogar en HSEHLD (ver EDUHSHS), cada cambio al diario EDUJ
      *  y como nota del cliente. Al mostrar un cliente de un hogar se
      *  muestran los otros miembros y el saldo combinado.
      *  Un cliente con una retencion legal en vigor (ver EDUHLDS)
      *  muestra la linea de aviso con el tipo, la referencia y el
      *  vencimiento; tambien cuando EDUFILAP rechaza con RC 44.
      *  Mapa BMS EDUFMNTM/EDUFMNTS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       01  FMN-WS-COMMAREA.
           05  FMN-WS-LAST-NUMB  PIC X(6)  VALUE SPACES.
           05  FMN-WS-TOKEN      PIC 9(5)  VALUE ZEROS.
           05  FMN-WS-REACT-NUMB PIC X(6)  VALUE SPACES.
           05  FMN-WS-REACT-FUNC PIC X     VALUE SPACE.
      *
      * THE SERVICE'S OWN COMMAREA, BUILT FRESH FOR EVERY LINK.
           COPY EDUFILAC REPLACING ==01  DFHCOMMAREA.== BY
       77  FMN-NOTE-DONE           PIC 9     VALUE 0.
       77  FMN-NOTE-ROWS           PIC 9(2)  COMP VALUE 0.
           COPY EDUNOTS.
      *
      * HOUSEHOLDS - FUNCTIONS 'G' (LINK NUMBER INTO THE HOUSEHOLD
      * KEYED IN MRG/XFR/HH), 'Q' (UNLINK) AND 'Y' (MAKE NUMBER THE
      * PRIMARY, COMMENT C/S SETS THE STATEMENT OPTION) MAINTAIN THE
      * HSEHLD FILE HERE, LIKE THE NOTES - THE HOUSEHOLD IS NOT
      * CUSTOMER DATA. EVERY CHANGE IS JOURNALED ON EDUJ AND LEFT AS
      * A CONTACT NOTE NAMING THE HOUSEHOLD. A DISPLAYED MEMBER SHOWS
      * THE HOUSEHOLD LINE AND THE OTHER MEMBERS IN THE BROWSE ROWS,
      * BALANCES READ STRAIGHT FROM FILEA THE WAY SORDMNT CHECKS A
      * CUSTOMER. SEE EDUHSHS.
       77  FMN-HH-NUMB             PIC X(6)  VALUE SPACES.
       77  FMN-HH-ID               PIC X(6)  VALUE SPACES.
       77  FMN-HH-KEY              PIC X(6)  VALUE SPACES.
       77  FMN-HH-PRIMARY          PIC X(6)  VALUE SPACES.
       77  FMN-HH-STMT             PIC X     VALUE SPACE.
       77  FMN-HH-NEWSTMT          PIC X     VALUE SPACE.
       77  FMN-HH-ROLE             PIC X     VALUE SPACE.
       77  FMN-HH-DONE             PIC 9     VALUE 0.
       77  FMN-HH-COUNT            PIC 9(2)  COMP VALUE 0.
       77  FMN-HH-ROWS             PIC 9(2)  COMP VALUE 0.
       77  FMN-HH-MAX              PIC 9(2)  COMP VALUE 10.
       77  FMN-HH-BAL              PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  FMN-HH-BAL-ED           PIC ZZ,ZZZ,ZZ9.99- VALUE SPACES.
       77  FMN-HH-CNT-ED           PIC Z9    VALUE ZEROS.
       77  FMN-HH-STMT-TXT         PIC X(11) VALUE SPACES.
       77  FMN-HH-JRN-FUNC         PIC X     VALUE SPACE.
       77  FMN-HH-NOTE             PIC X(50) VALUE SPACES.
       77  FMN-HH-MSG              PIC X(79) VALUE SPACES.
           COPY EDUHSHS.
      *
      * LEGAL HOLDS - READ ONLY HERE. A CUSTOMER ON SCREEN WITH A HOLD
      * IN FORCE GETS THE BANNER LINE SO THE OPERATOR KNOWS BEFORE
      * TRYING WHAT EDUFILAP WOULD REFUSE. SEE EDUHLDS.
       77  FMN-HLD-NUMB            PIC X(6)  VALUE SPACES.
       77  FMN-HLD-TODAY           PIC X(8)  VALUE SPACES.
       77  FMN-HLD-TXT             PIC X(20) VALUE SPACES.
           COPY EDUHLDS.
           COPY EDUFILAS.
           COPY EDUJRNS.
      *
           COPY DFHAID.
           COPY EDUFMNTS.

           MOVE FMN-LAST-NUMB TO FMN-WS-LAST-NUMB.
           MOVE FMN-TOKEN     TO FMN-WS-TOKEN.
           MOVE FMN-REACT-NUMB TO FMN-WS-REACT-NUMB.
           MOVE FMN-REACT-FUNC TO FMN-WS-REACT-FUNC.
           PERFORM RECEIVE-SCREEN.
           MOVE FMN-WS-LAST-NUMB TO FMN-LAST-NUMB.
           MOVE FMN-WS-TOKEN     TO FMN-TOKEN.
           MOVE FMN-WS-REACT-NUMB TO FMN-REACT-NUMB.
           MOVE FMN-WS-REACT-FUNC TO FMN-REACT-FUNC.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
           IF FUNCI = 'R' OR FUNCI = 'A' OR FUNCI = 'U'
              OR FUNCI = 'D' OR FUNCI = 'T' OR FUNCI = 'B'
              OR FUNCI = 'I' OR FUNCI = 'M' OR FUNCI = 'L'
              OR FUNCI = 'J' OR FUNCI = 'K' OR FUNCI = 'V'
              OR FUNCI = 'F' OR FUNCI = 'G' OR FUNCI = 'Q'
              OR FUNCI = 'Y'
              IF NUMBI = SPACES OR NUMBI = LOW-VALUES
                 PERFORM SHOW-LOCAL-ERROR
                 GO TO FIN-BUILDREQ
              GO TO FIN-BUILDREQ
           END-IF.

      * SO ARE THE HOUSEHOLD FUNCTIONS.
           IF FUNCI = 'G'
              PERFORM HH-LINK
              GO TO FIN-BUILDREQ
           END-IF.
           IF FUNCI = 'Q'
              PERFORM HH-UNLINK
              GO TO FIN-BUILDREQ
           END-IF.
           IF FUNCI = 'Y'
              PERFORM HH-SET-PRIMARY
              GO TO FIN-BUILDREQ
           END-IF.

      * A MERGE NAMES TWO CUSTOMERS - THE SURVIVOR IN NUMBER, THE
      * VICTIM IN MRG/XFR TO.
           IF FUNCI = 'M'
              IF NUMB2I = SPACES OR NUMB2I = LOW-VALUES
                 MOVE LOW-VALUES TO EDUFMNTSO
              END-IF
           END-IF.

      * A TRANSFER DEBITS NUMBER AND CREDITS THE SECOND NUMBER.
           IF FUNCI = 'F'
              IF NUMB2I = SPACES OR NUMB2I = LOW-VALUES
                 MOVE LOW-VALUES TO EDUFMNTSO
                 PERFORM SET-HEADER
                 MOVE 'TRANSFER-TO NUMBER REQUIRED' TO MSGLINEO
                 PERFORM SEND-SCREEN
                 GO TO FIN-BUILDREQ
              END-IF
           END-IF.

      * A REVERSAL NAMES THE POSTING BY ITS POSTDTL KEY - THE NUMBER
      * FIELD GIVES THE CUSTOMER, THE COMMENT FIELD THE POSTING'S
      * DATE, TIME AND SEQUENCE AS PRINTED ON THE DETAIL HISTORY.
           IF FUNCI = 'V'
              IF CMNTI(1:17) NOT NUMERIC
                 MOVE LOW-VALUES TO EDUFMNTSO
                 PERFORM SET-HEADER
                 MOVE 'POSTING KEY YYYYMMDDHHMMSSNNN GOES IN COMMENT'
                      TO MSGLINEO
                 PERFORM SEND-SCREEN
                 GO TO FIN-BUILDREQ
              END-IF
           END-IF.

           MOVE FUNCI  TO COM-FUNCTION.
           MOVE NUMBI  TO COM-NUMB.
           MOVE NUMB2I TO COM-NUMB2.
           MOVE EMAILI TO COM-EMAILX.
           MOVE STATI  TO COM-STATUSX.
           MOVE CMNTI  TO COM-COMMENTX.
      * THE DETAIL KEY CARRIES THE TIME AS HHMMSS IN AN 8-BYTE FIELD,
      * SO THE KEYED DIGITS ARE LAID BACK INTO ITS SHAPE.
           IF FUNCI = 'V'
              MOVE SPACES TO COM-COMMENTX COM-REVKEY
              MOVE NUMBI        TO COM-REVKEY(1:6)
              MOVE CMNTI(1:14)  TO COM-REVKEY(7:14)
              MOVE CMNTI(15:3)  TO COM-REVKEY(23:3)
           END-IF.

           IF FUNCI = 'A' OR FUNCI = 'U' OR FUNCI = 'T'
              OR FUNCI = 'L' OR FUNCI = 'F'
              MOVE AMTI TO FMN-AMT-IN
              PERFORM PARSE-AMOUNT
              IF FMN-AMT-INVALID
              MOVE 10 TO COM-BR-MAXROWS
           END-IF.

      * THE SAME CHANGE KEYED AGAIN RIGHT AFTER A DORMANT REFUSAL IS
      * THE OPERATOR'S CONFIRMATION THAT THE CUSTOMER IS REACTIVATED.
      * ANYTHING ELSE IN BETWEEN DROPS THE PENDING CONFIRMATION.
           IF FMN-WS-REACT-NUMB NOT = SPACES
              AND NUMBI = FMN-WS-REACT-NUMB
              AND FUNCI = FMN-WS-REACT-FUNC
              MOVE 'Y' TO COM-REACTIVATE
           END-IF.
           MOVE SPACES TO FMN-WS-REACT-NUMB FMN-WS-REACT-FUNC.

           EXEC CICS LINK PROGRAM('EDUFILAP')
                COMMAREA(FMN-FILAP-AREA)
                LENGTH(LENGTH OF FMN-FILAP-AREA)
                  NOT-TEXT(1:21) DELIMITED BY SIZE
                  INTO BRO(FMN-NOTE-ROWS).
       FIN-BRWNOTEONE. EXIT.
      *
       HH-LINK SECTION.
      * NUMBER JOINS THE HOUSEHOLD KEYED IN MRG/XFR/HH. THE FIRST
      * CUSTOMER LINKED OPENS THE HOUSEHOLD AND IS ITS PRIMARY.
           MOVE LOW-VALUES TO EDUFMNTSO.
           PERFORM SET-HEADER.
           MOVE NUMBI TO NUMBO.
           MOVE FUNCI TO FUNCO.
           MOVE NUMBI TO FMN-HH-NUMB.
           IF NUMB2I = SPACES OR NUMB2I = LOW-VALUES
              MOVE 'HOUSEHOLD ID REQUIRED IN MRG/XFR/HH' TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHLINK
           END-IF.
           MOVE NUMB2I TO NUMB2O.

           EXEC CICS READ FILE('FILEA') INTO(FILEA)
                RIDFLD(NUMBI) LENGTH(LENGTH OF FILEA)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CUSTOMER NOT ON FILE - NOT LINKED' TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHLINK
           END-IF.

           EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                RIDFLD(NUMBI) LENGTH(LENGTH OF HSH-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP = DFHRESP(NORMAL)
              MOVE SPACES TO MSGLINEO
              STRING 'ALREADY IN HOUSEHOLD ' DELIMITED BY SIZE
                     HSH-HHID               DELIMITED BY SIZE
                     ' - UNLINK IT FIRST (Q)' DELIMITED BY SIZE
                     INTO MSGLINEO
              PERFORM SHOW-HOUSEHOLD
              PERFORM SEND-SCREEN
              GO TO FIN-HHLINK
           END-IF.

           MOVE NUMB2I TO FMN-HH-ID.
           PERFORM HH-BROWSE.
           IF FMN-HH-COUNT NOT < FMN-HH-MAX
              MOVE SPACES TO MSGLINEO
              STRING 'HOUSEHOLD '           DELIMITED BY SIZE
                     FMN-HH-ID              DELIMITED BY SIZE
                     ' IS FULL - NOT LINKED' DELIMITED BY SIZE
                     INTO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHLINK
           END-IF.

           MOVE SPACES   TO HSH-REC.
           MOVE NUMBI    TO HSH-NUMB.
           MOVE FMN-HH-ID TO HSH-HHID.
           IF FMN-HH-COUNT = 0
              MOVE 'P' TO HSH-ROLE
              MOVE ' JOINED AS PRIMARY' TO FMN-HH-MSG
           ELSE
              MOVE 'M' TO HSH-ROLE
              MOVE ' JOINED AS MEMBER' TO FMN-HH-MSG
           END-IF.
           EXEC CICS ASKTIME ABSTIME(FMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                YYYYMMDD(HSH-LINKED) NOHANDLE
           END-EXEC.
           MOVE EIBOPID TO HSH-OPID.
           EXEC CICS WRITE FILE('HSEHLD') FROM(HSH-REC)
                RIDFLD(HSH-NUMB) LENGTH(LENGTH OF HSH-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR WRITING HSEHLD - NOT LINKED' TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHLINK
           END-IF.

           MOVE 'G' TO FMN-HH-JRN-FUNC.
           MOVE SPACES TO FMN-HH-NOTE.
           STRING 'HOUSEHOLD ' DELIMITED BY SIZE
                  FMN-HH-ID    DELIMITED BY SIZE
                  FMN-HH-MSG   DELIMITED BY '  '
                  INTO FMN-HH-NOTE.
           PERFORM HH-RECORD-CHANGE.
           MOVE SPACES TO MSGLINEO.
           STRING 'LINKED - ' DELIMITED BY SIZE
                  FMN-HH-NOTE DELIMITED BY SIZE
                  INTO MSGLINEO.
           PERFORM SHOW-HOUSEHOLD.
           PERFORM SEND-SCREEN.
       FIN-HHLINK. EXIT.
      *
       HH-UNLINK SECTION.
      * NUMBER LEAVES ITS HOUSEHOLD. THE PRIMARY MAY ONLY LEAVE LAST -
      * WHILE OTHERS REMAIN, ONE OF THEM IS MADE PRIMARY FIRST (Y).
           MOVE LOW-VALUES TO EDUFMNTSO.
           PERFORM SET-HEADER.
           MOVE NUMBI TO NUMBO.
           MOVE FUNCI TO FUNCO.
           MOVE NUMBI TO FMN-HH-NUMB.

           EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                RIDFLD(NUMBI) LENGTH(LENGTH OF HSH-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CUSTOMER IS NOT IN A HOUSEHOLD' TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHUNLINK
           END-IF.
           MOVE HSH-HHID TO FMN-HH-ID NUMB2O.
           MOVE HSH-ROLE TO FMN-HH-ROLE.

           IF FMN-HH-ROLE = 'P'
              PERFORM HH-BROWSE
              IF FMN-HH-COUNT > 1
                 MOVE 'MEMBERS REMAIN - MAKE ONE PRIMARY (Y) FIRST'
                      TO MSGLINEO
                 PERFORM SHOW-HOUSEHOLD
                 PERFORM SEND-SCREEN
                 GO TO FIN-HHUNLINK
              END-IF
           END-IF.

           EXEC CICS DELETE FILE('HSEHLD') RIDFLD(NUMBI)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR DELETING FROM HSEHLD - NOT UNLINKED'
                   TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHUNLINK
           END-IF.

           MOVE 'Q' TO FMN-HH-JRN-FUNC.
           MOVE SPACES TO FMN-HH-NOTE.
           STRING 'HOUSEHOLD ' DELIMITED BY SIZE
                  FMN-HH-ID    DELIMITED BY SIZE
                  ' LEFT'      DELIMITED BY SIZE
                  INTO FMN-HH-NOTE.
           PERFORM HH-RECORD-CHANGE.
           MOVE SPACES TO MSGLINEO.
           STRING 'UNLINKED - ' DELIMITED BY SIZE
                  FMN-HH-NOTE   DELIMITED BY SIZE
                  INTO MSGLINEO.
           PERFORM SEND-SCREEN.
       FIN-HHUNLINK. EXIT.
      *
       HH-SET-PRIMARY SECTION.
      * NUMBER BECOMES ITS HOUSEHOLD'S PRIMARY; THE OLD PRIMARY STAYS
      * ON AS A MEMBER. THE STATEMENT OPTION RIDES ON THE PRIMARY:
      * COMMENT C = ONE CONSOLIDATED STATEMENT, S = ONE PER ACCOUNT,
      * BLANK = AS IT WAS.
           MOVE LOW-VALUES TO EDUFMNTSO.
           PERFORM SET-HEADER.
           MOVE NUMBI TO NUMBO.
           MOVE FUNCI TO FUNCO.
           MOVE NUMBI TO FMN-HH-NUMB.
           IF CMNTI(1:1) = SPACE OR CMNTI(1:1) = LOW-VALUE
              MOVE SPACE TO FMN-HH-NEWSTMT
           ELSE
              IF CMNTI(1:1) = 'C' OR CMNTI(1:1) = 'S'
                 MOVE CMNTI(1:1) TO FMN-HH-NEWSTMT
              ELSE
                 MOVE 'COMMENT C = CONSOLIDATED STMT, S = PER ACCOUNT'
                      TO MSGLINEO
                 PERFORM SEND-SCREEN
                 GO TO FIN-HHPRIM
              END-IF
           END-IF.

           EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                RIDFLD(NUMBI) LENGTH(LENGTH OF HSH-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CUSTOMER IS NOT IN A HOUSEHOLD - LINK IT FIRST (G)'
                   TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHPRIM
           END-IF.
           MOVE HSH-HHID TO FMN-HH-ID NUMB2O.
           PERFORM HH-BROWSE.
           IF FMN-HH-NEWSTMT = SPACE
              MOVE FMN-HH-STMT TO FMN-HH-NEWSTMT
           END-IF.

      * THE OLD PRIMARY STEPS DOWN FIRST - A HOUSEHOLD LEFT BRIEFLY
      * WITHOUT A PRIMARY IS HARMLESS, ONE WITH TWO IS NOT.
           IF FMN-HH-PRIMARY NOT = SPACES
              AND FMN-HH-PRIMARY NOT = NUMBI
              EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                   RIDFLD(FMN-HH-PRIMARY) LENGTH(LENGTH OF HSH-REC)
                   UPDATE RESP(FMN-RESP) NOHANDLE
              END-EXEC
              IF FMN-RESP = DFHRESP(NORMAL)
                 MOVE 'M'   TO HSH-ROLE
                 MOVE SPACE TO HSH-STMT
                 EXEC CICS REWRITE FILE('HSEHLD') FROM(HSH-REC)
                      LENGTH(LENGTH OF HSH-REC)
                      RESP(FMN-RESP) NOHANDLE
                 END-EXEC
              END-IF
              IF FMN-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERROR UPDATING HSEHLD - PRIMARY NOT CHANGED'
                      TO MSGLINEO
                 PERFORM SEND-SCREEN
                 GO TO FIN-HHPRIM
              END-IF
           END-IF.

           EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                RIDFLD(NUMBI) LENGTH(LENGTH OF HSH-REC)
                UPDATE RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP = DFHRESP(NORMAL)
              MOVE 'P'            TO HSH-ROLE
              MOVE FMN-HH-NEWSTMT TO HSH-STMT
              EXEC CICS REWRITE FILE('HSEHLD') FROM(HSH-REC)
                   LENGTH(LENGTH OF HSH-REC)
                   RESP(FMN-RESP) NOHANDLE
              END-EXEC
           END-IF.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR UPDATING HSEHLD - PRIMARY NOT CHANGED'
                   TO MSGLINEO
              PERFORM SEND-SCREEN
              GO TO FIN-HHPRIM
           END-IF.

           IF FMN-HH-NEWSTMT = 'C'
              MOVE 'CONSOLIDATED' TO FMN-HH-MSG
           ELSE
              MOVE 'PER ACCOUNT' TO FMN-HH-MSG
           END-IF.
           MOVE 'Y' TO FMN-HH-JRN-FUNC.
           MOVE SPACES TO FMN-HH-NOTE.
           STRING 'HOUSEHOLD '     DELIMITED BY SIZE
                  FMN-HH-ID        DELIMITED BY SIZE
                  ' PRIMARY, STMT ' DELIMITED BY SIZE
                  FMN-HH-MSG       DELIMITED BY '  '
                  INTO FMN-HH-NOTE.
           PERFORM HH-RECORD-CHANGE.
           MOVE SPACES TO MSGLINEO.
           STRING 'PRIMARY SET - ' DELIMITED BY SIZE
                  FMN-HH-NOTE      DELIMITED BY SIZE
                  INTO MSGLINEO.
           PERFORM SHOW-HOUSEHOLD.
           PERFORM SEND-SCREEN.
       FIN-HHPRIM. EXIT.
      *
       HH-RECORD-CHANGE SECTION.
      * THE HOUSEHOLD CHANGE GOES ON THE EDUJ JOURNAL UNDER THE
      * CUSTOMER LIKE ANY SERVICE REQUEST, AND - SINCE THE JOURNAL
      * LINE HAS NO ROOM FOR THE HOUSEHOLD - AS A CONTACT NOTE THAT
      * NAMES IT, SO THE CUSTOMER'S HISTORY SAYS WHICH HOUSEHOLD.
           EXEC CICS ASKTIME ABSTIME(FMN-TIME) NOHANDLE END-EXEC.
           MOVE EIBTRMID TO EDF-JRN-TERM.
           MOVE EIBOPID  TO EDF-JRN-OPID.
           MOVE NUMBI    TO EDF-JRN-NUMB.
           MOVE FMN-HH-JRN-FUNC TO EDF-JRN-FUNC.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                TIME(EDF-JRN-HORA) YYYYMMDD(EDF-JRN-FECHA) NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                LENGTH(LENGTH OF EDF-JOURNAL)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                   LENGTH(LENGTH OF EDF-JOURNAL) NOHANDLE
              END-EXEC
           END-IF.

           MOVE SPACES  TO NOT-REC.
           MOVE NUMBI   TO NOT-NUMB.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                YYYYMMDD(NOT-FECHA)
                TIME(NOT-HORA) TIMESEP NOHANDLE
           END-EXEC.
           MOVE EIBOPID     TO NOT-OPID.
           MOVE FMN-HH-NOTE TO NOT-TEXT.
           EXEC CICS WRITE FILE('CNOTE') FROM(NOT-REC)
                RIDFLD(NOT-KEY) KEYLENGTH(22)
                LENGTH(LENGTH OF NOT-REC) NOHANDLE
           END-EXEC.
       FIN-HHRECCHG. EXIT.
      *
       SHOW-HOUSEHOLD SECTION.
      * THE HOUSEHOLD OF FMN-HH-NUMB, IF IT HAS ONE: THE HOUSEHOLD
      * LINE AND THE OTHER MEMBERS IN THE BROWSE ROWS.
           EXEC CICS READ FILE('HSEHLD') INTO(HSH-REC)
                RIDFLD(FMN-HH-NUMB) LENGTH(LENGTH OF HSH-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-SHOWHH.
           MOVE HSH-HHID TO FMN-HH-ID.
           PERFORM HH-BROWSE.

           MOVE FMN-HH-COUNT TO FMN-HH-CNT-ED.
           MOVE FMN-HH-BAL   TO FMN-HH-BAL-ED.
           IF FMN-HH-STMT = 'C'
              MOVE 'CONSOL STMT' TO FMN-HH-STMT-TXT
           ELSE
              MOVE SPACES TO FMN-HH-STMT-TXT
           END-IF.
           MOVE SPACES TO HHLINEO.
           STRING 'HOUSEHOLD '   DELIMITED BY SIZE
                  FMN-HH-ID      DELIMITED BY SIZE
                  ' PRIMARY '    DELIMITED BY SIZE
                  FMN-HH-PRIMARY DELIMITED BY SIZE
                  ' MEMBERS '    DELIMITED BY SIZE
                  FMN-HH-CNT-ED  DELIMITED BY SIZE
                  ' BALANCE '    DELIMITED BY SIZE
                  FMN-HH-BAL-ED  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  FMN-HH-STMT-TXT DELIMITED BY SIZE
                  INTO HHLINEO.
       FIN-SHOWHH. EXIT.
      *
       SHOW-HOLD SECTION.
      * THE BANNER FOR FMN-HLD-NUMB IF A LEGAL HOLD IS IN FORCE ON IT -
      * ACTIVE AND NOT PAST ITS EXPIRY, THE SAME TEST EDUFILAP MAKES.
           MOVE SPACES TO HOLDLNO.
           EXEC CICS READ FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(FMN-HLD-NUMB) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL) OR NOT HLD-ACTIVE
              GO TO FIN-SHOWHOLD.
           EXEC CICS ASKTIME ABSTIME(FMN-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(FMN-TIME)
                YYYYMMDD(FMN-HLD-TODAY) NOHANDLE
           END-EXEC.
           IF HLD-EXPIRY NOT = SPACES AND HLD-EXPIRY < FMN-HLD-TODAY
              GO TO FIN-SHOWHOLD.

           IF HLD-FULL
              MOVE 'FULL FREEZE'    TO FMN-HLD-TXT
           ELSE
              IF HLD-DEBIT
                 MOVE 'DEBITS FROZEN' TO FMN-HLD-TXT
              ELSE
                 MOVE 'NO DELETE'     TO FMN-HLD-TXT
              END-IF
           END-IF.
           IF HLD-EXPIRY = SPACES
              MOVE 'LIFTED' TO HLD-EXPIRY
           END-IF.
           STRING '*** LEGAL HOLD ' DELIMITED BY SIZE
                  FMN-HLD-NUMB      DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  FMN-HLD-TXT       DELIMITED BY '  '
                  ' REF '           DELIMITED BY SIZE
                  HLD-REF           DELIMITED BY '  '
                  ' UNTIL '         DELIMITED BY SIZE
                  HLD-EXPIRY        DELIMITED BY SIZE
                  ' ***'            DELIMITED BY SIZE
                  INTO HOLDLNO.
       FIN-SHOWHOLD. EXIT.
      *
       HH-BROWSE SECTION.
      * WALKS HOUSEHOLD FMN-HH-ID THROUGH THE HSEHLDH PATH: COUNTS
      * THE MEMBERS, FINDS THE PRIMARY AND ITS STATEMENT OPTION, ADDS
      * UP THE MEMBERS' BALANCES AND FILLS A BROWSE ROW FOR EVERY
      * MEMBER OTHER THAN FMN-HH-NUMB (* MARKS THE PRIMARY).
           MOVE 0 TO FMN-HH-COUNT FMN-HH-ROWS FMN-HH-DONE.
           MOVE ZEROS  TO FMN-HH-BAL.
           MOVE SPACES TO FMN-HH-PRIMARY FMN-HH-STMT.
           PERFORM CLEAR-HH-ROW VARYING FMN-IDX FROM 1 BY 1
                UNTIL FMN-IDX > 10.
           MOVE FMN-HH-ID TO FMN-HH-KEY.
           EXEC CICS STARTBR FILE('HSEHLDH') RIDFLD(FMN-HH-KEY)
                KEYLENGTH(6) EQUAL RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-HHBROWSE.
           PERFORM HH-BROWSE-ONE UNTIL FMN-HH-DONE = 1.
           EXEC CICS ENDBR FILE('HSEHLDH') NOHANDLE END-EXEC.
       FIN-HHBROWSE. EXIT.
      *
       HH-BROWSE-ONE SECTION.
      * THE PATH IS NON-UNIQUE: DUPKEY ONLY SAYS MORE MEMBERS FOLLOW.
           EXEC CICS READNEXT FILE('HSEHLDH') INTO(HSH-REC)
                RIDFLD(FMN-HH-KEY) KEYLENGTH(6)
                LENGTH(LENGTH OF HSH-REC) RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP NOT = DFHRESP(NORMAL)
              AND FMN-RESP NOT = DFHRESP(DUPKEY)
              MOVE 1 TO FMN-HH-DONE
              GO TO FIN-HHBRWONE.
           IF HSH-HHID NOT = FMN-HH-ID
              MOVE 1 TO FMN-HH-DONE
              GO TO FIN-HHBRWONE.
           ADD 1 TO FMN-HH-COUNT.
           IF HSH-PRIMARY
              MOVE HSH-NUMB TO FMN-HH-PRIMARY
              MOVE HSH-STMT TO FMN-HH-STMT
           END-IF.

           EXEC CICS READ FILE('FILEA') INTO(FILEA)
                RIDFLD(HSH-NUMB) LENGTH(LENGTH OF FILEA)
                RESP(FMN-RESP) NOHANDLE
           END-EXEC.
           IF FMN-RESP = DFHRESP(NORMAL) AND AMOUNT-N NUMERIC
              ADD AMOUNT-N TO FMN-HH-BAL
           END-IF.

           IF HSH-NUMB = FMN-HH-NUMB OR FMN-HH-ROWS NOT < 10
              GO TO FIN-HHBRWONE.
           ADD 1 TO FMN-HH-ROWS.
           MOVE SPACES TO BRO(FMN-HH-ROWS).
           MOVE HSH-NUMB TO BRO(FMN-HH-ROWS)(1:6).
           IF HSH-PRIMARY
              MOVE '*' TO BRO(FMN-HH-ROWS)(7:1)
           END-IF.
           IF FMN-RESP = DFHRESP(NORMAL)
              MOVE NAME(1:12) TO BRO(FMN-HH-ROWS)(8:12)
              IF AMOUNT-N NUMERIC
                 MOVE AMOUNT-N   TO FMN-AMT-ED
                 MOVE FMN-AMT-ED TO BRO(FMN-HH-ROWS)(21:10)
              END-IF
           ELSE
              MOVE 'NOT ON FILE' TO BRO(FMN-HH-ROWS)(8:12)
           END-IF.
       FIN-HHBRWONE. EXIT.
      *
       CLEAR-HH-ROW SECTION.
           MOVE SPACES TO BRO(FMN-IDX).
       FIN-CLEARHHROW. EXIT.
      *
       SHOW-LOCAL-ERROR SECTION.
           MOVE LOW-VALUES TO EDUFMNTSO.
              MOVE FMN-AMT-ED TO AMTO
           END-IF.

      * AN APPLIED REVERSAL SHOWS THE REVERSAL'S OWN POSTING KEY WHERE
      * THE ORIGINAL'S WAS KEYED.
           IF FUNCI = 'V' AND COM-RETCODE = '00'
              MOVE SPACES           TO CMNTO
              MOVE COM-REVKEY(7:14) TO CMNTO(1:14)
              MOVE COM-REVKEY(23:3) TO CMNTO(15:3)
           END-IF.

           IF FUNCI = 'B' AND COM-RETCODE = '00'
              PERFORM SHOW-BROWSE-ROW VARYING FMN-IDX FROM 1 BY 1
                   UNTIL FMN-IDX > COM-BR-ROWS OR FMN-IDX > 10
           IF COM-RETCODE = '00'
              AND (FUNCI = 'R' OR FUNCI = 'N' OR FUNCI = 'P'
                   OR FUNCI = 'A' OR FUNCI = 'U' OR FUNCI = 'T'
                   OR FUNCI = 'I' OR FUNCI = 'L' OR FUNCI = 'V'
                   OR FUNCI = 'F')
              MOVE COM-NUMB     TO FMN-WS-LAST-NUMB
              MOVE COM-UPDTOKEN TO FMN-WS-TOKEN
      * ANY MEMBER ON SCREEN BRINGS ITS HOUSEHOLD ALONG.
              MOVE COM-NUMB     TO FMN-HH-NUMB
              PERFORM SHOW-HOUSEHOLD
              MOVE COM-NUMB     TO FMN-HLD-NUMB
              PERFORM SHOW-HOLD
           ELSE
      * A DORMANT REFUSAL KEEPS THE TOKEN SO THE CONFIRMING UPDATE
      * CAN STILL PRESENT IT, AND ARMS THE CONFIRMATION.
              IF COM-RETCODE = '42'
                 MOVE NUMBI TO FMN-WS-REACT-NUMB
                 MOVE FUNCI TO FMN-WS-REACT-FUNC
              ELSE
                 MOVE SPACES TO FMN-WS-LAST-NUMB
                 MOVE ZEROS  TO FMN-WS-TOKEN
              END-IF
           END-IF.

      * A HOLD REFUSAL SAYS WHICH HOLD - ON A MERGE OR TRANSFER IT MAY
      * BE THE SECOND CUSTOMER'S.
           IF COM-RETCODE = '44'
              MOVE NUMBI TO FMN-HLD-NUMB
              PERFORM SHOW-HOLD
              IF HOLDLNO = SPACES AND NUMB2I NOT = SPACES
                 AND NUMB2I NOT = LOW-VALUES
                 MOVE NUMB2I TO FMN-HLD-NUMB
                 PERFORM SHOW-HOLD
              END-IF
           END-IF.

           MOVE SPACES TO MSGLINEO.
           IF COM-RETCODE = '00' AND COM-MESSAGE = SPACES
              MOVE 'RC=00 FUNCTION COMPLETE' TO MSGLINEO
           END-IF.
           IF COM-RETCODE = '42'
              MOVE SPACES TO MSGLINEO
              STRING 'RC=42 ' DELIMITED BY SIZE
                     COM-MESSAGE DELIMITED BY '  '
                     ' - KEY IT AGAIN TO REACTIVATE' DELIMITED BY SIZE
                     INTO MSGLINEO
           END-IF.
           PERFORM SEND-SCREEN.
       FIN-SHOWRES. EXIT.
      *
