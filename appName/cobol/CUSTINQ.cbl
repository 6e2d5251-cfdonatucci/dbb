       CBL CICS("SP")
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
      */////////////////////////////////////////////////////////////////
      *  Carlos Donatucci - OCT 2026
      *  Vista general de un cliente, solo consulta. Para un NUMB
      *  muestra en una sola pantalla el registro de FILEA con su
      *  sobregiro, techo y margen disponible, si figura en el
      *  archivo de bajas DELARCH (baja o fusion en otro cliente),
      *  los ultimos movimientos de POSTDTL con el saldo resultante
      *  (PF7/PF8 pagina, el mas nuevo primero), las ultimas notas de
      *  contacto de CNOTE y los cambios de PENDCHG que todavia
      *  esperan aprobacion. FILEA se lee siempre por EDUFILAP 'R',
      *  asi que el mismo CHECK-AUTH de SECPROF decide que clientes
      *  puede ver cada operador - sin esa autorizacion no se lee
      *  ningun otro archivo del cliente. No modifica nada; los
      *  cambios siguen por EDUFMNT y EDUAPPR. Transaccion CINQ,
      *  opcion E del menu HELLOW. Mapa BMS CUSTINQM/CUSTINQS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
      *////////////////////////////////////////////////////////////////
       WORKING-STORAGE SECTION.
      *////////////////////////////////////////////////////////////////
       77  CIQ-RESP                PIC S9(8) COMP.
       77  CIQ-TIME                PIC S9(15) COMP-3 VALUE +0.
       77  CIQ-IDX                 PIC 9(3)  VALUE 0.
       77  CIQ-PICK                PIC S9(4) COMP VALUE +0.
       77  CIQ-PAGES               PIC 9(3)  VALUE 0.
       77  CIQ-EOF                 PIC 9     VALUE 0.
           88  CIQ-BROWSE-DONE          VALUE 1.
       77  CIQ-ROLLED              PIC 9     VALUE 0.
           88  CIQ-BUFFER-ROLLED        VALUE 1.
       77  CIQ-PND-COUNT           PIC 9(3)  VALUE 0.
       77  CIQ-DEL-COUNT           PIC 9(3)  VALUE 0.
      *
      * MESSAGE CARRIED FROM THE KEY HANDLING TO THE PAGE BUILD - SAME
      * REASON AS WLMMNT'S WMM-MSG.
       01  CIQ-MSG                 PIC X(79) VALUE SPACES.
      *
      * BROWSE KEYS - THE CUSTOMER NUMBER FOLLOWED BY LOW-VALUES STARTS
      * EACH FILE AT THE CUSTOMER'S FIRST RECORD.
       01  CIQ-PKEY                PIC X(25).
       01  CIQ-NKEY                PIC X(22).
       01  CIQ-DKEY                PIC X(14).
       01  CIQ-QKEY                PIC X(14).
      *
      * THE POSTINGS ARE READ FORWARD AND THE NEWEST CIP-MAX KEPT -
      * SAME ROLLING BUFFER AS INQUINQ'S EVENT HISTORY. OLDER ONES ARE
      * ON THE EDUFSTMT STATEMENTS.
       77  CIP-MAX                 PIC 9(3)  VALUE 100.
       77  CIP-COUNT               PIC 9(3)  VALUE 0.
       01  CIP-TABLE.
           05  CIP-ENTRY           PIC X(80) OCCURS 100 TIMES.
      *
      * THE LATEST CONTACT NOTES, SAME ROLLING BUFFER.
       77  CIN-MAX                 PIC 9(3)  VALUE 3.
       77  CIN-COUNT               PIC 9(3)  VALUE 0.
       01  CIN-TABLE.
           05  CIN-ENTRY           PIC X(80) OCCURS 3 TIMES.
      *
      * THE LATEST DELARCH IMAGE OF THE CUSTOMER, IF ANY.
       01  CIQ-LAST-DEL            PIC X(240) VALUE SPACES.
      *
       01  CIQ-ED-AMT              PIC -ZZZ,ZZ9.99.
       01  CIQ-ED-BAL              PIC -ZZZ,ZZ9.99.
       01  CIQ-ED-BIG              PIC -Z,ZZZ,ZZ9.99.
       01  CIQ-ED-CNT              PIC ZZ9.
       01  CIQ-ED-PAGE             PIC ZZ9.
       01  CIQ-ED-PAGES            PIC ZZ9.
       01  CIQ-CALC                PIC S9(7)V99 COMP-3 VALUE +0.
       01  CIQ-CEIL                PIC S9(7)V99 COMP-3 VALUE +0.
       01  CIQ-NOTE                PIC X(26) VALUE SPACES.
       01  CIQ-FUNC-DESC           PIC X(13) VALUE SPACES.
       01  CIQ-WL-DESC             PIC X(11) VALUE SPACES.
      *
      * COMMAREA HANDED BACK ON THE VERY FIRST ATTACH - SAME MINIMAL-
      * SHADOW-AREA APPROACH AS LHDMNT. LAID OUT LIKE CUSTINQC.
       01  CIQ-WS-COMMAREA.
           05  CIQ-WS-NUMB       PIC X(6)      VALUE SPACES.
           05  CIQ-WS-PAGE       PIC 9(3)      VALUE 0.
           05  CIQ-WS-AUTH       PIC X         VALUE SPACE.
               88  CIQ-WS-CLEARED      VALUE 'Y'.
           05  CIQ-WS-ONFILE     PIC X         VALUE SPACE.
               88  CIQ-WS-ON-FILEA     VALUE 'Y'.
           05  CIQ-WS-HDR        PIC X(79) OCCURS 5 TIMES.
      *
      * FILEA IS READ THROUGH EDUFILAP LIKE EVERY OTHER SCREEN, SO THE
      * SECPROF DATA ENTITLEMENT AND THE READ JOURNAL APPLY HERE TOO.
           COPY EDUFILAC REPLACING ==01  DFHCOMMAREA.== BY
                                   ==01  CIQ-FILAP-AREA.==.
           COPY EDUPDTS.
           COPY EDUNOTS.
           COPY EDUPNDS.
           COPY EDUDELS.
      *
           COPY DFHAID.
           COPY CUSTINQS.
      *//////////////////  COMMAREA  ///////////////////////////////////
       LINKAGE SECTION.
           COPY CUSTINQC.
      *//////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *//////////////////////////////////////////////////////////////
       PROCESO SECTION.
      * THE FIRST ATTACH ONLY ASKS FOR THE CUSTOMER NUMBER.
           IF EIBCALEN = 0
              PERFORM SEND-CUST-MAP
              GO TO RETURN-FIRST-ATTACH.

           MOVE DFHCOMMAREA TO CIQ-WS-COMMAREA.
           PERFORM RECEIVE-INQ.
           MOVE CIQ-WS-COMMAREA TO DFHCOMMAREA.

       RETURN-CONV.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(DFHCOMMAREA) LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
           GO TO FIN-PROCESO.
      *
       RETURN-FIRST-ATTACH.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(CIQ-WS-COMMAREA)
                LENGTH(LENGTH OF CIQ-WS-COMMAREA)
           END-EXEC.
       FIN-PROCESO. EXIT.
      *
       RECEIVE-INQ SECTION.
           EXEC CICS RECEIVE MAP('CUSTINQS') MAPSET('CUSTINQM')
                INTO(CUSTINQSI) RESP(CIQ-RESP) NOHANDLE
           END-EXEC.

           IF EIBAID = DFHPF3
              MOVE LOW-VALUES TO CUSTINQSO
              MOVE 'CUSTINQ - COME BACK SOON' TO MSGLINEO
              EXEC CICS SEND TEXT FROM(MSGLINEO) LENGTH(79) ERASE
                   END-EXEC
              EXEC CICS RETURN END-EXEC
              GO TO FIN-RECVINQ.

      * PAGING WORKS ON THE CUSTOMER ALREADY SHOWN - THE FILEA PART
      * COMES FROM THE COMMAREA, ONLY THE POSTINGS ARE RE-BROWSED.
           IF EIBAID = DFHPF7
              IF CIQ-WS-PAGE > 0
                 SUBTRACT 1 FROM CIQ-WS-PAGE
              END-IF
              PERFORM SEND-CUST-MAP
              GO TO FIN-RECVINQ.

           IF EIBAID = DFHPF8
              IF CIQ-WS-CLEARED
                 ADD 1 TO CIQ-WS-PAGE
              END-IF
              PERFORM SEND-CUST-MAP
              GO TO FIN-RECVINQ.

           INSPECT CUSNOI REPLACING ALL LOW-VALUES BY SPACES.
           IF CUSNOI NOT NUMERIC
              MOVE 'CUSTOMER NUMBER MUST BE 6 DIGITS' TO CIQ-MSG
              PERFORM SEND-CUST-MAP
              GO TO FIN-RECVINQ.

           MOVE CUSNOI TO CIQ-WS-NUMB.
           MOVE 0      TO CIQ-WS-PAGE.
           PERFORM READ-CUSTOMER.
           PERFORM SEND-CUST-MAP.
       FIN-RECVINQ. EXIT.
      *
       READ-CUSTOMER SECTION.
      * ONE EDUFILAP READ PER CUSTOMER. A REFUSAL BY CHECK-AUTH LEAVES
      * THE SCREEN EMPTY - THE OPERATOR IS NOT TOLD EVEN WHETHER THE
      * CUSTOMER EXISTS. A CUSTOMER NO LONGER ON FILEA IS STILL SHOWN,
      * SINCE ITS ARCHIVE, POSTINGS AND NOTES ARE THE REASON TO ASK.
           MOVE SPACE  TO CIQ-WS-AUTH.
           MOVE SPACE  TO CIQ-WS-ONFILE.
           MOVE SPACES TO CIQ-WS-HDR(1) CIQ-WS-HDR(2) CIQ-WS-HDR(3)
                          CIQ-WS-HDR(4) CIQ-WS-HDR(5).

           MOVE LOW-VALUES  TO CIQ-FILAP-AREA.
           MOVE 'R'         TO COM-FUNCTION.
           MOVE CIQ-WS-NUMB TO COM-NUMB.
           EXEC CICS LINK PROGRAM('EDUFILAP')
                COMMAREA(CIQ-FILAP-AREA)
                LENGTH(LENGTH OF CIQ-FILAP-AREA)
                RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR LINKING EDUFILAP' TO CIQ-MSG
              GO TO FIN-READCUST.

           IF COM-RETCODE = '12'
              MOVE 'NOT AUTHORIZED FOR THIS CUSTOMER' TO CIQ-MSG
              GO TO FIN-READCUST.

           IF COM-RETCODE = '04'
              MOVE 'Y' TO CIQ-WS-AUTH
              MOVE 'CUSTOMER IS NOT ON FILEA - SEE THE ARCHIVE LINE'
                   TO CIQ-WS-HDR(1)
              GO TO FIN-READCUST.

           IF COM-RETCODE NOT = '00' AND COM-RETCODE NOT = '02'
              STRING 'EDUFILAP RC=' DELIMITED BY SIZE
                     COM-RETCODE    DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     COM-MESSAGE    DELIMITED BY SIZE
                     INTO CIQ-MSG
              GO TO FIN-READCUST.

           MOVE 'Y' TO CIQ-WS-AUTH.
           MOVE 'Y' TO CIQ-WS-ONFILE.
           PERFORM BUILD-HEADER.
       FIN-READCUST. EXIT.
      *
       BUILD-HEADER SECTION.
      * THE FILEA RECORD AND ITS CREDIT TERMS. A BLANK OR ZERO CEILING
      * MEANS THE FIELD MAXIMUM, THE SAME DEFAULT EDUFILAP APPLIES.
           STRING 'NAME    '     DELIMITED BY SIZE
                  COM-NAME       DELIMITED BY SIZE
                  '   STATUS '   DELIMITED BY SIZE
                  COM-STATUSX    DELIMITED BY SIZE
                  '   PHONE '    DELIMITED BY SIZE
                  COM-PHONE      DELIMITED BY SIZE
                  INTO CIQ-WS-HDR(1).
           STRING 'ADDRESS '     DELIMITED BY SIZE
                  COM-ADDRX      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  COM-ADDR2X     DELIMITED BY SIZE
                  INTO CIQ-WS-HDR(2).
           STRING 'EMAIL   '     DELIMITED BY SIZE
                  COM-EMAILX     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  COM-COMMENTX   DELIMITED BY SIZE
                  INTO CIQ-WS-HDR(3).

           IF COM-RETCODE = '02'
              MOVE 'BALANCE ON FILE IS CORRUPT - REFER TO SUPPORT'
                   TO CIQ-WS-HDR(4)
              MOVE 'BALANCE ON FILEA IS CORRUPT - AMOUNTS NOT SHOWN'
                   TO CIQ-MSG
              GO TO FIN-BUILDHDR.

      * HEADROOM BOTH WAYS - HOW FAR THE BALANCE MAY STILL FALL BEFORE
      * THE AGREED OVERDRAFT, AND HOW FAR IT MAY RISE BEFORE THE
      * CEILING.
           MOVE COM-AMOUNT TO CIQ-ED-BAL.
           MOVE COM-CRODLIM TO CIQ-ED-AMT.
           COMPUTE CIQ-CALC = COM-AMOUNT + COM-CRODLIM.
           MOVE CIQ-CALC TO CIQ-ED-BIG.
           STRING 'BALANCE '     DELIMITED BY SIZE
                  CIQ-ED-BAL     DELIMITED BY SIZE
                  '   OVERDRAFT LIMIT ' DELIMITED BY SIZE
                  CIQ-ED-AMT     DELIMITED BY SIZE
                  '   AVAILABLE ' DELIMITED BY SIZE
                  CIQ-ED-BIG     DELIMITED BY SIZE
                  INTO CIQ-WS-HDR(4).

           IF COM-CRCEIL > 0
              MOVE COM-CRCEIL TO CIQ-CEIL
           ELSE
              MOVE 999999.99  TO CIQ-CEIL
           END-IF.
           MOVE CIQ-CEIL TO CIQ-ED-BAL.
           COMPUTE CIQ-CALC = CIQ-CEIL - COM-AMOUNT.
           MOVE CIQ-CALC TO CIQ-ED-BIG.
           STRING 'CEILING '     DELIMITED BY SIZE
                  CIQ-ED-BAL     DELIMITED BY SIZE
                  '   ROOM TO CEILING ' DELIMITED BY SIZE
                  CIQ-ED-BIG     DELIMITED BY SIZE
                  INTO CIQ-WS-HDR(5).
       FIN-BUILDHDR. EXIT.
      *
       SEND-CUST-MAP SECTION.
           PERFORM BUILD-PAGE.
           EXEC CICS SEND MAP('CUSTINQS') MAPSET('CUSTINQM')
                FROM(CUSTINQSO) ERASE END-EXEC.
       FIN-SENDCUST. EXIT.
      *
       BUILD-PAGE SECTION.
           MOVE LOW-VALUES TO CUSTINQSO.
           EXEC CICS ASKTIME ABSTIME(CIQ-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CIQ-TIME)
                MMDDYYYY(FDATEO) DATESEP('/')
                TIME(FTIMEO) TIMESEP NOHANDLE
           END-EXEC.
           MOVE CIQ-WS-NUMB TO CUSNOO.

      * NOTHING ABOUT A CUSTOMER IS READ UNTIL EDUFILAP CLEARED IT.
           IF NOT CIQ-WS-CLEARED
              MOVE 'ENTER A CUSTOMER NUMBER  PF3=EXIT' TO MSGLINEO
              GO TO PAGE-MESSAGE.

           MOVE CIQ-WS-HDR(1) TO HDRO(1).
           MOVE CIQ-WS-HDR(2) TO HDRO(2).
           MOVE CIQ-WS-HDR(3) TO HDRO(3).
           MOVE CIQ-WS-HDR(4) TO HDRO(4).
           MOVE CIQ-WS-HDR(5) TO HDRO(5).

           PERFORM LOAD-ARCHIVE.
           PERFORM LOAD-POSTINGS.
           PERFORM LOAD-NOTES.
           PERFORM LOAD-PENDING.
           MOVE 'ENTER=OTHER CUSTOMER  PF7/PF8=PAGE POSTINGS  PF3=EXIT'
                TO MSGLINEO.

       PAGE-MESSAGE.
           IF CIQ-MSG NOT = SPACES
              MOVE CIQ-MSG TO MSGLINEO
              MOVE SPACES  TO CIQ-MSG
           END-IF.
       FIN-BUILDPAGE. EXIT.
      *
       LOAD-ARCHIVE SECTION.
      * DELARCH HOLDS ONE IMAGE PER DELETE DAY - THE LATEST SAYS HOW
      * THE CUSTOMER LEFT FILEA, AND A MERGE VICTIM CARRIES THE
      * SURVIVOR'S NUMBER.
           MOVE 0 TO CIQ-DEL-COUNT.
           MOVE 0 TO CIQ-EOF.
           MOVE LOW-VALUES  TO CIQ-DKEY.
           MOVE CIQ-WS-NUMB TO CIQ-DKEY(1:6).
           EXEC CICS STARTBR FILE('DELARCH') RIDFLD(CIQ-DKEY)
                KEYLENGTH(14) GTEQ RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP = DFHRESP(NOTFND)
              GO TO ARCHIVE-LINE.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'DELETE ARCHIVE UNAVAILABLE' TO HDRO(6)
              GO TO FIN-LOADARCH.

           PERFORM READ-ARCHIVE UNTIL CIQ-BROWSE-DONE.
           EXEC CICS ENDBR FILE('DELARCH') NOHANDLE END-EXEC.

       ARCHIVE-LINE.
           IF CIQ-DEL-COUNT = 0
              MOVE 'NOT ON THE DELETE ARCHIVE' TO HDRO(6)
              GO TO FIN-LOADARCH.

           MOVE CIQ-LAST-DEL  TO DEL-REC.
           MOVE CIQ-DEL-COUNT TO CIQ-ED-CNT.
           IF DEL-MERGED-INTO NOT = SPACES
              AND DEL-MERGED-INTO NOT = LOW-VALUES
              STRING 'MERGED INTO '  DELIMITED BY SIZE
                     DEL-MERGED-INTO DELIMITED BY SIZE
                     ' ON '          DELIMITED BY SIZE
                     DEL-FECHA       DELIMITED BY SIZE
                     ' BY '          DELIMITED BY SIZE
                     DEL-OPID        DELIMITED BY SIZE
                     INTO HDRO(6)
           ELSE
              STRING 'DELETED ON '   DELIMITED BY SIZE
                     DEL-FECHA       DELIMITED BY SIZE
                     ' BY '          DELIMITED BY SIZE
                     DEL-OPID        DELIMITED BY SIZE
                     INTO HDRO(6)
           END-IF.
           IF CIQ-WS-ON-FILEA
              MOVE ' - SINCE REINSTATED' TO HDRO(6)(40:19)
           END-IF.
           STRING '  IMAGES '    DELIMITED BY SIZE
                  CIQ-ED-CNT     DELIMITED BY SIZE
                  INTO HDRO(6)(60:20).
       FIN-LOADARCH. EXIT.
      *
       READ-ARCHIVE SECTION.
           EXEC CICS READNEXT FILE('DELARCH') INTO(DEL-REC)
                RIDFLD(CIQ-DKEY) KEYLENGTH(14)
                LENGTH(LENGTH OF DEL-REC)
                RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CIQ-EOF
              GO TO FIN-READARCH.
           IF DEL-NUMB NOT = CIQ-WS-NUMB
              MOVE 1 TO CIQ-EOF
              GO TO FIN-READARCH.
           ADD 1 TO CIQ-DEL-COUNT.
           MOVE DEL-REC TO CIQ-LAST-DEL.
       FIN-READARCH. EXIT.
      *
       LOAD-POSTINGS SECTION.
      * BUFFERED TAIL, NEWEST FIRST - EACH PAGE RE-BROWSES THE
      * CUSTOMER'S POSTINGS SO NO FILE POSITION HAS TO SURVIVE THE
      * PSEUDO-CONVERSATION. SAME APPROACH AS INQUINQ'S HISTORY.
           MOVE 0 TO CIP-COUNT.
           MOVE 0 TO CIQ-ROLLED.
           MOVE 0 TO CIQ-EOF.
           MOVE LOW-VALUES  TO CIQ-PKEY.
           MOVE CIQ-WS-NUMB TO CIQ-PKEY(1:6).
           EXEC CICS STARTBR FILE('POSTDTL') RIDFLD(CIQ-PKEY)
                KEYLENGTH(25) GTEQ RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP = DFHRESP(NOTFND)
              GO TO POSTINGS-RENDER.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'POSTINGS UNAVAILABLE - POSTDTL INQUIRY FAILED'
                   TO PSTO(1)
              GO TO FIN-LOADPST.

           PERFORM BUFFER-POSTING UNTIL CIQ-BROWSE-DONE.
           EXEC CICS ENDBR FILE('POSTDTL') NOHANDLE END-EXEC.

       POSTINGS-RENDER.
      * PF8 PAST THE OLDEST PAGE STAYS ON THE OLDEST PAGE.
           IF CIQ-WS-PAGE > 0
              AND CIQ-WS-PAGE * 5 >= CIP-COUNT
              SUBTRACT 1 FROM CIQ-WS-PAGE
              IF CIQ-BUFFER-ROLLED
                 MOVE 'OLDEST OF THE LATEST 100 - EARLIER ON STATEMENTS'
                      TO CIQ-MSG
              ELSE
                 MOVE 'NO OLDER POSTINGS' TO CIQ-MSG
              END-IF
           END-IF.

           IF CIP-COUNT = 0
              MOVE 'NO POSTINGS ON FILE FOR THIS CUSTOMER' TO PSTO(1)
              GO TO FIN-LOADPST.

           PERFORM RENDER-POSTING VARYING CIQ-IDX FROM 1 BY 1
                UNTIL CIQ-IDX > 5.

           COMPUTE CIQ-PAGES = (CIP-COUNT + 4) / 5.
           COMPUTE CIQ-PICK  = CIQ-WS-PAGE + 1.
           MOVE CIQ-PICK  TO CIQ-ED-PAGE.
           MOVE CIQ-PAGES TO CIQ-ED-PAGES.
           STRING 'PAGE '      DELIMITED BY SIZE
                  CIQ-ED-PAGE  DELIMITED BY SIZE
                  ' OF '       DELIMITED BY SIZE
                  CIQ-ED-PAGES DELIMITED BY SIZE
                  INTO PSTPGO.
       FIN-LOADPST. EXIT.
      *
       BUFFER-POSTING SECTION.
           EXEC CICS READNEXT FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(CIQ-PKEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC)
                RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CIQ-EOF
              GO TO FIN-BUFPST.
           IF PDT-NUMB NOT = CIQ-WS-NUMB
              MOVE 1 TO CIQ-EOF
              GO TO FIN-BUFPST.

      * THE BUFFER KEEPS THE NEWEST CIP-MAX POSTINGS - WHEN IT FILLS,
      * THE OLDEST ROLLS OFF THE FRONT.
           IF CIP-COUNT < CIP-MAX
              ADD 1 TO CIP-COUNT
           ELSE
              MOVE 1 TO CIQ-ROLLED
              PERFORM ROLL-PST-ONE VARYING CIQ-IDX FROM 1 BY 1
                   UNTIL CIQ-IDX >= CIP-MAX
           END-IF.
           MOVE PDT-REC TO CIP-ENTRY(CIP-COUNT).
       FIN-BUFPST. EXIT.
      *
       ROLL-PST-ONE SECTION.
           MOVE CIP-ENTRY(CIQ-IDX + 1) TO CIP-ENTRY(CIQ-IDX).
       FIN-ROLLPST. EXIT.
      *
       RENDER-POSTING SECTION.
      * SCREEN ROW N OF PAGE P SHOWS BUFFERED POSTING
      * (COUNT - P*5 - N + 1) - THE TAIL OF THE BUFFER, NEWEST FIRST.
           COMPUTE CIQ-PICK = CIP-COUNT
                   - (CIQ-WS-PAGE * 5) - CIQ-IDX + 1.
           IF CIQ-PICK < 1 OR CIQ-PICK > CIP-COUNT
              MOVE SPACES TO PSTO(CIQ-IDX)
              GO TO FIN-RENDPST.

           MOVE CIP-ENTRY(CIQ-PICK) TO PDT-REC.
           PERFORM POSTING-NOTE.
           MOVE PDT-AMOUNT TO CIQ-ED-AMT.
           MOVE PDT-NEWBAL TO CIQ-ED-BAL.
           MOVE SPACES TO PSTO(CIQ-IDX).
           STRING PDT-FECHA    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  PDT-HORA     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  CIQ-ED-AMT   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  CIQ-ED-BAL   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  PDT-OPID     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  PDT-TERM     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  CIQ-NOTE     DELIMITED BY SIZE
                  INTO PSTO(CIQ-IDX).
       FIN-RENDPST. EXIT.
      *
       POSTING-NOTE SECTION.
      * WHAT THE DETAIL RECORD SAYS ABOUT THE POSTING - A REVERSAL OR
      * TRANSFER PAIRING FIRST, OTHERWISE WHY IT IS VALUE DATED.
           MOVE SPACES TO CIQ-NOTE.
           IF PDT-REVERSED
              STRING 'REVERSED ON '    DELIMITED BY SIZE
                     PDT-REV-KEY(7:8)  DELIMITED BY SIZE
                     INTO CIQ-NOTE
              GO TO FIN-PSTNOTE.
           IF PDT-IS-REVERSAL
              STRING 'REVERSAL OF '    DELIMITED BY SIZE
                     PDT-REV-KEY(7:8)  DELIMITED BY SIZE
                     INTO CIQ-NOTE
              GO TO FIN-PSTNOTE.
           IF PDT-XFER-LEG
              STRING 'TRANSFER WITH '  DELIMITED BY SIZE
                     PDT-REV-KEY(1:6)  DELIMITED BY SIZE
                     INTO CIQ-NOTE
              GO TO FIN-PSTNOTE.
           IF PDT-VD-CUTOFF
              MOVE 'VALUE DATED - CUTOFF' TO CIQ-NOTE
              GO TO FIN-PSTNOTE.
           IF PDT-VD-HOLIDAY
              MOVE 'VALUE DATED - HOLIDAY' TO CIQ-NOTE
              GO TO FIN-PSTNOTE.
           IF PDT-VD-WINDOW
              MOVE 'VALUE DATED - BATCH WINDOW' TO CIQ-NOTE.
       FIN-PSTNOTE. EXIT.
      *
       LOAD-NOTES SECTION.
      * THE LATEST CONTACT NOTES - SAME FORWARD BROWSE AND ROLLING
      * BUFFER AS THE POSTINGS.
           MOVE 0 TO CIN-COUNT.
           MOVE 0 TO CIQ-EOF.
           MOVE LOW-VALUES  TO CIQ-NKEY.
           MOVE CIQ-WS-NUMB TO CIQ-NKEY(1:6).
           EXEC CICS STARTBR FILE('CNOTE') RIDFLD(CIQ-NKEY)
                KEYLENGTH(22) GTEQ RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP = DFHRESP(NOTFND)
              GO TO NOTES-RENDER.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CONTACT NOTES UNAVAILABLE' TO CNOTO(1)
              GO TO FIN-LOADNOT.

           PERFORM BUFFER-NOTE UNTIL CIQ-BROWSE-DONE.
           EXEC CICS ENDBR FILE('CNOTE') NOHANDLE END-EXEC.

       NOTES-RENDER.
           IF CIN-COUNT = 0
              MOVE 'NO CONTACT NOTES FOR THIS CUSTOMER' TO CNOTO(1)
              GO TO FIN-LOADNOT.
           PERFORM RENDER-NOTE VARYING CIQ-IDX FROM 1 BY 1
                UNTIL CIQ-IDX > CIN-COUNT.
       FIN-LOADNOT. EXIT.
      *
       BUFFER-NOTE SECTION.
           EXEC CICS READNEXT FILE('CNOTE') INTO(NOT-REC)
                RIDFLD(CIQ-NKEY) KEYLENGTH(22)
                LENGTH(LENGTH OF NOT-REC)
                RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CIQ-EOF
              GO TO FIN-BUFNOT.
           IF NOT-NUMB NOT = CIQ-WS-NUMB
              MOVE 1 TO CIQ-EOF
              GO TO FIN-BUFNOT.

           IF CIN-COUNT < CIN-MAX
              ADD 1 TO CIN-COUNT
           ELSE
              PERFORM ROLL-NOT-ONE VARYING CIQ-IDX FROM 1 BY 1
                   UNTIL CIQ-IDX >= CIN-MAX
           END-IF.
           MOVE NOT-REC TO CIN-ENTRY(CIN-COUNT).
       FIN-BUFNOT. EXIT.
      *
       ROLL-NOT-ONE SECTION.
           MOVE CIN-ENTRY(CIQ-IDX + 1) TO CIN-ENTRY(CIQ-IDX).
       FIN-ROLLNOT. EXIT.
      *
       RENDER-NOTE SECTION.
      * NEWEST NOTE ON THE TOP ROW.
           COMPUTE CIQ-PICK = CIN-COUNT - CIQ-IDX + 1.
           MOVE CIN-ENTRY(CIQ-PICK) TO NOT-REC.
           MOVE SPACES TO CNOTO(CIQ-IDX).
           STRING NOT-FECHA    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  NOT-HORA     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  NOT-OPID     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  NOT-TEXT     DELIMITED BY SIZE
                  INTO CNOTO(CIQ-IDX).
       FIN-RENDNOT. EXIT.
      *
       LOAD-PENDING SECTION.
      * PENDCHG ITEMS STILL WAITING FOR A CHECKER UNDER THIS NUMBER.
      * TWO LINES FIT - BEYOND THAT THE SECOND LINE SAYS HOW MANY MORE
      * ARE WAITING AND EDUAPPR LISTS THEM.
           MOVE 0 TO CIQ-PND-COUNT.
           MOVE 0 TO CIQ-EOF.
           MOVE LOW-VALUES  TO CIQ-QKEY.
           MOVE CIQ-WS-NUMB TO CIQ-QKEY(1:6).
           EXEC CICS STARTBR FILE('PENDCHG') RIDFLD(CIQ-QKEY)
                KEYLENGTH(14) GTEQ RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP = DFHRESP(NOTFND)
              GO TO PENDING-LINES.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PENDING CHANGES UNAVAILABLE' TO PNDO(1)
              GO TO FIN-LOADPND.

           PERFORM READ-PENDING UNTIL CIQ-BROWSE-DONE.
           EXEC CICS ENDBR FILE('PENDCHG') NOHANDLE END-EXEC.

       PENDING-LINES.
           IF CIQ-PND-COUNT = 0
              MOVE 'NO CHANGES PENDING APPROVAL' TO PNDO(1)
              GO TO FIN-LOADPND.
           IF CIQ-PND-COUNT > 2
              COMPUTE CIQ-ED-CNT = CIQ-PND-COUNT - 1
              MOVE SPACES TO PNDO(2)
              STRING CIQ-ED-CNT DELIMITED BY SIZE
                     ' MORE ITEMS PENDING - SEE EDUAPPR'
                     DELIMITED BY SIZE
                     INTO PNDO(2)
           END-IF.
       FIN-LOADPND. EXIT.
      *
       READ-PENDING SECTION.
           EXEC CICS READNEXT FILE('PENDCHG') INTO(PND-REC)
                RIDFLD(CIQ-QKEY) KEYLENGTH(14)
                LENGTH(LENGTH OF PND-REC)
                RESP(CIQ-RESP) NOHANDLE
           END-EXEC.
           IF CIQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO CIQ-EOF
              GO TO FIN-READPND.
           IF PND-NUMB NOT = CIQ-WS-NUMB
              MOVE 1 TO CIQ-EOF
              GO TO FIN-READPND.
           IF NOT PND-PENDING
              GO TO FIN-READPND.

           ADD 1 TO CIQ-PND-COUNT.
           IF CIQ-PND-COUNT > 2
              GO TO FIN-READPND.

           MOVE PND-FUNC TO CIQ-FUNC-DESC.
           IF PND-FUNC-ADD      MOVE 'ADD'           TO CIQ-FUNC-DESC.
           IF PND-FUNC-UPDATE   MOVE 'UPDATE'        TO CIQ-FUNC-DESC.
           IF PND-FUNC-DELETE   MOVE 'DELETE'        TO CIQ-FUNC-DESC.
           IF PND-FUNC-MERGE    MOVE 'MERGE'         TO CIQ-FUNC-DESC.
           IF PND-FUNC-SETLIM   MOVE 'CREDIT LIMITS' TO CIQ-FUNC-DESC.
           IF PND-FUNC-REVERSE  MOVE 'REVERSAL'      TO CIQ-FUNC-DESC.
           IF PND-FUNC-XFER     MOVE 'TRANSFER'      TO CIQ-FUNC-DESC.
           IF PND-FUNC-LIFTHOLD MOVE 'HOLD LIFT'     TO CIQ-FUNC-DESC.
           IF PND-WL-NONE
              MOVE SPACES TO CIQ-WL-DESC
           ELSE
              MOVE ' WATCH-LIST' TO CIQ-WL-DESC
           END-IF.
           MOVE PND-AMOUNT TO CIQ-ED-AMT.
           MOVE SPACES TO PNDO(CIQ-PND-COUNT).
           STRING 'PENDING '     DELIMITED BY SIZE
                  CIQ-FUNC-DESC  DELIMITED BY SIZE
                  ' KEYED '      DELIMITED BY SIZE
                  PND-FECHA      DELIMITED BY SIZE
                  ' BY '         DELIMITED BY SIZE
                  PND-MAKER      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CIQ-ED-AMT     DELIMITED BY SIZE
                  CIQ-WL-DESC    DELIMITED BY SIZE
                  INTO PNDO(CIQ-PND-COUNT).
       FIN-READPND. EXIT.
      *////////////////////////////////////////////////////////////////
