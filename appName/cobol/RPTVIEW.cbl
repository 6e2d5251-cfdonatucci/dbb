      *  fila entra a la fase 'V' que pagina las lineas; PF3 vuelve de
      *  la vista a la lista y de la lista al fin de la tarea.
      *  Mapa BMS RPTVIEWM/RPTVIEWS.
      *  Oct 2026: dentro de un reporte PF5 pasa a la fase 'D', que
      *  muestra a quien se le envio ese reporte y cuando - las
      *  entradas del log RPTDLOG (ver RPTDLGS) que deja el paso
      *  RPTDLVR: destinatario, impresora o e-mail, resultado, fecha
      *  y hora. PF3 vuelve a la pagina del reporte.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  RPV-FROM-LINE           PIC 9(5)  VALUE ZEROS.
       77  RPV-ROW-ED              PIC 9     VALUE 0.
       01  RPV-BRKEY               PIC X(21) VALUE LOW-VALUES.
       01  RPV-DLKEY               PIC X(19) VALUE LOW-VALUES.
       77  RPV-DL-RESULT           PIC X(7)  VALUE SPACES.
      *
      * THE VIEWER SHOWS 16 LINES PER PAGE.
       77  RPV-PAGE-SIZE           PIC 9(2)  VALUE 16.
               10  RPW-ROW-DATE  PIC X(8).
      *
           COPY RPTSTRS.
           COPY RPTDLGS.
           COPY DFHAID.
           COPY RPTVIEWS.
      *//////////////////  COMMAREA  ///////////////////////////////////
              PERFORM VIEW-ACTIONS
              GO TO FIN-RECVSCR.

      * THE DELIVERY LIST IS ONE SCREEN - ANY KEY GOES BACK TO THE
      * REPORT PAGE IT CAME FROM.
           IF RPW-PHASE = 'D'
              MOVE 'V' TO RPW-PHASE
              PERFORM BUILD-VIEW
              PERFORM SEND-SCREEN
              GO TO FIN-RECVSCR.

           IF EIBAID = DFHPF3
              MOVE LOW-VALUES TO RPTVIEWSO
              MOVE 'RPTVIEW - COME BACK SOON' TO MSGLINEO
      *
       VIEW-ACTIONS SECTION.
      * INSIDE A REPORT: PF3 BACK TO THE LIST, PF7 TOWARD THE TOP,
      * PF8 TOWARD THE BOTTOM, PF5 WHO IT WAS SENT TO, ENTER
      * REFRESHES THE PAGE.
           IF EIBAID = DFHPF3
              MOVE 'L' TO RPW-PHASE
              MOVE LOW-VALUES TO RPW-TOPKEY
              PERFORM BUILD-LIST
              PERFORM SEND-SCREEN
              GO TO FIN-VIEWACT.
           IF EIBAID = DFHPF5
              MOVE 'D' TO RPW-PHASE
              PERFORM BUILD-DIST
              PERFORM SEND-SCREEN
              GO TO FIN-VIEWACT.
           IF EIBAID = DFHPF7
              IF RPW-PAGE > 0
                 SUBTRACT 1 FROM RPW-PAGE
           STRING RPW-NAME DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  RPW-DATE DELIMITED BY SIZE
                  '  PF7=BACK  PF8=MORE  PF3=LIST  PF5=SENT TO'
                       DELIMITED BY SIZE
                  INTO MSGLINEO.
       FIN-BUILDVIEW. EXIT.
      *
           ADD 1 TO RPV-ROWS.
           MOVE RPT-TEXT(1:78) TO LINO(RPV-ROWS).
       FIN-VIEWONE. EXIT.
      *
       BUILD-DIST SECTION.
      * THE DELIVERY LOG ENTRIES FOR THE SELECTED REPORT AND DATE -
      * ONE STRETCH OF THE RPTDLOG KEY, IN DISTRIBUTION-LIST ORDER.
           MOVE LOW-VALUES TO RPTVIEWSO.
           PERFORM SET-HEADER.
           MOVE 0 TO RPV-ROWS.
           MOVE 0 TO RPV-BR-DONE.

           MOVE SPACES   TO RPV-DLKEY.
           MOVE RPW-NAME TO RPV-DLKEY(1:8).
           MOVE RPW-DATE TO RPV-DLKEY(9:8).
           MOVE '000'    TO RPV-DLKEY(17:3).
           EXEC CICS STARTBR FILE('RPTDLOG') RIDFLD(RPV-DLKEY)
                KEYLENGTH(19) GTEQ RESP(RPV-RESP) NOHANDLE
           END-EXEC.
           IF RPV-RESP NOT = DFHRESP(NORMAL)
              GO TO DIST-TAIL.

           PERFORM DIST-ONE UNTIL RPV-BR-DONE = 1
                               OR RPV-ROWS >= RPV-PAGE-SIZE.
           EXEC CICS ENDBR FILE('RPTDLOG') NOHANDLE END-EXEC.

       DIST-TAIL.
           MOVE SPACES TO MSGLINEO.
           IF RPV-ROWS = 0
              STRING RPW-NAME DELIMITED BY SIZE
                     ' '      DELIMITED BY SIZE
                     RPW-DATE DELIMITED BY SIZE
                     '  NOT ON ANY DISTRIBUTION LIST  PF3=REPORT'
                          DELIMITED BY SIZE
                     INTO MSGLINEO
           ELSE
              STRING RPW-NAME DELIMITED BY SIZE
                     ' '      DELIMITED BY SIZE
                     RPW-DATE DELIMITED BY SIZE
                     '  SENT TO  PF3=REPORT' DELIMITED BY SIZE
                     INTO MSGLINEO
           END-IF.
       FIN-BUILDDIST. EXIT.
      *
       DIST-ONE SECTION.
           EXEC CICS READNEXT FILE('RPTDLOG') INTO(RDL-REC)
                RIDFLD(RPV-DLKEY) KEYLENGTH(19)
                LENGTH(LENGTH OF RDL-REC)
                RESP(RPV-RESP) NOHANDLE
           END-EXEC.
           IF RPV-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO RPV-BR-DONE
              GO TO FIN-DISTONE.
           IF RDL-NAME NOT = RPW-NAME OR RDL-DATE NOT = RPW-DATE
              MOVE 1 TO RPV-BR-DONE
              GO TO FIN-DISTONE.

           MOVE 'NOT DUE' TO RPV-DL-RESULT.
           IF RDL-SENT
              MOVE 'SENT' TO RPV-DL-RESULT.
           IF RDL-MISSING
              MOVE 'MISSING' TO RPV-DL-RESULT.
           ADD 1 TO RPV-ROWS.
           MOVE SPACES TO LINO(RPV-ROWS).
           STRING RDL-SEQ        DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RDL-RECIP      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RDL-METHOD     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RDL-DEST(1:24) DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RPV-DL-RESULT  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RDL-SENT-DATE  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RDL-SENT-TIME  DELIMITED BY SIZE
                  INTO LINO(RPV-ROWS).
       FIN-DISTONE. EXIT.
      *
       SET-HEADER SECTION.
           EXEC CICS ASKTIME ABSTIME(RPV-TIME) NOHANDLE END-EXEC.
