      *  COM-APPROVED='Y'), de modo que quedan journalizados los dos
      *  operadores: el maker al capturar ('H') y el checker al
      *  aplicar. Un operador no puede aprobar su propio cambio.
      *  El levantamiento de una retencion legal ('E', pedido desde
      *  LHDMNT) no pasa por EDUFILAP: se aplica aca sobre LGLHOLD y
      *  solo lo aprueba un operador con mantenimiento en SECPROF.
      *  Un alta o cambio de nombre retenido por coincidir con la
      *  lista de sanciones (PND-WLHIT) tambien lo aprueba solo un
      *  operador con mantenimiento (compliance); al aplicarse, la
      *  coincidencia queda despejada en WLMATCH para ese cliente,
      *  se journaliza 'K' y el rescan nocturno no la vuelve a traer.
      *  Mapa BMS EDUAPPRM/EDUAPPRS.
      */////////////////////////////////////////////////////////////////
       ENVIRONMENT DIVISION.
           88  EAP-BR-EXHAUSTED          VALUE 1.
       77  EAP-AMT-ED              PIC ZZZ,ZZ9.99- VALUE SPACES.
       01  EAP-BRKEY               PIC X(14) VALUE LOW-VALUES.
       77  EAP-MNT-FLAG            PIC 9     VALUE 0.
           88  EAP-MNT-ALLOWED           VALUE 1.
      *
      * MESSAGE CARRIED FROM THE ACTION PHASE TO THE PAGE REBUILD -
      * BUILD-PAGE CLEARS THE WHOLE OUTPUT MAP, SO AN ERROR RAISED
                                   ==01  EAP-FILAP-AREA.==.
      *
           COPY EDUPNDS.
      *
      * LEGAL HOLD LIFTS - THE HOLD RECORD IS REWRITTEN HERE, THE LIFT
      * JOURNALED ON EDUJ UNDER THE CUSTOMER, AND ONLY AN OPERATOR
      * HOLDING THE SECPROF MAINTENANCE RIGHT MAY APPROVE ONE (THE
      * SAME THREE-PROBE LOOKUP AS THE HELLOW MENU).
           COPY EDUHLDS.
           COPY EDUJRNS.
           COPY SECPROFS.
      *
      * WATCH-LIST HOLDS - APPROVING ONE CLEARS THE MATCH ON WLMATCH
      * (SEE EDUWLMS) UNDER THE CUSTOMER AND THE NAME'S MATCH KEY
      * (SEE WLNAMEP), SO THE CUSTOMER IS NOT HELD OR RESCANNED ON IT
      * AGAIN.
           COPY EDUWLMS.
           COPY WLNAMES.
       01  EAP-WLNUMB               PIC X(6)  VALUE SPACES.
       01  EAP-TODAY8               PIC X(8)  VALUE SPACES.
      *
       01  WS-APPRLOG               PIC X(80) VALUE
              'EDAP001I pending change         approved by    '.
              MOVE 'MAKER CANNOT APPROVE OWN CHANGE' TO EAP-MSG
              GO TO FIN-APPLYONE.

           IF ACTI(EAP-IDX) = 'A' AND PND-FUNC-LIFTHOLD
              PERFORM APPLY-LIFT-HOLD
              GO TO FIN-APPLYONE.

      * A WATCH-LIST HOLD IS COMPLIANCE'S TO RELEASE - THE SAME
      * MAINTENANCE RIGHT AS A LEGAL HOLD LIFT.
           IF ACTI(EAP-IDX) = 'A' AND NOT PND-WL-NONE
              PERFORM CHECK-MNT-PROFILE
              IF NOT EAP-MNT-ALLOWED
                 EXEC CICS UNLOCK FILE('PENDCHG') NOHANDLE END-EXEC
                 MOVE 'NOT AUTHORIZED TO RELEASE A WATCH-LIST HOLD'
                      TO EAP-MSG
                 GO TO FIN-APPLYONE
              END-IF
           END-IF.

           IF ACTI(EAP-IDX) = 'A'
              PERFORM APPLY-APPROVE
           ELSE
           MOVE PND-AMOUNT  TO COM-AMOUNT.
           MOVE 'Y'         TO COM-APPROVED.
           MOVE ZEROS       TO COM-BR-MAXROWS COM-BR-ROWS.
      *-- THE MERGE VICTIM (OR THE ACCOUNT A TRANSFER CREDITS) TRAVELS
      *-- WITH THE PENDING ITEM - BLANK ON ANYTHING BUT AN 'M'/'F'.
           MOVE PND-NUMB2   TO COM-NUMB2.
      *-- A PENDING REVERSAL CARRIES THE POSTDTL KEY OF THE POSTING IT
      *-- REVERSES IN THE COMMENT SLOT.
           IF PND-FUNC-REVERSE
              MOVE SPACES     TO COM-COMMENTX
              MOVE PND-REVKEY TO COM-REVKEY
           END-IF.
      *-- THE CREDIT TERMS A PENDING 'L' CARRIES (NEGATIVE = LEAVE
      *-- THAT SIDE ALONE).
           IF PND-CRODLIM NUMERIC
                LENGTH(LENGTH OF PND-REC) NOHANDLE
           END-EXEC.

      *-- AN AUTO-NUMBERED ADD COMES BACK WITH THE NUMBER IT GOT.
           MOVE COM-NUMB TO EAP-WLNUMB.
           IF NOT PND-WL-NONE AND NOT PND-WL-UNSCREENED
              PERFORM CLEAR-WL-MATCH
           END-IF.

           MOVE PND-NUMB TO WS-APPRLOG-NUMB.
           MOVE EIBOPID  TO WS-APPRLOG-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-APPRLOG)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-APPLYAPPR. EXIT.
      *
       CLEAR-WL-MATCH SECTION.
      * THE APPROVED NAME, KEYED AS THE LIST WAS, MARKED CLEARED FOR
      * THE CUSTOMER - AN OPEN MATCH THE RESCAN FOUND IS CLOSED, OR A
      * CLEARED ONE WRITTEN FRESH. AN 'UNSCREENED' HOLD NEVER MATCHED
      * ANYTHING AND IS LEFT TO THE NEXT RESCAN.
           MOVE PND-NAME TO WLN-IN.
           PERFORM WLNAME-KEY.
           IF WLN-KEY = SPACES
              GO TO FIN-CLEARWL.
           EXEC CICS ASKTIME ABSTIME(EAP-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EAP-TIME)
                YYYYMMDD(EAP-TODAY8) NOHANDLE
           END-EXEC.

           MOVE EAP-WLNUMB TO WLM-NUMB.
           MOVE WLN-KEY    TO WLM-WLKEY.
           EXEC CICS READ FILE('WLMATCH') INTO(WLM-REC)
                RIDFLD(WLM-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF WLM-REC) UPDATE
                RESP(EAP-RESP) NOHANDLE
           END-EXEC.
           IF EAP-RESP = DFHRESP(NORMAL)
              SET WLM-CLEARED   TO TRUE
              MOVE EIBOPID      TO WLM-CLEARED-BY
              MOVE EAP-TODAY8   TO WLM-CLEAR-DATE
              MOVE 'APPROVED ON WATCH-LIST REVIEW' TO WLM-CLEAR-RSN
              EXEC CICS REWRITE FILE('WLMATCH') FROM(WLM-REC)
                   LENGTH(LENGTH OF WLM-REC) RESP(EAP-RESP) NOHANDLE
              END-EXEC
           ELSE
              MOVE SPACES       TO WLM-REC
              MOVE EAP-WLNUMB   TO WLM-NUMB
              MOVE WLN-KEY      TO WLM-WLKEY
              SET WLM-CLEARED   TO TRUE
              MOVE PND-WLHIT    TO WLM-ENTRY
              MOVE PND-NAME     TO WLM-CUSTNAME
              MOVE EAP-TODAY8   TO WLM-FOUND-DATE WLM-CLEAR-DATE
              MOVE 'EDUFILAP'   TO WLM-FOUND-BY
              MOVE EIBOPID      TO WLM-CLEARED-BY
              MOVE 'APPROVED ON WATCH-LIST REVIEW' TO WLM-CLEAR-RSN
              EXEC CICS WRITE FILE('WLMATCH') FROM(WLM-REC)
                   RIDFLD(WLM-KEY) KEYLENGTH(26)
                   LENGTH(LENGTH OF WLM-REC) RESP(EAP-RESP) NOHANDLE
              END-EXEC
           END-IF.
           IF EAP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'APPLIED - WLMATCH NOT UPDATED, CLEAR ON WLMMNT'
                   TO EAP-MSG
              GO TO FIN-CLEARWL.

           MOVE EIBTRMID   TO EDF-JRN-TERM.
           MOVE EIBOPID    TO EDF-JRN-OPID.
           MOVE EAP-WLNUMB TO EDF-JRN-NUMB.
           SET EDF-JRN-FUNC-WLCLEAR TO TRUE.
           EXEC CICS FORMATTIME ABSTIME(EAP-TIME)
                TIME(EDF-JRN-HORA) YYYYMMDD(EDF-JRN-FECHA) NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                LENGTH(LENGTH OF EDF-JOURNAL) NOHANDLE
           END-EXEC.
       FIN-CLEARWL. EXIT.
      *
       APPLY-LIFT-HOLD SECTION.
      * AN APPROVED LIFT MARKS THE HOLD LIFTED - BY WHOM AND WHEN -
      * AND LEAVES IT ON FILE AS THE RECORD OF THE HOLD. A HOLD
      * ALREADY LIFTED OR GONE LEAVES THE ITEM PENDING FOR A REJECT.
           PERFORM CHECK-MNT-PROFILE.
           IF NOT EAP-MNT-ALLOWED
              EXEC CICS UNLOCK FILE('PENDCHG') NOHANDLE END-EXEC
              MOVE 'NOT AUTHORIZED TO LIFT A LEGAL HOLD' TO EAP-MSG
              GO TO FIN-APPLYLIFT.

           EXEC CICS READ FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(PND-NUMB) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC) UPDATE
                RESP(EAP-RESP) NOHANDLE
           END-EXEC.
           IF EAP-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('PENDCHG') NOHANDLE END-EXEC
              MOVE 'NO LEGAL HOLD ON FILE - REJECT THE ITEM' TO EAP-MSG
              GO TO FIN-APPLYLIFT.
           IF NOT HLD-ACTIVE
              EXEC CICS UNLOCK FILE('LGLHOLD') NOHANDLE END-EXEC
              EXEC CICS UNLOCK FILE('PENDCHG') NOHANDLE END-EXEC
              MOVE 'HOLD ALREADY LIFTED - REJECT THE ITEM' TO EAP-MSG
              GO TO FIN-APPLYLIFT.

           EXEC CICS ASKTIME ABSTIME(EAP-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EAP-TIME)
                YYYYMMDD(HLD-LIFT-DATE) NOHANDLE
           END-EXEC.
           SET HLD-LIFTED    TO TRUE.
           MOVE EIBOPID      TO HLD-LIFTED-BY.
           EXEC CICS REWRITE FILE('LGLHOLD') FROM(HLD-REC)
                LENGTH(LENGTH OF HLD-REC) RESP(EAP-RESP) NOHANDLE
           END-EXEC.
           IF EAP-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('PENDCHG') NOHANDLE END-EXEC
              MOVE 'ERROR UPDATING LGLHOLD - NOT LIFTED' TO EAP-MSG
              GO TO FIN-APPLYLIFT.

           MOVE EIBTRMID TO EDF-JRN-TERM.
           MOVE EIBOPID  TO EDF-JRN-OPID.
           MOVE PND-NUMB TO EDF-JRN-NUMB.
           SET EDF-JRN-FUNC-HOLDOFF TO TRUE.
           EXEC CICS FORMATTIME ABSTIME(EAP-TIME)
                TIME(EDF-JRN-HORA) YYYYMMDD(EDF-JRN-FECHA) NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('EDUJ') FROM(EDF-JOURNAL)
                LENGTH(LENGTH OF EDF-JOURNAL) NOHANDLE
           END-EXEC.

           SET PND-APPROVED TO TRUE.
           MOVE EIBOPID TO PND-CHECKER.
           EXEC CICS REWRITE FILE('PENDCHG') FROM(PND-REC)
                LENGTH(LENGTH OF PND-REC) NOHANDLE
           END-EXEC.

           MOVE PND-NUMB TO WS-APPRLOG-NUMB.
           MOVE EIBOPID  TO WS-APPRLOG-OPID.
           EXEC CICS WRITEQ TD QUEUE('CSSL') FROM(WS-APPRLOG)
                LENGTH(80) NOHANDLE END-EXEC.
       FIN-APPLYLIFT. EXIT.
      *
       CHECK-MNT-PROFILE SECTION.
      * EXACT OPERATOR/TERMINAL PAIR, OPERATOR-ONLY, TERMINAL-ONLY -
      * THE SAME PROBES AS HELLOW'S CHECK-MNT-PROFILE.
           MOVE 0 TO EAP-MNT-FLAG.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF EAP-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE SPACES   TO SEC-TRMID.
           PERFORM READ-PROFILE.
           IF EAP-MNT-ALLOWED GO TO FIN-CHKMNT END-IF.

           MOVE SPACES   TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
       FIN-CHKMNT. EXIT.
      *
       READ-PROFILE SECTION.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) RESP(EAP-RESP) NOHANDLE
           END-EXEC.
           IF EAP-RESP = DFHRESP(NORMAL) AND SEC-MNT-YES
              MOVE 1 TO EAP-MNT-FLAG
           END-IF.
       FIN-READPROF. EXIT.
      *
       APPLY-REJECT SECTION.
           SET PND-REJECTED TO TRUE.
                  PND-HORA    DELIMITED BY SIZE
                  ' PENDING'  DELIMITED BY SIZE
                  INTO LINO(EAP-ROWS).
      *-- A WATCH-LIST HOLD SAYS SO - ONLY COMPLIANCE CAN RELEASE IT.
           IF NOT PND-WL-NONE
              MOVE 'WATCHLST' TO LINO(EAP-ROWS)(54:8)
           END-IF.
       FIN-FORMATROW. EXIT.
      *////////////////////////////////////////////////////////////////
           COPY WLNAMEP.
