      *----------------------------------------------------------------*
      *  LHOLDP - PROCEDURE DIVISION sections for the batch legal hold *
      *  check. COPY at the end of the PROCEDURE DIVISION (companions: *
      *  LHOLDF in the FILE SECTION, LHOLDS in WORKING-STORAGE).       *
      *                                                                *
      *  LHOLD-OPEN  - opens LGLHOLD for random reads. No file on the  *
      *  system means no holds; a file that exists but will not open  *
      *  refuses every check. The hold expiry is judged against the   *
      *  chain's business date (RUNCTL-INIT runs first).               *
      *  LHOLD-CHECK - LH-NUMB-W/LH-CLASS-W against the hold in force, *
      *  the same rules as EDUFILAP's CHECK-HOLD: a full freeze blocks *
      *  every class, a debit-only freeze 'B' and 'X', a no-delete     *
      *  hold 'X'. Sets LH-BLOCKED and LH-TEXT-W.                      *
      *  LHOLD-CLOSE - closes the file if it was opened.               *
      *----------------------------------------------------------------*
       LHOLD-OPEN SECTION.
           MOVE 0 TO LH-OPEN-FLAG LH-BROKEN-FLAG.
           IF RC-BUSDATE-W NOT = SPACES
              MOVE RC-BUSDATE-W TO LH-TODAY-W
           ELSE
              ACCEPT LH-TODAY-W FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT LGLHOLD.
           IF FS-LGLHOLD = '00'
              MOVE 1 TO LH-OPEN-FLAG
              GO TO FIN-LHOLDOPEN
           END-IF.
           IF FS-LGLHOLD = '05'
              CLOSE LGLHOLD
              GO TO FIN-LHOLDOPEN
           END-IF.
           DISPLAY RC-THIS-PROG ' - ERROR OPENING LGLHOLD STATUS='
                   FS-LGLHOLD ' - HELD OPERATIONS REFUSED'.
           MOVE 1 TO LH-BROKEN-FLAG.
       FIN-LHOLDOPEN. EXIT.
      *
       LHOLD-CHECK SECTION.
           MOVE 0      TO LH-BLOCK-FLAG.
           MOVE SPACES TO LH-TEXT-W.
           IF LH-FILE-BROKEN
              MOVE 1 TO LH-BLOCK-FLAG
              MOVE 'LEGAL HOLD FILE ERROR' TO LH-TEXT-W
              GO TO FIN-LHOLDCHECK
           END-IF.
           IF NOT LH-FILE-OPEN
              GO TO FIN-LHOLDCHECK
           END-IF.
           MOVE LH-NUMB-W TO HLD-NUMB.
           READ LGLHOLD.
           IF FS-LGLHOLD = '23'
              GO TO FIN-LHOLDCHECK
           END-IF.
           IF FS-LGLHOLD NOT = '00'
              DISPLAY RC-THIS-PROG ' - ERROR READING LGLHOLD STATUS='
                      FS-LGLHOLD ' NUMB=' LH-NUMB-W
              MOVE 1 TO LH-BLOCK-FLAG
              MOVE 'LEGAL HOLD FILE ERROR' TO LH-TEXT-W
              GO TO FIN-LHOLDCHECK
           END-IF.
           IF NOT HLD-ACTIVE
              GO TO FIN-LHOLDCHECK
           END-IF.
           IF HLD-EXPIRY NOT = SPACES AND HLD-EXPIRY < LH-TODAY-W
              GO TO FIN-LHOLDCHECK
           END-IF.

           IF HLD-FULL
              MOVE 1 TO LH-BLOCK-FLAG
              MOVE 'LEGAL HOLD - ACCOUNT FROZEN' TO LH-TEXT-W
           END-IF.
           IF HLD-DEBIT AND NOT LH-OP-CREDIT
              MOVE 1 TO LH-BLOCK-FLAG
              MOVE 'LEGAL HOLD - DEBITS FROZEN' TO LH-TEXT-W
           END-IF.
           IF HLD-NODELETE AND LH-OP-RETIRE
              MOVE 1 TO LH-BLOCK-FLAG
              MOVE 'LEGAL HOLD - NO DELETE' TO LH-TEXT-W
           END-IF.
       FIN-LHOLDCHECK. EXIT.
      *
       LHOLD-CLOSE SECTION.
           IF LH-FILE-OPEN
              CLOSE LGLHOLD
              MOVE 0 TO LH-OPEN-FLAG
           END-IF.
       FIN-LHOLDCLOSE. EXIT.
