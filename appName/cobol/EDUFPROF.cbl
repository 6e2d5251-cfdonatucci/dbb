      *-- IS TWO REAL CHANGES SHARING A NUMBER (A RESTARTED OR
      *-- UNSERIALIZED COUNTER) - BOTH DELTAS COUNT. A DISAGREEMENT
      *-- PRINTS THE ITEMIZED DIFFERENCE THE AUDITORS KEEP ASKING FOR
      *-- AND FAILS THE RUNCTL STEP WITH RETURN CODE 8. THE TWO LEGS
      *-- OF A CUSTOMER-TO-CUSTOMER TRANSFER (SAME EDC-CHG-XREF) ARE
      *-- PROVED AS A MATCHED PAIR AS WELL: BOTH LEGS PRESENT AND
      *-- NETTING TO ZERO, OR THE PROOF FAILS. A POSTING VALUE-DATED
      *-- TO A LATER BUSINESS DAY HAS ALREADY MOVED THE BALANCE THE
      *-- EXTRACT SEES, SO IT IS ROLLED LIKE ANY OTHER CHANGE; HOW
      *-- MANY THERE WERE AND THEIR NET ARE SHOWN SEPARATELY, TO
      *-- AGREE WITH THE GL INTERFACE'S TNXT CLASS.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           COPY EDUFILAS REPLACING FILEA BY FILEA-PRI.
       FD  EDUCIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
       01  EDUCIN-REC          PIC X(470).
      *
      * SORT KEYS PICKED OUT BY OFFSET - THE DATE AND SEQUENCE RIDE
      * AT THE END OF THE CHANGE RECORD (SEE EDUCHGS).
       SD  SRTWK
           RECORD CONTAINS 470 CHARACTERS.
       01  SRT-REC.
           05  FILLER          PIC X(422).
           05  SRT-FECHA       PIC X(8).
           05  SRT-SEQ         PIC X(7).
           05  FILLER          PIC X(33).
      *
       FD  CHGSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
           COPY EDUCHGS.
       FD  FILEAEXT
           LABEL RECORDS ARE STANDARD
       77  PRF-DUPS-SKIPPED   PIC 9(7)   VALUE ZEROS.
       77  PRF-PREV-FECHA     PIC X(8)   VALUE LOW-VALUES.
       77  PRF-PREV-SEQ       PIC 9(7)   VALUE ZEROS.
       01  PRF-PREV-REC       PIC X(470) VALUE LOW-VALUES.
       77  PRF-ONE-DELTA      PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  PRF-VD-CNT         PIC 9(7)   VALUE ZEROS.
       77  PRF-VD-SUM         PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *
      * THE BEFORE/AFTER IMAGES CARRY A WHOLE FILEA RECORD - ONLY THE
      * AMOUNT SLOT MATTERS HERE, PICKED OUT BY OFFSET OVERLAY.
           05  FILLER         PIC X(78).
       77  PRF-BEF-AMT        PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  PRF-AFT-AMT        PIC S9(6)V99 COMP-3 VALUE ZEROS.
      *
      * TRANSFER LEGS WAITING FOR THEIR PARTNER - THE TWO LEGS ARE
      * CAPTURED MOMENTS APART, SO ONLY A FEW ARE EVER OPEN AT ONCE.
      * A LEG THAT DOES NOT FIT IS COUNTED AS UNMATCHED.
       77  PRF-XFR-MAX        PIC 9(3)   VALUE 20.
       77  PRF-XFR-COUNT      PIC 9(3)   VALUE 0.
       77  PRF-XFR-IDX        PIC 9(3)   VALUE 0.
       77  PRF-XFR-HIT        PIC 9(3)   VALUE 0.
       77  PRF-XFR-PAIRED     PIC 9(7)   VALUE ZEROS.
       77  PRF-XFR-BAD        PIC 9(7)   VALUE ZEROS.
       77  PRF-XFR-NET        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  PRF-XFR-TABLE.
           05  PRF-XFR-ENTRY OCCURS 20 TIMES.
               10  PRF-XFR-REF    PIC X(25).
               10  PRF-XFR-DELTA  PIC S9(7)V99 COMP-3.
      *
           COPY EDUFTRLS.
      *
           END-IF.
           COMPUTE PRF-ONE-DELTA = PRF-AFT-AMT - PRF-BEF-AMT.
           ADD PRF-ONE-DELTA TO PRF-DELTA-SUM.
           IF EDC-CHG-VALDATE NUMERIC
              AND EDC-CHG-VALDATE > EDC-CHG-FECHA
              ADD 1 TO PRF-VD-CNT
              ADD PRF-ONE-DELTA TO PRF-VD-SUM
           END-IF.
           IF EDC-CHG-XREF NOT = SPACES
              PERFORM MATCH-XFER-LEG
           END-IF.
       FIN-CHGONE. EXIT.
      *////////////////////
       MATCH-XFER-LEG SECTION.
      *////////////////////
      * THE SECOND LEG CLOSES THE PAIR: THE TWO DELTAS MUST CANCEL
      * EXACTLY, OR MONEY WAS MADE OR LOST IN THE MOVE.
           MOVE 0 TO PRF-XFR-HIT.
           MOVE 1 TO PRF-XFR-IDX.
           PERFORM FIND-XFER-ONE UNTIL PRF-XFR-IDX > PRF-XFR-COUNT
                                    OR PRF-XFR-HIT > 0.
           IF PRF-XFR-HIT > 0
              COMPUTE PRF-XFR-NET = PRF-XFR-DELTA(PRF-XFR-HIT)
                                  + PRF-ONE-DELTA
              IF PRF-XFR-NET = 0
                 ADD 1 TO PRF-XFR-PAIRED
              ELSE
                 DISPLAY 'EDUFPROF - TRANSFER ' EDC-CHG-XREF
                         ' LEGS DO NOT NET TO ZERO'
                 ADD 1 TO PRF-XFR-BAD
              END-IF
              IF PRF-XFR-HIT < PRF-XFR-COUNT
                 MOVE PRF-XFR-ENTRY(PRF-XFR-COUNT)
                   TO PRF-XFR-ENTRY(PRF-XFR-HIT)
              END-IF
              SUBTRACT 1 FROM PRF-XFR-COUNT
              GO TO FIN-MATCHXFR.
           IF PRF-XFR-COUNT < PRF-XFR-MAX
              ADD 1 TO PRF-XFR-COUNT
              MOVE EDC-CHG-XREF  TO PRF-XFR-REF(PRF-XFR-COUNT)
              MOVE PRF-ONE-DELTA TO PRF-XFR-DELTA(PRF-XFR-COUNT)
           ELSE
              DISPLAY 'EDUFPROF - TRANSFER TABLE FULL - ' EDC-CHG-XREF
              ADD 1 TO PRF-XFR-BAD
           END-IF.
       FIN-MATCHXFR. EXIT.
      *////////////////////
       FIND-XFER-ONE SECTION.
      *////////////////////
           IF PRF-XFR-REF(PRF-XFR-IDX) = EDC-CHG-XREF
              MOVE PRF-XFR-IDX TO PRF-XFR-HIT
           END-IF.
           ADD 1 TO PRF-XFR-IDX.
       FIN-FINDXFER. EXIT.
      *////////////////////
       CURRENT-PASS SECTION.
      *////////////////////
           MOVE 'UNREADABLE IMAGE AMOUNTS  : ' TO PRF-CL-LABEL.
           MOVE PRF-CHG-SKIPPED TO PRF-CL-CNT.
           WRITE PRFRPT-LINE FROM PRF-CNTLINE.
      * A LEG STILL WAITING AT THE END NEVER MET ITS PARTNER.
           ADD PRF-XFR-COUNT TO PRF-XFR-BAD.
           MOVE 'TRANSFER PAIRS MATCHED    : ' TO PRF-CL-LABEL.
           MOVE PRF-XFR-PAIRED TO PRF-CL-CNT.
           WRITE PRFRPT-LINE FROM PRF-CNTLINE.
           MOVE 'TRANSFERS NOT MATCHED     : ' TO PRF-CL-LABEL.
           MOVE PRF-XFR-BAD TO PRF-CL-CNT.
           WRITE PRFRPT-LINE FROM PRF-CNTLINE.
           MOVE 'VALUE-DATED FORWARD       : ' TO PRF-CL-LABEL.
           MOVE PRF-VD-CNT TO PRF-CL-CNT.
           WRITE PRFRPT-LINE FROM PRF-CNTLINE.
           MOVE 'VALUE-DATED FORWARD NET   : ' TO PRF-AL-LABEL.
           MOVE PRF-VD-SUM TO PRF-AL-AMT.
           WRITE PRFRPT-LINE FROM PRF-AMTLINE.

           IF PRF-DIFF = 0 AND PRF-CHG-SKIPPED = 0
              AND PRF-XFR-BAD = 0
              WRITE PRFRPT-LINE FROM PRF-VERDICT-OK
           ELSE
              WRITE PRFRPT-LINE FROM PRF-VERDICT-BAD
