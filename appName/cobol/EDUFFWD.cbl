      *-- SKIPPED, NOT REAPPLIED AND NOT TREATED AS A BREAK. A REPEAT
      *-- OF THE SEQUENCE NUMBER WITH DIFFERENT CONTENT IS A REAL
      *-- BREAK (A RESTARTED OR UNSERIALIZED COUNTER) AND STOPS THE
      *-- REPLAY. THE TWO LEGS OF A CUSTOMER-TO-CUSTOMER TRANSFER
      *-- (SAME EDC-CHG-XREF) ARE A MATCHED PAIR: A REPLAY THAT STOPS
      *-- AFTER ONE LEG AND BEFORE THE OTHER PUTS THAT LEG BACK, SO
      *-- THE RECOVERED FILE NEVER HOLDS HALF A TRANSFER; A LEG WHOSE
      *-- PARTNER IS SIMPLY NOT ON THE CHANGE FILE IS REPORTED.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           COPY EDUFILAS.
       FD  EDUCIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
       01  EDUCIN-REC          PIC X(470).
      *
      * SORT KEYS PICKED OUT BY OFFSET, THE WAY EDUFAUDT'S SORT
      * PASSES DO - THE DATE AND SEQUENCE RIDE AT THE END OF THE
      * CHANGE RECORD (SEE EDUCHGS).
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
      *
       WORKING-STORAGE SECTION.
      * THE LAST RECORD PROCESSED - A REPEATED SEQUENCE NUMBER ONLY
      * COUNTS AS A DRAIN-REPLAY DUPLICATE WHEN THE WHOLE RECORD
      * MATCHES IT BYTE FOR BYTE.
       01  FWD-PREV-REC     PIC X(470) VALUE LOW-VALUES.
      *
      * TRANSFER LEGS APPLIED WHOSE PARTNER HAS NOT BEEN REPLAYED YET
      * - THE TWO LEGS ARE CAPTURED MOMENTS APART, SO THE TABLE ONLY
      * EVER HOLDS THE FEW TRANSFERS IN FLIGHT AT ONE POINT OF THE
      * FILE. A LEG THAT DOES NOT FIT IS REPLAYED BUT NOT PAIRED.
       77  FWD-XFR-MAX      PIC 9(3)   VALUE 20.
       77  FWD-XFR-COUNT    PIC 9(3)   VALUE 0.
       77  FWD-XFR-IDX      PIC 9(3)   VALUE 0.
       77  FWD-XFR-HIT      PIC 9(3)   VALUE 0.
       77  FWD-XFR-PAIRED   PIC 9(7)   VALUE ZEROS.
       77  FWD-XFR-BACKED   PIC 9(7)   VALUE ZEROS.
       77  FWD-XFR-UNPAIRED PIC 9(7)   VALUE ZEROS.
       01  FWD-XFR-TABLE.
           05  FWD-XFR-ENTRY OCCURS 20 TIMES.
               10  FWD-XFR-REF      PIC X(25).
               10  FWD-XFR-NUMB     PIC X(6).
               10  FWD-XFR-BEFORE   PIC X(200).
               10  FWD-XFR-AFTER    PIC X(200).
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
           PERFORM READ-EDUCIN.
           GO TO FWDLP.
       FINALI.
           PERFORM SETTLE-XFERS.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
              DISPLAY 'EDUFFWD  - UNKNOWN FUNCTION ' EDC-CHG-FUNC
                      ' NUMB=' EDC-CHG-NUMB
              ADD 1 TO FWD-RECS-REJECT.
           IF EDC-CHG-XREF NOT = SPACES
              PERFORM NOTE-XFER-LEG.
       FIN-APPLYONE. EXIT.
      *////////////////////
       NOTE-XFER-LEG SECTION.
      *////////////////////
      * THE SECOND LEG OF A TRANSFER CLOSES THE PAIR THE FIRST LEG
      * OPENED; THE LAST TABLE ENTRY MOVES INTO THE FREED SLOT.
           MOVE 0 TO FWD-XFR-HIT.
           MOVE 1 TO FWD-XFR-IDX.
           PERFORM FIND-XFER-ONE UNTIL FWD-XFR-IDX > FWD-XFR-COUNT
                                    OR FWD-XFR-HIT > 0.
           IF FWD-XFR-HIT > 0
              ADD 1 TO FWD-XFR-PAIRED
              IF FWD-XFR-HIT < FWD-XFR-COUNT
                 MOVE FWD-XFR-ENTRY(FWD-XFR-COUNT)
                   TO FWD-XFR-ENTRY(FWD-XFR-HIT)
              END-IF
              SUBTRACT 1 FROM FWD-XFR-COUNT
              GO TO FIN-NOTEXFER.
           IF FWD-XFR-COUNT < FWD-XFR-MAX
              ADD 1 TO FWD-XFR-COUNT
              MOVE EDC-CHG-XREF   TO FWD-XFR-REF(FWD-XFR-COUNT)
              MOVE EDC-CHG-NUMB   TO FWD-XFR-NUMB(FWD-XFR-COUNT)
              MOVE EDC-CHG-BEFORE TO FWD-XFR-BEFORE(FWD-XFR-COUNT)
              MOVE EDC-CHG-AFTER  TO FWD-XFR-AFTER(FWD-XFR-COUNT)
           ELSE
              DISPLAY 'EDUFFWD  - TRANSFER TABLE FULL - LEG '
                      EDC-CHG-NUMB ' REPLAYED UNPAIRED'
              ADD 1 TO FWD-XFR-UNPAIRED
           END-IF.
       FIN-NOTEXFER. EXIT.
      *////////////////////
       FIND-XFER-ONE SECTION.
      *////////////////////
           IF FWD-XFR-REF(FWD-XFR-IDX) = EDC-CHG-XREF
              MOVE FWD-XFR-IDX TO FWD-XFR-HIT
           END-IF.
           ADD 1 TO FWD-XFR-IDX.
       FIN-FINDXFER. EXIT.
      *////////////////////
       SETTLE-XFERS SECTION.
      *////////////////////
      * LEGS STILL OPEN AT THE END. WHEN THE REPLAY WAS STOPPED THE
      * PARTNER LIES PAST THE STOP POINT, SO THE LEG IS PUT BACK TO
      * ITS BEFORE IMAGE - PROVIDED NOTHING REPLAYED SINCE HAS
      * CHANGED THE RECORD - AND THE FILE STOPS ON A WHOLE-TRANSFER
      * BOUNDARY. ON A COMPLETE REPLAY THE PARTNER'S IMAGE NEVER
      * REACHED THE CHANGE FILE; THE LEG STANDS (IT WAS APPLIED
      * ONLINE) AND IS REPORTED WITH RETURN CODE 4.
           MOVE 1 TO FWD-XFR-IDX.
           PERFORM SETTLE-XFER-ONE UNTIL FWD-XFR-IDX > FWD-XFR-COUNT.
       FIN-SETTLEXFR. EXIT.
      *////////////////////
       SETTLE-XFER-ONE SECTION.
      *////////////////////
           IF NOT FWD-SEQUENCE-BROKEN
              DISPLAY 'EDUFFWD  - TRANSFER LEG '
                      FWD-XFR-NUMB(FWD-XFR-IDX)
                      ' REF ' FWD-XFR-REF(FWD-XFR-IDX)
                      ' HAS NO PARTNER ON THE CHANGE FILE'
              ADD 1 TO FWD-XFR-UNPAIRED
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO SETTLE-XFER-NEXT.

           MOVE FWD-XFR-NUMB(FWD-XFR-IDX) TO NUMB.
           READ FILEAVS.
           IF FS-FILEA = '00'
              AND FILEA = FWD-XFR-AFTER(FWD-XFR-IDX)
              MOVE FWD-XFR-BEFORE(FWD-XFR-IDX) TO FILEA
              REWRITE FILEA
           END-IF.
           IF FS-FILEA = '00'
              AND FILEA = FWD-XFR-BEFORE(FWD-XFR-IDX)
              DISPLAY 'EDUFFWD  - HALF TRANSFER BACKED OUT FOR '
                      FWD-XFR-NUMB(FWD-XFR-IDX)
              ADD 1 TO FWD-XFR-BACKED
           ELSE
              DISPLAY 'EDUFFWD  - HALF TRANSFER LEFT ON '
                      FWD-XFR-NUMB(FWD-XFR-IDX) ' REF '
                      FWD-XFR-REF(FWD-XFR-IDX) ' - FIX BY HAND'
              ADD 1 TO FWD-XFR-UNPAIRED
           END-IF.
       SETTLE-XFER-NEXT.
           ADD 1 TO FWD-XFR-IDX.
       FIN-SETTLEXFRONE. EXIT.

      *////////////////////
       APPLY-ADD SECTION.
      *////////////////////
           DISPLAY 'EDUFFWD  - DELETES APPLIED  : ' FWD-DELS-DONE.
           DISPLAY 'EDUFFWD  - BOUNDARY OVERLAPS: ' FWD-OVERLAPS.
           DISPLAY 'EDUFFWD  - RECORDS REJECTED : ' FWD-RECS-REJECT.
           DISPLAY 'EDUFFWD  - TRANSFERS PAIRED : ' FWD-XFR-PAIRED.
           DISPLAY 'EDUFFWD  - HALF XFERS UNDONE: ' FWD-XFR-BACKED.
           DISPLAY 'EDUFFWD  - XFER LEGS UNPAIRD: ' FWD-XFR-UNPAIRED.
       FIN-ENDJOB. EXIT.
      *////////////////////
