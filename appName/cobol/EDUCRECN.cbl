      *-- CLOCKS CAN DISAGREE BY A SECOND. READS, BROWSES, LOOKUPS,
      *-- HELD REQUESTS AND THE MERGE MARKER NEVER TOUCH THE FILE AND
      *-- ARE EXCLUDED. ANY DISCREPANCY SETS RETURN CODE 4 SO THE
      *-- MORNING CHECK SEES IT. THE BUSINESS DATE ON THE CHANGE SIDE
      *-- IS THE VALUE DATE (EDC-CHG-VALDATE), THE SAME DATE EDUFILAP
      *-- JOURNALS A VALUE-DATED POSTING UNDER, SO A 'T' KEYED AFTER
      *-- THE CUTOFF PAIRS UP IN THE DAY IT COUNTS IN.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  EDUCIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
       01  EDUCIN-REC          PIC X(470).
      *
       FD  EDUJIN
           LABEL RECORDS ARE STANDARD
       01  EDUJIN-REC          PIC X(30).
      *
       SD  SRTWK
           RECORD CONTAINS 470 CHARACTERS.
           COPY EDUCHGS.
      *
       SD  SRTWK2
      *
       FD  CHGSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
      * ONLY THE KEY AND FUNCTION SLOTS OF THE SORTED CHANGE RECORD
      * ARE TOUCHED HERE - PICKED OUT BY OFFSET, THE WAY EDUFSTMT
      * PICKS THE JOURNAL FUNCTION BYTE.
           05  FILLER          PIC X(415).
           05  CS-CHG-FECHA    PIC X(8).
           05  CS-CHG-SEQ      PIC X(7).
           05  FILLER          PIC X(25).
           05  CS-CHG-VALDATE  PIC X(8).
      *
       FD  JRNSRT
           LABEL RECORDS ARE STANDARD
       INIT-JOB SECTION.
      *////////////////////
           SORT SRTWK ON ASCENDING KEY EDC-CHG-NUMB
                                       EDC-CHG-VALDATE
                USING EDUCIN
                GIVING CHGSRT.

       READ-CHGSRT SECTION.
      *////////////////////
      * ONLY ONLINE-SEQUENCED CHANGE RECORDS TAKE PART IN THE MATCH -
      * THE BATCH POSTERS (EDUFACCR, EDUFPAYB, EDUFSORD, EDUFRETN)
      * MERGE THEIR IMAGES INTO THE DAY'S CHANGE DATASET STAMPED
      * SEQUENCE ZERO AND WRITE NO EDUJ ENTRY AT ALL, SO COUNTING THEM
      * WOULD FLOOD THE REPORT WITH FALSE "IMAGE WITHOUT JOURNAL"
      * LINES EVERY MORNING THE BATCH RUNS. SAME EXEMPTION EDUFFWD'S
      * VERIFY-SEQUENCE APPLIES.
       READCHGLP.
           READ CHGSRT
                AT END
           IF CS-CHG-SEQ NOT NUMERIC OR CS-CHG-SEQ = '0000000'
              GO TO READCHGLP.
           MOVE CS-CHG-NUMB  TO CRX-CK-NUMB.
           MOVE CS-CHG-VALDATE TO CRX-CK-FECHA.
       FIN-READCHG. EXIT.
      *////////////////////
       READ-JRNSRT SECTION.
