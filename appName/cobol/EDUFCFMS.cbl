      *----------------------------------------------------------------*
      *-- BATCH AUDIT BALANCE CONFIRMATION SAMPLE. AT EVERY AUDIT THE
      *-- EXTERNAL AUDITORS PICK CUSTOMERS WHOSE BALANCES THEY WANT
      *-- CONFIRMED; THIS JOB DRAWS THE SAMPLE FROM THE FILEAEXT
      *-- EXTRACT UNDER THE RULES ON THE CFMCTL CONTROL FILE:
      *--   COLS  1- 8  AUDIT    COLS 10-17 AUDIT ID (REQUIRED)
      *--               SEED     COLS 10-18 RANDOM SEED, 9 DIGITS
      *--               RANDOM   COLS 10-13 SAMPLE SIZE
      *--               ABOVE    COLS 10-17 AMOUNT, 2 DECIMALS - EVERY
      *--                        BALANCE ABOVE IT IS TAKEN
      *--               STRATUM  COLS 10-11 STATUSX, COLS 13-16 SAMPLE
      *--                        SIZE FROM THAT STATUS (ONE CARD EACH)
      *-- ('*' IN COL 1 IS A COMMENT). AT LEAST ONE RULE IS NEEDED; A
      *-- CARD THAT DOES NOT READ REFUSES THE RUN. RANDOM AND STRATUM
      *-- DRAWS ARE SIMPLE RANDOM SAMPLES OF THEIR POPULATION, TAKEN
      *-- IN ONE PASS (RESERVOIR METHOD) FROM A FIXED GENERATOR, SO
      *-- THE SAME SEED ON THE SAME EXTRACT DRAWS THE SAME SAMPLE -
      *-- THE SEED IS PRINTED FOR THE AUDITORS' FILE (NO SEED CARD:
      *-- TAKEN FROM THE CLOCK). A CUSTOMER DRAWN BY MORE THAN ONE
      *-- RULE GETS ONE LETTER. THE EXTRACT TRAILER IS VERIFIED FIRST
      *-- - A SHORT OR DOUBLED EXTRACT SENDS NOTHING - AND EVERY
      *-- LETTER QUOTES THE BALANCE AS OF THE TRAILER'S CUT DATE AND
      *-- TIME, THE EXTRACT'S CONSISTENCY POINT. THE LETTERS GO TO THE
      *-- CFMLTR PRINT FILE (CONFIRMATIONS ARE MAILED UNDER THE
      *-- AUDITORS' CONTROL, NEVER E-MAILED), ONE CONFIRM RECORD PER
      *-- LETTER (SEE EDUCFMS) AWAITS THE REPLY FOR CFMMNT, AND THE
      *-- CFMRPT SAMPLE REPORT LISTS THE SAMPLE AND THE RULES. A
      *-- RE-RUN OF THE SAME AUDIT REFRESHES THE CONFIRMATIONS STILL
      *-- AWAITING A REPLY AND LEAVES THE ANSWERED ONES ALONE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFCFMS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFMCTL    ASSIGN TO CFMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMCTL.
           SELECT FILEAEXT  ASSIGN TO FILEAEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-FILEAEXT.
           SELECT CFMWK     ASSIGN TO CFMWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMWK.
           SELECT CFMSWK    ASSIGN TO CFMSWK.
           SELECT CFMSRT    ASSIGN TO CFMSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMSRT.
           SELECT CONFIRM   ASSIGN TO CONFIRM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CFM-KEY
                  FILE STATUS  IS FS-CONFIRM.
           SELECT CFMLTR    ASSIGN TO CFMLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMLTR.
           SELECT CFMRPT    ASSIGN TO CFMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CFMCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CFMCTL-REC.
           05  CTL-KEYWORD    PIC X(8).
           05  FILLER         PIC X.
           05  CTL-ARG        PIC X(9).
           05  FILLER         PIC X(62).
       01  CFMCTL-REC-X REDEFINES CFMCTL-REC.
           05  CTL-COL1       PIC X.
           05  FILLER         PIC X(79).
       01  CFMCTL-SEED-R REDEFINES CFMCTL-REC.
           05  FILLER         PIC X(9).
           05  CTL-SEED       PIC 9(9).
           05  FILLER         PIC X(62).
       01  CFMCTL-AMT-R REDEFINES CFMCTL-REC.
           05  FILLER         PIC X(9).
           05  CTL-AMOUNT     PIC 9(6)V99.
           05  FILLER         PIC X(63).
       01  CFMCTL-CNT-R REDEFINES CFMCTL-REC.
           05  FILLER         PIC X(9).
           05  CTL-COUNT      PIC 9(4).
           05  FILLER         PIC X(67).
       01  CFMCTL-STR-R REDEFINES CFMCTL-REC.
           05  FILLER         PIC X(9).
           05  CTL-STATUS     PIC X(2).
           05  FILLER         PIC X.
           05  CTL-SCOUNT     PIC 9(4).
           05  FILLER         PIC X(64).
      *
       FD  FILEAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  FILEAEXT-REC        PIC X(200).
      *
      * EVERY DRAW, TAGGED WITH THE RULE THAT DREW IT. SORTED BY
      * CUSTOMER AND RULE SO A CUSTOMER DRAWN TWICE COMES UP TOGETHER
      * AND THE FIRST RULE (ABOVE, RANDOM, STRATUM) IS THE ONE KEPT.
       FD  CFMWK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 210 CHARACTERS.
       01  CFW-REC.
           05  CFW-NUMB        PIC X(6).
           05  CFW-RULE        PIC X.
           05  CFW-FILEA       PIC X(200).
           05  FILLER          PIC X(3).
       SD  CFMSWK
           RECORD CONTAINS 210 CHARACTERS.
       01  CFX-REC.
           05  CFX-NUMB        PIC X(6).
           05  CFX-RULE        PIC X.
           05  FILLER          PIC X(203).
       FD  CFMSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 210 CHARACTERS.
       01  CFMSRT-REC          PIC X(210).
      *
       FD  CONFIRM
           LABEL RECORDS ARE STANDARD.
           COPY EDUCFMS.
      *
      * PAPER LETTERS - PRINT FILE FOR THE AUDITORS' MAILING.
       FD  CFMLTR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CFMLTR-LINE         PIC X(133).
      *
       FD  CFMRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CFMRPT-LINE         PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-CFMCTL          PIC XX     VALUE SPACES.
       77  FS-FILEAEXT        PIC XX     VALUE SPACES.
       77  FS-CFMWK           PIC XX     VALUE SPACES.
       77  FS-CFMSRT          PIC XX     VALUE SPACES.
       77  FS-CONFIRM         PIC XX     VALUE SPACES.
       77  FS-CFMLTR          PIC XX     VALUE SPACES.
       77  FS-CFMRPT          PIC XX     VALUE SPACES.
       77  CFS-CTL-EOF        PIC X      VALUE 'N'.
           88  CFS-CTL-DONE             VALUE 'Y'.
       77  CFS-EOF            PIC X      VALUE 'N'.
           88  CFS-END-OF-FILEA         VALUE 'Y'.
       77  CFS-SRT-EOF        PIC X      VALUE 'N'.
           88  CFS-SRT-DONE             VALUE 'Y'.
       77  CFS-REFUSED        PIC X      VALUE 'N'.
           88  CFS-RUN-REFUSED          VALUE 'Y'.
      *
      * THE CUSTOMER IN HAND - A WHOLE FILEA RECORD.
           COPY EDUFILAS.
      *
      * THE EXTRACT'S CONTROL-TOTAL TRAILER, CAPTURED FOR THE CHECK
      * AND FOR THE CONSISTENCY POINT EVERY LETTER QUOTES.
       77  CFS-TRL-FLAG       PIC 9      VALUE 0.
           88  CFS-TRL-SEEN             VALUE 1.
           COPY EDUFTRLS.
       77  CFS-DATA-RECS      PIC 9(7)   VALUE ZEROS.
       77  CFS-AMT-SUM        PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *
      * THE RULES FROM CFMCTL.
       77  CFS-AUDIT          PIC X(8)   VALUE SPACES.
       77  CFS-ABOVE-FLAG     PIC X      VALUE 'N'.
       77  CFS-ABOVE-AMT      PIC 9(6)V99 VALUE ZEROS.
       77  CFS-SEED-CARD      PIC X      VALUE 'N'.
       77  CFS-RULES          PIC 9(2)   VALUE ZEROS.
      *
      * ONE RESERVOIR PER RANDOM OR STRATUM RULE. EACH OWNS A RUN OF
      * SLOTS IN THE SLOT TABLE, FROM ITS BASE, AS MANY AS IT WANTS;
      * EVERY MEMBER OF ITS POPULATION SEEN SO FAR HAD THE SAME
      * CHANCE OF HOLDING A SLOT.
       01  CFS-RESERVOIRS.
           05  CFS-RSV        OCCURS 11 TIMES.
               10  CFS-RSV-RULE   PIC X.
               10  CFS-RSV-STATUS PIC X(2).
               10  CFS-RSV-WANT   PIC 9(4)  COMP.
               10  CFS-RSV-BASE   PIC 9(4)  COMP.
               10  CFS-RSV-SEEN   PIC 9(9)  COMP.
               10  CFS-RSV-FILLED PIC 9(4)  COMP.
       77  CFS-RSV-COUNT      PIC 9(2)   COMP VALUE 0.
       77  CFS-RX             PIC 9(2)   COMP VALUE 0.
       77  CFS-MATCH-RULE     PIC X      VALUE SPACE.
       77  CFS-MATCH-STATUS   PIC X(2)   VALUE SPACES.
       77  CFS-MATCH-WANT     PIC 9(4)   COMP VALUE 0.
       01  CFS-SLOT-TABLE.
           05  CFS-SLOT       PIC X(200) OCCURS 1000 TIMES.
       77  CFS-SLOTS-USED     PIC 9(4)   COMP VALUE 0.
       77  CFS-SX             PIC 9(4)   COMP VALUE 0.
       77  CFS-KX             PIC 9(4)   COMP VALUE 0.
      *
      * THE GENERATOR - THE MINIMAL-STANDARD MULTIPLICATIVE ONE
      * (SEED TIMES 16807, MODULO 2**31-1), SMALL ENOUGH TO DO BY
      * HAND IF AN AUDITOR EVER ASKS.
       77  CFS-SEED           PIC 9(10)  COMP-3 VALUE 1.
       77  CFS-SEED-SHOWN     PIC 9(10)  VALUE ZEROS.
       77  CFS-RAND-WORK      PIC 9(15)  COMP-3 VALUE ZEROS.
       77  CFS-RAND-Q         PIC 9(15)  COMP-3 VALUE ZEROS.
       77  CFS-PICK           PIC 9(9)   COMP VALUE 0.
       01  CFS-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  CFS-TIME-N REDEFINES CFS-TIME-RAW
                              PIC 9(8).
      *
       77  CFS-TODAY          PIC X(8)   VALUE SPACES.
       77  CFS-PREV-NUMB      PIC X(6)   VALUE LOW-VALUES.
       01  CFS-WORK.
           05  CFV-NUMB       PIC X(6).
           05  CFV-RULE       PIC X.
           05  CFV-FILEA      PIC X(200).
           05  FILLER         PIC X(3).
      *
       77  CFS-POPULATION     PIC 9(7)   VALUE ZEROS.
       77  CFS-UNREADABLE     PIC 9(7)   VALUE ZEROS.
       77  CFS-ABOVE-CNT      PIC 9(7)   VALUE ZEROS.
       77  CFS-DRAWS          PIC 9(7)   VALUE ZEROS.
       77  CFS-DUPS           PIC 9(7)   VALUE ZEROS.
       77  CFS-LETTERS        PIC 9(7)   VALUE ZEROS.
       77  CFS-REFRESHED      PIC 9(7)   VALUE ZEROS.
       77  CFS-ANSWERED       PIC 9(7)   VALUE ZEROS.
       77  CFS-CFM-ERRS       PIC 9(7)   VALUE ZEROS.
       77  CFS-OUT-WORK       PIC X(133) VALUE SPACES.
       77  CFS-WRD-IDX        PIC 9      VALUE 0.
      *
      * THE LETTER.
       01  CFS-LTR-HEAD.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(40)  VALUE
               'AUDIT CONFIRMATION OF ACCOUNT BALANCE'.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(6)   VALUE 'DATE: '.
           05  CFS-LH-DATE    PIC X(8).
           05  FILLER         PIC X(59)  VALUE SPACES.
       01  CFS-LTR-ADDR.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  CFS-LA-TEXT    PIC X(20).
           05  FILLER         PIC X(103) VALUE SPACES.
       01  CFS-LTR-CUST.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(17)  VALUE 'CUSTOMER NUMBER: '.
           05  CFS-LC-NUMB    PIC X(6).
           05  FILLER         PIC X(16)  VALUE '    REFERENCE: '.
           05  CFS-LC-AUDIT   PIC X(8).
           05  FILLER         PIC X      VALUE '/'.
           05  CFS-LC-NUMB2   PIC X(6).
           05  FILLER         PIC X(69)  VALUE SPACES.
       01  CFS-LTR-BAL.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(32)  VALUE
               'OUR RECORDS SHOW YOUR BALANCE ON'.
           05  FILLER         PIC X      VALUE SPACE.
           05  CFS-LB-DATE    PIC X(8).
           05  FILLER         PIC X(4)   VALUE ' AT '.
           05  CFS-LB-HH      PIC X(2).
           05  FILLER         PIC X      VALUE ':'.
           05  CFS-LB-MI      PIC X(2).
           05  FILLER         PIC X(5)   VALUE ' AS: '.
           05  CFS-LB-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(57)  VALUE SPACES.
       01  CFS-LTR-TEXT.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  CFS-LT-TEXT    PIC X(60).
           05  FILLER         PIC X(63)  VALUE SPACES.
       01  CFS-LTR-WORDING.
           05  FILLER  PIC X(60) VALUE
               'OUR AUDITORS ASK YOU TO CONFIRM THIS BALANCE TO THEM.'.
           05  FILLER  PIC X(60) VALUE
               'IF IT AGREES WITH YOUR RECORDS, SIGN AND RETURN THIS.'.
           05  FILLER  PIC X(60) VALUE
               'IF NOT, WRITE IN THE BALANCE YOUR RECORDS SHOW.'.
           05  FILLER  PIC X(60) VALUE
               'THIS IS NOT A REQUEST FOR PAYMENT.'.
           05  FILLER  PIC X(60) VALUE SPACES.
           05  FILLER  PIC X(60) VALUE
               'BALANCE AGREED [ ]   PER MY RECORDS ___________'.
           05  FILLER  PIC X(60) VALUE SPACES.
           05  FILLER  PIC X(60) VALUE
               'SIGNED ______________________   DATE _______________'.
       01  CFS-LTR-WORDING-R REDEFINES CFS-LTR-WORDING.
           05  CFS-LTR-LINE   PIC X(60) OCCURS 8 TIMES.
      *
      * THE SAMPLE REPORT.
       01  CFS-HEADING1.
           05  FILLER  PIC X(46) VALUE
               'EDUFCFMS - AUDIT CONFIRMATION SAMPLE FOR AUDIT'.
           05  FILLER  PIC X     VALUE SPACE.
           05  CFS-HD-AUDIT   PIC X(8).
           05  FILLER  PIC X(12) VALUE '   RUN DATE '.
           05  CFS-HD-DATE    PIC X(8).
           05  FILLER  PIC X(58) VALUE SPACES.
       01  CFS-HEADING2.
           05  FILLER  PIC X(26) VALUE
               'EXTRACT CUT (BALANCES AT) '.
           05  CFS-HD-CUTDATE PIC X(8).
           05  FILLER  PIC X     VALUE SPACE.
           05  CFS-HD-CUTTIME PIC X(8).
           05  FILLER  PIC X(10) VALUE '    SEED '.
           05  CFS-HD-SEED    PIC 9(10).
           05  FILLER  PIC X(70) VALUE SPACES.
       01  CFS-HEADING3.
           05  FILLER  PIC X(50) VALUE
               'NUMBER  NAME                 ST     BALANCE RULE  '.
           05  FILLER  PIC X(30) VALUE
               'LETTER'.
           05  FILLER  PIC X(53) VALUE SPACES.
       01  CFS-DETAIL.
           05  CFS-DT-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFS-DT-NAME    PIC X(20).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFS-DT-STATUS  PIC X(2).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFS-DT-BAL     PIC ZZZZZ9.99-.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFS-DT-RULE    PIC X(7).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFS-DT-SENT    PIC X(40).
           05  FILLER         PIC X(41) VALUE SPACES.
       01  CFS-RULELINE.
           05  FILLER  PIC X(5)  VALUE 'RULE '.
           05  CFS-RL-RULE    PIC X(8).
           05  CFS-RL-STATUS  PIC X(2).
           05  FILLER  PIC X(10) VALUE '  WANTED '.
           05  CFS-RL-WANT    PIC ZZZ9.
           05  FILLER  PIC X(8)  VALUE '  DRAWN '.
           05  CFS-RL-DRAWN   PIC ZZZ9.
           05  FILLER  PIC X(15) VALUE '  POPULATION '.
           05  CFS-RL-POP     PIC ZZZZ,ZZZ,ZZ9.
           05  FILLER  PIC X(65) VALUE SPACES.
       01  CFS-ABOVELINE.
           05  FILLER  PIC X(19) VALUE 'RULE ABOVE BALANCE '.
           05  CFS-AL-AMT     PIC ZZZ,ZZ9.99.
           05  FILLER  PIC X(8)  VALUE '  DRAWN '.
           05  CFS-AL-DRAWN   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(88) VALUE SPACES.
       01  CFS-CNTLINE.
           05  CFS-CL-LABEL   PIC X(40).
           05  CFS-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF CFS-RUN-REFUSED
              STOP RUN
           END-IF.
       SAMPLP.
           IF CFS-END-OF-FILEA GO TO DRAWN END-IF.
           PERFORM SAMPLE-ONE.
           PERFORM READ-FILEAEXT.
           GO TO SAMPLP.
       DRAWN.
           PERFORM VERIFY-TRAILER.
           IF NOT CFS-RUN-REFUSED
              PERFORM LETTER-PASS
           END-IF.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT CFS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE CFS-RESERVOIRS.
           PERFORM READ-RULES.
           IF CFS-RUN-REFUSED
              GO TO FIN-INIT.

           OPEN INPUT  FILEAEXT.
           IF FS-FILEAEXT NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING FILEAEXT STATUS='
                       FS-FILEAEXT
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT CFMWK.
           IF FS-CFMWK NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING CFMWK    STATUS='
                       FS-CFMWK
              GO TO INIT-BAD
           END-IF.

           OPEN I-O CONFIRM.
           IF FS-CONFIRM NOT = '00' AND FS-CONFIRM NOT = '05'
              DISPLAY 'EDUFCFMS - ERROR OPENING CONFIRM  STATUS='
                       FS-CONFIRM
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT CFMLTR.
           IF FS-CFMLTR NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING CFMLTR   STATUS='
                       FS-CFMLTR
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT CFMRPT.
           IF FS-CFMRPT NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING CFMRPT   STATUS='
                       FS-CFMRPT
              GO TO INIT-BAD
           END-IF.

      * NO SEED CARD - THE CLOCK, NEVER ZERO. EITHER WAY THE SEED
      * THE DRAW STARTED FROM IS WHAT THE REPORT SHOWS.
           IF CFS-SEED-CARD = 'N'
              ACCEPT CFS-TIME-RAW FROM TIME
              COMPUTE CFS-SEED = CFS-TIME-N + 1
           END-IF.
           MOVE CFS-SEED TO CFS-SEED-SHOWN.

           PERFORM READ-FILEAEXT.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO CFS-REFUSED.
       FIN-INIT. EXIT.
      *////////////////////
       READ-RULES SECTION.
      *////////////////////
           OPEN INPUT CFMCTL.
           IF FS-CFMCTL NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING CFMCTL   STATUS='
                       FS-CFMCTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
              GO TO FIN-READRULES
           END-IF.
           PERFORM READ-RULE-ONE UNTIL CFS-CTL-DONE.
           CLOSE CFMCTL.
           IF CFS-RUN-REFUSED
              GO TO FIN-READRULES.

           IF CFS-AUDIT = SPACES
              DISPLAY 'EDUFCFMS - NO AUDIT CARD ON CFMCTL - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
              GO TO FIN-READRULES.
           IF CFS-RULES = 0
              DISPLAY 'EDUFCFMS - NO SAMPLING RULE ON CFMCTL - '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED.
       FIN-READRULES. EXIT.
      *////////////////////
       READ-RULE-ONE SECTION.
      *////////////////////
           READ CFMCTL
                AT END
                   MOVE 'Y' TO CFS-CTL-EOF
           END-READ.
           IF CFS-CTL-DONE
              GO TO FIN-READRULE1.
           IF CFMCTL-REC = SPACES OR CTL-COL1 = '*'
              GO TO FIN-READRULE1.

           IF CTL-KEYWORD = 'AUDIT   '
              IF CTL-ARG(1:8) = SPACES
                 GO TO READRULE1-BAD
              END-IF
              MOVE CTL-ARG(1:8) TO CFS-AUDIT
              GO TO FIN-READRULE1.

           IF CTL-KEYWORD = 'SEED    '
              IF CTL-SEED NOT NUMERIC OR CTL-SEED = 0
                 GO TO READRULE1-BAD
              END-IF
              MOVE CTL-SEED TO CFS-SEED
              MOVE 'Y' TO CFS-SEED-CARD
              GO TO FIN-READRULE1.

           IF CTL-KEYWORD = 'ABOVE   '
              IF CTL-AMOUNT NOT NUMERIC OR CFS-ABOVE-FLAG = 'Y'
                 GO TO READRULE1-BAD
              END-IF
              MOVE CTL-AMOUNT TO CFS-ABOVE-AMT
              MOVE 'Y' TO CFS-ABOVE-FLAG
              ADD 1 TO CFS-RULES
              GO TO FIN-READRULE1.

           IF CTL-KEYWORD = 'RANDOM  '
              IF CTL-COUNT NOT NUMERIC OR CTL-COUNT = 0
                 GO TO READRULE1-BAD
              END-IF
              MOVE 'R'       TO CFS-MATCH-RULE
              MOVE SPACES    TO CFS-MATCH-STATUS
              MOVE CTL-COUNT TO CFS-MATCH-WANT
              PERFORM ADD-RESERVOIR
              GO TO FIN-READRULE1.

           IF CTL-KEYWORD = 'STRATUM '
              IF CTL-STATUS = SPACES OR CTL-SCOUNT NOT NUMERIC
                 OR CTL-SCOUNT = 0
                 GO TO READRULE1-BAD
              END-IF
              MOVE 'S'        TO CFS-MATCH-RULE
              MOVE CTL-STATUS TO CFS-MATCH-STATUS
              MOVE CTL-SCOUNT TO CFS-MATCH-WANT
              PERFORM ADD-RESERVOIR
              GO TO FIN-READRULE1.

       READRULE1-BAD.
           DISPLAY 'EDUFCFMS - INVALID CFMCTL CARD: ' CFMCTL-REC(1:30)
                   ' - RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO CFS-REFUSED.
       FIN-READRULE1. EXIT.
      *////////////////////
       ADD-RESERVOIR SECTION.
      *////////////////////
      * A RULE'S SLOTS ARE CARVED FROM THE TABLE IN CARD ORDER. ONE
      * RANDOM RULE AT MOST, AND ONE STRATUM PER STATUS.
           IF CFS-RSV-COUNT NOT LESS 11
              GO TO ADDRSV-BAD.
           MOVE 1 TO CFS-RX.
           PERFORM ADDRSV-CHECK UNTIL CFS-RX > CFS-RSV-COUNT.
           IF CFS-RUN-REFUSED
              GO TO FIN-ADDRSV.
           IF CFS-SLOTS-USED + CFS-MATCH-WANT > 1000
              DISPLAY 'EDUFCFMS - SAMPLE SIZES ADD UP TO MORE THAN '
                      '1000 - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
              GO TO FIN-ADDRSV.

           ADD 1 TO CFS-RSV-COUNT.
           ADD 1 TO CFS-RULES.
           MOVE CFS-MATCH-RULE   TO CFS-RSV-RULE(CFS-RSV-COUNT).
           MOVE CFS-MATCH-STATUS TO CFS-RSV-STATUS(CFS-RSV-COUNT).
           MOVE CFS-MATCH-WANT   TO CFS-RSV-WANT(CFS-RSV-COUNT).
           MOVE CFS-SLOTS-USED   TO CFS-RSV-BASE(CFS-RSV-COUNT).
           MOVE 0 TO CFS-RSV-SEEN(CFS-RSV-COUNT)
                     CFS-RSV-FILLED(CFS-RSV-COUNT).
           ADD CFS-MATCH-WANT TO CFS-SLOTS-USED.
           GO TO FIN-ADDRSV.
       ADDRSV-BAD.
           DISPLAY 'EDUFCFMS - INVALID CFMCTL CARD: ' CFMCTL-REC(1:30)
                   ' - RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO CFS-REFUSED.
       FIN-ADDRSV. EXIT.
      *////////////////////
       ADDRSV-CHECK SECTION.
      *////////////////////
           IF CFS-RSV-RULE(CFS-RX) = CFS-MATCH-RULE
              AND CFS-RSV-STATUS(CFS-RX) = CFS-MATCH-STATUS
              DISPLAY 'EDUFCFMS - RULE GIVEN TWICE ON CFMCTL: '
                      CFMCTL-REC(1:30) ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
           END-IF.
           ADD 1 TO CFS-RX.
       FIN-ADDRSVCHK. EXIT.
      *////////////////////
       READ-FILEAEXT SECTION.
      *////////////////////
           READ FILEAEXT INTO FILEA
                AT END
                   MOVE 'Y' TO CFS-EOF
           END-READ.
       FIN-READEXT. EXIT.
      *////////////////////
       SAMPLE-ONE SECTION.
      *////////////////////
      * THE TRAILER IS CAPTURED, NOT SAMPLED; THE NEXT-NUMBER CONTROL
      * RECORD COUNTS TOWARDS THE TRAILER BUT IS NO CUSTOMER.
           IF NUMB = '999999' AND NAME(1:8) = 'TRAILER*'
              MOVE FILEA TO EDT-TRAILER
              MOVE 1 TO CFS-TRL-FLAG
              GO TO FIN-SAMPLEONE.
           ADD 1 TO CFS-DATA-RECS.
           IF AMOUNT-N NUMERIC
              ADD AMOUNT-N TO CFS-AMT-SUM
           END-IF.
           IF NUMB = '000000' AND NAME(1:8) = '*NUMCTL*'
              GO TO FIN-SAMPLEONE.

      * A BALANCE THAT CANNOT BE READ CANNOT BE CONFIRMED - LISTED,
      * NEVER DRAWN.
           IF AMOUNT-N NOT NUMERIC
              ADD 1 TO CFS-UNREADABLE
              MOVE SPACES TO CFS-DETAIL
              MOVE NUMB    TO CFS-DT-NUMB
              MOVE NAME    TO CFS-DT-NAME
              MOVE STATUSX TO CFS-DT-STATUS
              MOVE 'BALANCE UNREADABLE - NOT SAMPLED' TO CFS-DT-SENT
              WRITE CFMRPT-LINE FROM CFS-DETAIL
              GO TO FIN-SAMPLEONE.

           ADD 1 TO CFS-POPULATION.
           IF CFS-ABOVE-FLAG = 'Y' AND AMOUNT-N > CFS-ABOVE-AMT
              ADD 1 TO CFS-ABOVE-CNT
              MOVE 'A' TO CFW-RULE
              MOVE FILEA TO CFW-FILEA
              PERFORM WRITE-DRAW
           END-IF.
           MOVE 1 TO CFS-RX.
           PERFORM OFFER-RESERVOIR UNTIL CFS-RX > CFS-RSV-COUNT.
       FIN-SAMPLEONE. EXIT.
      *////////////////////
       OFFER-RESERVOIR SECTION.
      *////////////////////
           IF CFS-RSV-RULE(CFS-RX) = 'R'
              OR CFS-RSV-STATUS(CFS-RX) = STATUSX
              PERFORM FEED-RESERVOIR
           END-IF.
           ADD 1 TO CFS-RX.
       FIN-OFFERRSV. EXIT.
      *////////////////////
       FEED-RESERVOIR SECTION.
      *////////////////////
      * THE FIRST N OF THE POPULATION FILL THE SLOTS; AFTER THAT THE
      * K-TH MEMBER TAKES A RANDOM SLOT WITH CHANCE N IN K.
           ADD 1 TO CFS-RSV-SEEN(CFS-RX).
           IF CFS-RSV-SEEN(CFS-RX) NOT > CFS-RSV-WANT(CFS-RX)
              COMPUTE CFS-SX = CFS-RSV-BASE(CFS-RX)
                             + CFS-RSV-SEEN(CFS-RX)
              MOVE FILEA TO CFS-SLOT(CFS-SX)
              ADD 1 TO CFS-RSV-FILLED(CFS-RX)
              GO TO FIN-FEEDRSV.

           PERFORM NEXT-RANDOM.
           DIVIDE CFS-SEED BY CFS-RSV-SEEN(CFS-RX)
                  GIVING CFS-RAND-Q REMAINDER CFS-PICK.
           ADD 1 TO CFS-PICK.
           IF CFS-PICK NOT > CFS-RSV-WANT(CFS-RX)
              COMPUTE CFS-SX = CFS-RSV-BASE(CFS-RX) + CFS-PICK
              MOVE FILEA TO CFS-SLOT(CFS-SX)
           END-IF.
       FIN-FEEDRSV. EXIT.
      *////////////////////
       NEXT-RANDOM SECTION.
      *////////////////////
           COMPUTE CFS-RAND-WORK = CFS-SEED * 16807.
           DIVIDE CFS-RAND-WORK BY 2147483647
                  GIVING CFS-RAND-Q REMAINDER CFS-SEED.
       FIN-NEXTRAND. EXIT.
      *////////////////////
       WRITE-DRAW SECTION.
      *////////////////////
           MOVE CFW-FILEA(1:6) TO CFW-NUMB.
           WRITE CFW-REC.
           IF FS-CFMWK NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR WRITING CFMWK   STATUS='
                       FS-CFMWK ' NUMB=' CFW-NUMB
              MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO CFS-DRAWS.
       FIN-WRDRAW. EXIT.
      *////////////////////
       VERIFY-TRAILER SECTION.
      *////////////////////
      * THE SAME CHECK EDUJRECN MAKES. A SAMPLE DRAWN FROM A SHORT OR
      * DOUBLED EXTRACT IS NOT THE POPULATION THE AUDITORS ASKED FOR,
      * SO NOTHING IS SENT.
           IF NOT CFS-TRL-SEEN
              DISPLAY 'EDUFCFMS - NO TRAILER ON FILEAEXT - '
                      'NO LETTERS SENT'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
              GO TO FIN-VERTRL
           END-IF.
           IF EDT-TRL-COUNT NOT = CFS-DATA-RECS
              OR EDT-TRL-AMTSUM NOT = CFS-AMT-SUM
              DISPLAY 'EDUFCFMS - FILEAEXT TRAILER MISMATCH - '
                      'NO LETTERS SENT'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO CFS-REFUSED
           END-IF.
       FIN-VERTRL. EXIT.
      *////////////////////
       LETTER-PASS SECTION.
      *////////////////////
      * THE RESERVOIRS' DRAWS JOIN THE ABOVE-X ONES ON THE WORK FILE,
      * WHICH IS SORTED BY CUSTOMER; ONE LETTER PER CUSTOMER.
           MOVE 1 TO CFS-RX.
           PERFORM DUMP-RESERVOIR UNTIL CFS-RX > CFS-RSV-COUNT.
           CLOSE CFMWK.
           SORT CFMSWK ON ASCENDING KEY CFX-NUMB CFX-RULE
                WITH DUPLICATES IN ORDER
                USING CFMWK
                GIVING CFMSRT.

           MOVE CFS-AUDIT   TO CFS-HD-AUDIT.
           MOVE CFS-TODAY   TO CFS-HD-DATE.
           WRITE CFMRPT-LINE FROM CFS-HEADING1.
           MOVE EDT-TRL-CUTDATE TO CFS-HD-CUTDATE.
           MOVE EDT-TRL-CUTTIME TO CFS-HD-CUTTIME.
           MOVE CFS-SEED-SHOWN  TO CFS-HD-SEED.
           WRITE CFMRPT-LINE FROM CFS-HEADING2.
           MOVE SPACES TO CFMRPT-LINE.
           WRITE CFMRPT-LINE.
           WRITE CFMRPT-LINE FROM CFS-HEADING3.

           OPEN INPUT CFMSRT.
           IF FS-CFMSRT NOT = '00'
              DISPLAY 'EDUFCFMS - ERROR OPENING CFMSRT   STATUS='
                       FS-CFMSRT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LETTERPASS
           END-IF.
           PERFORM LETTER-ONE UNTIL CFS-SRT-DONE.
           CLOSE CFMSRT.
       FIN-LETTERPASS. EXIT.
      *////////////////////
       DUMP-RESERVOIR SECTION.
      *////////////////////
           MOVE 1 TO CFS-KX.
           PERFORM DUMP-SLOT UNTIL CFS-KX > CFS-RSV-FILLED(CFS-RX).
           ADD 1 TO CFS-RX.
       FIN-DUMPRSV. EXIT.
      *////////////////////
       DUMP-SLOT SECTION.
      *////////////////////
           COMPUTE CFS-SX = CFS-RSV-BASE(CFS-RX) + CFS-KX.
           MOVE CFS-RSV-RULE(CFS-RX) TO CFW-RULE.
           MOVE CFS-SLOT(CFS-SX)     TO CFW-FILEA.
           PERFORM WRITE-DRAW.
           ADD 1 TO CFS-KX.
       FIN-DUMPSLOT. EXIT.
      *////////////////////
       LETTER-ONE SECTION.
      *////////////////////
           READ CFMSRT INTO CFS-WORK
                AT END
                   MOVE 'Y' TO CFS-SRT-EOF
           END-READ.
           IF CFS-SRT-DONE
              GO TO FIN-LETTERONE.
           IF CFV-NUMB = CFS-PREV-NUMB
              ADD 1 TO CFS-DUPS
              GO TO FIN-LETTERONE.
           MOVE CFV-NUMB  TO CFS-PREV-NUMB.
           MOVE CFV-FILEA TO FILEA.

           MOVE SPACES TO CFS-DETAIL.
           MOVE NUMB     TO CFS-DT-NUMB.
           MOVE NAME     TO CFS-DT-NAME.
           MOVE STATUSX  TO CFS-DT-STATUS.
           MOVE AMOUNT-N TO CFS-DT-BAL.
           EVALUATE CFV-RULE
              WHEN 'A'  MOVE 'ABOVE  ' TO CFS-DT-RULE
              WHEN 'R'  MOVE 'RANDOM ' TO CFS-DT-RULE
              WHEN OTHER MOVE 'STRATUM' TO CFS-DT-RULE
           END-EVALUATE.

           PERFORM RECORD-CONFIRMATION.
           IF CFS-DT-SENT NOT = SPACES
              WRITE CFMRPT-LINE FROM CFS-DETAIL
              GO TO FIN-LETTERONE.

           PERFORM WRITE-LETTER.
           ADD 1 TO CFS-LETTERS.
           MOVE 'SENT' TO CFS-DT-SENT.
           WRITE CFMRPT-LINE FROM CFS-DETAIL.
       FIN-LETTERONE. EXIT.
      *////////////////////
       RECORD-CONFIRMATION SECTION.
      *////////////////////
      * THE CONFIRMATION AWAITING THE REPLY. ON A RE-RUN OF THE SAME
      * AUDIT ONE STILL AWAITING IS REFRESHED AND RE-SENT; ONE ALREADY
      * ANSWERED IS LEFT AS IT STANDS AND NO SECOND LETTER GOES OUT.
      * A CONFIRMATION THAT CANNOT BE RECORDED IS NOT SENT - A REPLY
      * WITH NOTHING TO RECORD IT AGAINST WOULD BE LOST.
           MOVE SPACES TO CFS-DT-SENT.
           MOVE SPACES          TO CFM-REC.
           MOVE CFS-AUDIT       TO CFM-AUDIT.
           MOVE NUMB            TO CFM-NUMB.
           PERFORM FILL-CONFIRMATION.
           WRITE CFM-REC.
           IF FS-CONFIRM = '00'
              GO TO FIN-RECCONF.
           IF FS-CONFIRM NOT = '22'
              GO TO RECCONF-BAD.

           READ CONFIRM.
           IF FS-CONFIRM NOT = '00'
              GO TO RECCONF-BAD.
           IF NOT CFM-AWAITING
              ADD 1 TO CFS-ANSWERED
              MOVE 'REPLY ALREADY RECORDED - NOT RESENT'
                   TO CFS-DT-SENT
              GO TO FIN-RECCONF.
           PERFORM FILL-CONFIRMATION.
           REWRITE CFM-REC.
           IF FS-CONFIRM NOT = '00'
              GO TO RECCONF-BAD.
           ADD 1 TO CFS-REFRESHED.
           GO TO FIN-RECCONF.
       RECCONF-BAD.
           DISPLAY 'EDUFCFMS - ERROR WRITING CONFIRM STATUS='
                   FS-CONFIRM ' NUMB=' NUMB.
           ADD 1 TO CFS-CFM-ERRS.
           MOVE 4 TO RETURN-CODE.
           MOVE 'CONFIRM FILE ERROR - NOT SENT' TO CFS-DT-SENT.
       FIN-RECCONF. EXIT.
      *////////////////////
       FILL-CONFIRMATION SECTION.
      *////////////////////
           MOVE CFV-RULE        TO CFM-RULE.
           MOVE STATUSX         TO CFM-STATUSX.
           MOVE AMOUNT-N        TO CFM-BALANCE.
           MOVE EDT-TRL-CUTDATE TO CFM-CUTDATE.
           MOVE EDT-TRL-CUTTIME TO CFM-CUTTIME.
           MOVE CFS-TODAY       TO CFM-SENT.
           MOVE SPACE           TO CFM-REPLY.
           MOVE ZEROS           TO CFM-CLAIMED.
           MOVE SPACES          TO CFM-REPLY-FECHA CFM-REPLY-OPID.
           MOVE NAME            TO CFM-NAME.
       FIN-FILLCONF. EXIT.
      *////////////////////
       WRITE-LETTER SECTION.
      *////////////////////
           MOVE CFS-TODAY TO CFS-LH-DATE.
           MOVE CFS-LTR-HEAD TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE NAME TO CFS-LA-TEXT.
           MOVE CFS-LTR-ADDR TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           IF ADDRX NOT = SPACES
              MOVE ADDRX TO CFS-LA-TEXT
              MOVE CFS-LTR-ADDR TO CFS-OUT-WORK
              PERFORM WRITE-LETTER-LINE
           END-IF.
           IF ADDR2X NOT = SPACES
              MOVE ADDR2X TO CFS-LA-TEXT
              MOVE CFS-LTR-ADDR TO CFS-OUT-WORK
              PERFORM WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE NUMB      TO CFS-LC-NUMB CFS-LC-NUMB2.
           MOVE CFS-AUDIT TO CFS-LC-AUDIT.
           MOVE CFS-LTR-CUST TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE EDT-TRL-CUTDATE      TO CFS-LB-DATE.
           MOVE EDT-TRL-CUTTIME(1:2) TO CFS-LB-HH.
           MOVE EDT-TRL-CUTTIME(3:2) TO CFS-LB-MI.
           MOVE AMOUNT-N             TO CFS-LB-AMT.
           MOVE CFS-LTR-BAL TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE 1 TO CFS-WRD-IDX.
           PERFORM WRITE-WORDING-LINE UNTIL CFS-WRD-IDX > 8.
      * A BLANK LINE BETWEEN LETTERS, THE WAY EDUFCCNF SEPARATES ITS
      * PAPER LETTERS.
           MOVE SPACES TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
       FIN-WRLETTER. EXIT.
      *////////////////////
       WRITE-WORDING-LINE SECTION.
      *////////////////////
           MOVE CFS-LTR-LINE(CFS-WRD-IDX) TO CFS-LT-TEXT.
           MOVE CFS-LTR-TEXT TO CFS-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO CFS-WRD-IDX.
       FIN-WRWORD. EXIT.
      *////////////////////
       WRITE-LETTER-LINE SECTION.
      *////////////////////
           MOVE CFS-OUT-WORK TO CFMLTR-LINE.
           WRITE CFMLTR-LINE.
       FIN-WRLTRLINE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
      * A REFUSED RUN STILL CLOSES WHAT IT OPENED; THE REPORT ONLY
      * CARRIES TOTALS WHEN THE DRAW WENT THROUGH.
           IF CFS-RUN-REFUSED
              CLOSE FILEAEXT CFMWK CONFIRM CFMLTR CFMRPT
              GO TO FIN-ENDJOB.

           MOVE SPACES TO CFMRPT-LINE.
           WRITE CFMRPT-LINE.
           IF CFS-ABOVE-FLAG = 'Y'
              MOVE CFS-ABOVE-AMT TO CFS-AL-AMT
              MOVE CFS-ABOVE-CNT TO CFS-AL-DRAWN
              WRITE CFMRPT-LINE FROM CFS-ABOVELINE
           END-IF.
           MOVE 1 TO CFS-RX.
           PERFORM PRINT-RULE UNTIL CFS-RX > CFS-RSV-COUNT.

           MOVE SPACES TO CFMRPT-LINE.
           WRITE CFMRPT-LINE.
           MOVE 'CUSTOMERS ON THE EXTRACT (POPULATION) : '
                TO CFS-CL-LABEL.
           MOVE CFS-POPULATION TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE 'BALANCE UNREADABLE - NOT SAMPLED      : '
                TO CFS-CL-LABEL.
           MOVE CFS-UNREADABLE TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE 'DRAWN BY MORE THAN ONE RULE           : '
                TO CFS-CL-LABEL.
           MOVE CFS-DUPS TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE 'LETTERS SENT                          : '
                TO CFS-CL-LABEL.
           MOVE CFS-LETTERS TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE '  OF WHICH RE-SENT ON A RE-RUN        : '
                TO CFS-CL-LABEL.
           MOVE CFS-REFRESHED TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE 'ALREADY ANSWERED - NOT RESENT         : '
                TO CFS-CL-LABEL.
           MOVE CFS-ANSWERED TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.
           MOVE 'CONFIRM FILE ERRORS - NOT SENT        : '
                TO CFS-CL-LABEL.
           MOVE CFS-CFM-ERRS TO CFS-CL-CNT.
           WRITE CFMRPT-LINE FROM CFS-CNTLINE.

           CLOSE FILEAEXT CONFIRM CFMLTR CFMRPT.
           DISPLAY 'EDUFCFMS - AUDIT              : ' CFS-AUDIT.
           DISPLAY 'EDUFCFMS - POPULATION         : ' CFS-POPULATION.
           DISPLAY 'EDUFCFMS - LETTERS SENT       : ' CFS-LETTERS.
           DISPLAY 'EDUFCFMS - SEED               : ' CFS-SEED-SHOWN.
       FIN-ENDJOB. EXIT.
      *////////////////////
       PRINT-RULE SECTION.
      *////////////////////
           IF CFS-RSV-RULE(CFS-RX) = 'R'
              MOVE 'RANDOM  ' TO CFS-RL-RULE
           ELSE
              MOVE 'STRATUM ' TO CFS-RL-RULE
           END-IF.
           MOVE CFS-RSV-STATUS(CFS-RX) TO CFS-RL-STATUS.
           MOVE CFS-RSV-WANT(CFS-RX)   TO CFS-RL-WANT.
           MOVE CFS-RSV-FILLED(CFS-RX) TO CFS-RL-DRAWN.
           MOVE CFS-RSV-SEEN(CFS-RX)   TO CFS-RL-POP.
           WRITE CFMRPT-LINE FROM CFS-RULELINE.
           ADD 1 TO CFS-RX.
       FIN-PRTRULE. EXIT.
