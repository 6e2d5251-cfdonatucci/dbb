      *-- AND THE OPERATOR ID, AND A CLOSING BALANCE LINE FROM THE
      *-- CURRENT AMOUNT. READS/BROWSES/LOOKUPS AND HELD REQUESTS ARE
      *-- ACCESS TRAFFIC, NOT ACCOUNT ACTIVITY, AND DO NOT PRINT.
      *-- A REVERSED POSTING PRINTS WITH ITS REVERSAL DIRECTLY BELOW
      *-- IT; THE REVERSAL'S OWN JOURNAL LINE IS THEN NOT REPEATED.
      *-- A REVERSAL DATED OUTSIDE THE CYCLE'S JOURNAL IS LEFT TO THE
      *-- STATEMENT OF ITS OWN PERIOD - THE ORIGINAL ONLY SAYS WHEN.
      *-- A TRANSFER LEG NAMES THE OTHER CUSTOMER OF THE TRANSFER.
      *-- A HOUSEHOLD WHOSE PRIMARY ASKED FOR IT (HSEHLD, SEE EDUHSHS)
      *-- GETS ONE CONSOLIDATED STATEMENT INSTEAD OF ONE PER ACCOUNT:
      *-- THE MEMBERS' SECTIONS ARE PARKED ON A WORK FILE DURING THE
      *-- WALK, SORTED BY HOUSEHOLD AT THE END, AND PRINTED UNDER THE
      *-- PRIMARY'S NAME AND ADDRESS WITH THE COMBINED BALANCE OF ALL
      *-- THE MEMBERS. LEAVING THE HSEHLD DD OUT IS THE OFF SWITCH.
      *-- A POSTING VALUE-DATED TO A LATER DAY PRINTS ON THAT DAY,
      *-- WITH A NOTE SAYING WHY IT WAS MOVED (AFTER THE CUTOFF, ON A
      *-- HOLIDAY, OR KEYED IN THE BATCH WINDOW).
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT DELREG    ASSIGN TO DELREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DELREG.
           SELECT OPTIONAL HSEHLD ASSIGN TO HSEHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HSH-NUMB
                  FILE STATUS  IS FS-HSEHLD.
           SELECT HHWK      ASSIGN TO HHWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-HHWK.
           SELECT HHSRTWK   ASSIGN TO HHSRTWK.
           SELECT HHSRT     ASSIGN TO HHSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-HHSRT.
       DATA DIVISION.
       FILE SECTION.
       FD  EDUJIN
           LABEL RECORDS ARE STANDARD.
           COPY EDUNOTS.
      *
      * THE HOUSEHOLD FILE EDUFMNT MAINTAINS - READ ONCE AT THE START
      * INTO THE HOUSEHOLD TABLES BELOW.
       FD  HSEHLD
           LABEL RECORDS ARE STANDARD.
           COPY EDUHSHS.
      *
      * A CONSOLIDATED HOUSEHOLD'S STATEMENT LINES, PARKED IN WALK
      * ORDER UNDER THE HOUSEHOLD ID AND A RUNNING SEQUENCE, THEN
      * SORTED SO EACH HOUSEHOLD'S MEMBERS COME OUT TOGETHER.
       FD  HHWK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 146 CHARACTERS.
       01  HHW-REC.
           05  HHW-HHID        PIC X(6).
           05  HHW-SEQ         PIC 9(7).
           05  HHW-LINE        PIC X(133).
       SD  HHSRTWK
           RECORD CONTAINS 146 CHARACTERS.
       01  HHS-REC.
           05  HHS-HHID        PIC X(6).
           05  HHS-SEQ         PIC 9(7).
           05  FILLER          PIC X(133).
       FD  HHSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 146 CHARACTERS.
       01  HHT-REC.
           05  HHT-HHID        PIC X(6).
           05  HHT-SEQ         PIC 9(7).
           05  HHT-LINE        PIC X(133).
      *
      *
           COPY RUNCTLF.
      *
      * IT PRINT.
       77  STM-PER-FROM       PIC X(8)   VALUE HIGH-VALUES.
       77  STM-PER-TO         PIC X(8)   VALUE LOW-VALUES.
      * THE CYCLE'S OWN PERIOD - THE EARLIEST AND LATEST BUSINESS DATE
      * ON THE WHOLE JOURNAL. A REVERSAL DATED OUTSIDE IT IS NOT ON
      * THIS RUN'S STATEMENTS AND IS NOT PRINTED UNDER ITS ORIGINAL.
       77  STM-RUN-FROM       PIC X(8)   VALUE HIGH-VALUES.
       77  STM-RUN-TO         PIC X(8)   VALUE LOW-VALUES.
       77  STM-REV-DATE       PIC X(8)   VALUE SPACES.
       77  STM-JRN-EOF        PIC X      VALUE 'N'.
           88  STM-JRN-DONE             VALUE 'Y'.
       77  STM-FLA-EOF        PIC X      VALUE 'N'.
       77  STM-HDR-DONE       PIC 9      VALUE 0.
           88  STM-HEADER-OUT           VALUE 1.
       77  STM-FUNC-DESC      PIC X(8)   VALUE SPACES.
      * THE POSTDTL RECORD MATCHED TO THE CURRENT 'T' LINE - ITS OWN
      * KEY, AMOUNT AND REVERSAL PAIRING (SEE EDUPDTS).
       77  STM-MAT-FLAG       PIC X      VALUE SPACE.
           88  STM-MAT-REVERSED         VALUE 'R'.
           88  STM-MAT-REVERSAL         VALUE 'V'.
           88  STM-MAT-XFER-LEG         VALUE 'X'.
       77  STM-MAT-KEY        PIC X(25)  VALUE SPACES.
       77  STM-MAT-REVKEY     PIC X(25)  VALUE SPACES.
       77  STM-MAT-AMT        PIC S9(6)V99 VALUE ZEROS.
       77  STM-MAT-VDFLAG     PIC X      VALUE SPACE.
       77  STM-SKIP-FLAG      PIC 9      VALUE 0.
           88  STM-SKIP-LINE            VALUE 1.
      * REVERSALS ALREADY PRINTED UNDER THEIR ORIGINAL IN THE CURRENT
      * STATEMENT. A FULL TABLE ONLY MEANS A LATER REVERSAL PRINTS A
      * SECOND TIME ON ITS OWN LINE - NOTHING IS LOST.
       77  STM-REV-MAX        PIC 9(3)   VALUE 50.
       77  STM-REV-COUNT      PIC 9(3)   VALUE 0.
       77  STM-REV-IDX        PIC 9(3)   VALUE 0.
       01  STM-REV-TABLE.
           05  STM-REV-DONE   PIC X(25) OCCURS 50 TIMES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  FS-DELREG          PIC XX     VALUE SPACES.
       77  FS-HSEHLD          PIC XX     VALUE SPACES.
       77  FS-HHWK            PIC XX     VALUE SPACES.
       77  FS-HHSRT           PIC XX     VALUE SPACES.
      *
      * HOUSEHOLDS. EVERY HSEHLD RECORD LANDS IN THE MEMBER TABLE IN
      * CUSTOMER ORDER; ONLY HOUSEHOLDS WHOSE PRIMARY ASKED FOR A
      * CONSOLIDATED STATEMENT GET A HOUSEHOLD ENTRY, AND A MEMBER'S
      * STM-HM-HH POINTS AT IT (ZERO = STATEMENT OF ITS OWN). THE
      * EXTRACT AND THE JOURNAL BOTH WALK IN CUSTOMER ORDER, SO EACH
      * KEEPS ITS OWN POINTER INTO THE MEMBER TABLE. A FULL TABLE
      * ONLY MEANS THE CUSTOMERS LEFT OUT GET THEIR OWN STATEMENTS.
       77  STM-HSH-EOF        PIC X      VALUE 'N'.
           88  STM-HSH-DONE             VALUE 'Y'.
       77  STM-HM-MAX         PIC 9(4)   VALUE 2000.
       77  STM-HM-COUNT       PIC 9(4)   VALUE 0.
       77  STM-HM-IDX         PIC 9(4)   VALUE 0.
       77  STM-HM-FPTR        PIC 9(4)   VALUE 1.
       77  STM-HM-JPTR        PIC 9(4)   VALUE 1.
       01  STM-HM-TABLE.
           05  STM-HM-ENTRY OCCURS 2000 TIMES.
               10  STM-HM-NUMB    PIC X(6).
               10  STM-HM-HHID    PIC X(6).
               10  STM-HM-ROLE    PIC X.
               10  STM-HM-STMT    PIC X.
               10  STM-HM-HH      PIC 9(3).
       77  STM-HH-MAX         PIC 9(3)   VALUE 500.
       77  STM-HH-COUNT       PIC 9(3)   VALUE 0.
       77  STM-HH-IDX         PIC 9(3)   VALUE 0.
       77  STM-CUR-HH         PIC 9(3)   VALUE 0.
       01  STM-HH-TABLE.
           05  STM-HH-ENTRY OCCURS 500 TIMES.
               10  STM-HH-ID      PIC X(6).
               10  STM-HH-PRIM    PIC X(6).
               10  STM-HH-FOUND   PIC X.
               10  STM-HH-NAME    PIC X(20).
               10  STM-HH-ADDR1   PIC X(20).
               10  STM-HH-ADDR2   PIC X(20).
               10  STM-HH-EMAIL   PIC X(30).
               10  STM-HH-BAL     PIC S9(8)V99 COMP-3.
       77  STM-HHW-SEQ        PIC 9(7)   VALUE ZEROS.
       77  STM-HHT-EOF        PIC X      VALUE 'N'.
           88  STM-HHT-DONE             VALUE 'Y'.
       77  STM-HH-OPEN        PIC X(6)   VALUE SPACES.
       77  STM-HH-STMTS       PIC 9(7)   VALUE ZEROS.
      *
      * DELIVERY SPLIT - DECIDED PER STATEMENT AT HEADER TIME: A
      * VALID EMAIL (NON-BLANK, CARRIES AN '@') GOES TO THE E-FEED,
       77  STM-DEST           PIC X      VALUE 'P'.
           88  STM-TO-EMAIL             VALUE 'E'.
           88  STM-TO-PAPER             VALUE 'P'.
      *-- 'H' = A CONSOLIDATED HOUSEHOLD MEMBER'S SECTION, PARKED ON
      *-- HHWK UNTIL THE HOUSEHOLD STATEMENTS PRINT AT THE END.
           88  STM-TO-HOUSE             VALUE 'H'.
       77  STM-EMAIL-CNT      PIC 9(7)   VALUE ZEROS.
       77  STM-PAPER-CNT      PIC 9(7)   VALUE ZEROS.
       77  STM-EREJ-CNT       PIC 9(7)   VALUE ZEROS.
           05  FILLER  PIC X(69) VALUE SPACES.
      *
       01  STM-SEPARATOR      PIC X(133) VALUE ALL '='.
       01  STM-MEMBER-SEP     PIC X(133) VALUE ALL '-'.
       01  STM-HH-HEADER1.
           05  FILLER         PIC X(11) VALUE 'HOUSEHOLD: '.
           05  STM-HHH-ID     PIC X(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(22) VALUE
               'CONSOLIDATED STATEMENT'.
           05  FILLER         PIC X(91) VALUE SPACES.
       01  STM-HH-HEADER2.
           05  FILLER         PIC X(11) VALUE 'PRIMARY  : '.
           05  STM-HHH-PRIM   PIC X(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  STM-HHH-NAME   PIC X(20).
           05  FILLER         PIC X(93) VALUE SPACES.
       01  STM-HH-NOPRIM.
           05  FILLER         PIC X(44) VALUE
               'PRIMARY NOT ON MASTER - NO ADDRESS ON FILE'.
           05  FILLER         PIC X(89) VALUE SPACES.
       01  STM-HH-BALANCE.
           05  FILLER         PIC X(29) VALUE
               'HOUSEHOLD COMBINED BALANCE : '.
           05  STM-HHB-AMT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(90) VALUE SPACES.
       01  STM-HEADER1.
           05  FILLER         PIC X(11) VALUE 'CUSTOMER : '.
           05  STM-HDR-NUMB   PIC X(6).
           05  STM-ACT-OPID   PIC X(3).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  STM-ACT-AMT    PIC ZZZZZ9.99- BLANK WHEN ZERO.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  STM-ACT-NOTE   PIC X(36).
           05  FILLER         PIC X(52) VALUE SPACES.
       01  STM-BALANCE.
           05  FILLER         PIC X(18) VALUE 'CLOSING BALANCE : '.
           05  STM-BAL-AMT    PIC ZZZ,ZZ9.99-.
                USING EDUJIN
                GIVING JRNSRT.

      * ONE PASS OVER THE SORTED JOURNAL FOR THE CYCLE'S PERIOD
      * BEFORE THE STATEMENT WALK PROPER.
           OPEN INPUT  JRNSRT.
           IF FS-JRNSRT = '00'
              PERFORM SCAN-PERIOD-ONE UNTIL STM-JRN-DONE
              CLOSE JRNSRT
           END-IF.
           MOVE 'N' TO STM-JRN-EOF.

           OPEN INPUT  JRNSRT.
           IF FS-JRNSRT NOT = '00'
              DISPLAY 'EDUFSTMT - ERROR OPENING JRNSRT  STATUS='
           END-IF.
           WRITE DELREG-LINE FROM STM-REG-HEADING.

           OPEN OUTPUT HHWK.
           IF FS-HHWK NOT = '00'
              DISPLAY 'EDUFSTMT - ERROR OPENING HHWK    STATUS='
                       FS-HHWK
              MOVE 'Y' TO STM-JRN-EOF STM-FLA-EOF
              GO TO FIN-INIT
           END-IF.

      * A MISSING OR UNOPENABLE POSTING DETAIL FILE ONLY COSTS THE
      * AMOUNT COLUMN - THE STATEMENTS THEMSELVES STILL PRINT.
           OPEN INPUT POSTDTL.
              PERFORM READ-CNOTE
           END-IF.

      * THE HOUSEHOLDS GO IN BEFORE THE FIRST EXTRACT READ, WHICH
      * ALREADY COLLECTS THEIR BALANCES.
           PERFORM LOAD-HOUSEHOLDS.

           PERFORM READ-JRNSRT.
           PERFORM READ-FILEA.
       FIN-INIT. EXIT.
       READ-POSTDTL SECTION.
      *////////////////////
      * ONLY JOURNAL-BACKED DETAILS TAKE PART IN THE MATCH - THE
      * BATCH POSTERS (EDUFACCR, EDUFPAYB, EDUFSORD, EDUFRETN) WRITE
      * POSTDTL RECORDS STAMPED TERMINAL 'BTCH' WITH NO EDUJ LINE, AND
      * ON A DAY A CUSTOMER HAS BOTH A BATCH AND AN ONLINE POSTING THE
      * EARLIER BATCH DETAIL WOULD OTHERWISE BE HANDED TO THE ONLINE
      * 'T' JOURNAL LINE AND THE STATEMENT WOULD PRINT THE WRONG
      * AMOUNT.
                   MOVE 'Y' TO STM-JRN-EOF
           END-READ.
       FIN-READJRN. EXIT.
      *////////////////////
       SCAN-PERIOD-ONE SECTION.
      *////////////////////
           PERFORM READ-JRNSRT.
           IF STM-JRN-DONE
              GO TO FIN-SCANPER.
           IF JS-JRN-FECHA < STM-RUN-FROM
              MOVE JS-JRN-FECHA TO STM-RUN-FROM.
           IF JS-JRN-FECHA > STM-RUN-TO
              MOVE JS-JRN-FECHA TO STM-RUN-TO.
       FIN-SCANPER. EXIT.
      *////////////////////
       READ-FILEA SECTION.
      *////////////////////
                      MOVE 'Y' TO STM-FLA-EOF
              END-READ
           END-IF.
           IF NOT STM-FLA-DONE AND STM-HH-COUNT > 0
              PERFORM HH-NOTE-MASTER
           END-IF.
       FIN-READFLA. EXIT.
      *////////////////////
       LOAD-HOUSEHOLDS SECTION.
      *////////////////////
      * A MISSING OR UNOPENABLE HSEHLD ONLY MEANS EVERY ACCOUNT GETS
      * ITS OWN STATEMENT, AS BEFORE HOUSEHOLDS EXISTED.
           OPEN INPUT HSEHLD.
           IF FS-HSEHLD NOT = '00' AND FS-HSEHLD NOT = '05'
              GO TO FIN-LOADHH.
           PERFORM LOAD-HSH-ONE UNTIL STM-HSH-DONE.
           CLOSE HSEHLD.
           PERFORM LOAD-HH-PRIMARY VARYING STM-HM-IDX FROM 1 BY 1
                UNTIL STM-HM-IDX > STM-HM-COUNT.
           PERFORM LOAD-HH-MEMBER VARYING STM-HM-IDX FROM 1 BY 1
                UNTIL STM-HM-IDX > STM-HM-COUNT.
       FIN-LOADHH. EXIT.
      *////////////////////
       LOAD-HSH-ONE SECTION.
      *////////////////////
           READ HSEHLD NEXT RECORD
                AT END
                   MOVE 'Y' TO STM-HSH-EOF
           END-READ.
           IF FS-HSEHLD NOT = '00' AND FS-HSEHLD NOT = '10'
              MOVE 'Y' TO STM-HSH-EOF
           END-IF.
           IF STM-HSH-DONE
              GO TO FIN-LOADHSH.
           IF STM-HM-COUNT NOT < STM-HM-MAX
              DISPLAY 'EDUFSTMT - HOUSEHOLD MEMBER TABLE FULL AT '
                      HSH-NUMB ' - LATER MEMBERS GET OWN STATEMENTS'
              MOVE 'Y' TO STM-HSH-EOF
              GO TO FIN-LOADHSH.
           ADD 1 TO STM-HM-COUNT.
           MOVE HSH-NUMB TO STM-HM-NUMB(STM-HM-COUNT).
           MOVE HSH-HHID TO STM-HM-HHID(STM-HM-COUNT).
           MOVE HSH-ROLE TO STM-HM-ROLE(STM-HM-COUNT).
           MOVE HSH-STMT TO STM-HM-STMT(STM-HM-COUNT).
           MOVE 0        TO STM-HM-HH(STM-HM-COUNT).
       FIN-LOADHSH. EXIT.
      *////////////////////
       LOAD-HH-PRIMARY SECTION.
      *////////////////////
      * ONE HOUSEHOLD ENTRY PER PRIMARY WHO ASKED FOR CONSOLIDATION.
           IF STM-HM-ROLE(STM-HM-IDX) NOT = 'P'
              OR STM-HM-STMT(STM-HM-IDX) NOT = 'C'
              GO TO FIN-LOADHHPRIM.
           IF STM-HH-COUNT NOT < STM-HH-MAX
              DISPLAY 'EDUFSTMT - HOUSEHOLD TABLE FULL AT '
                      STM-HM-HHID(STM-HM-IDX)
                      ' - NOT CONSOLIDATED'
              GO TO FIN-LOADHHPRIM.
           ADD 1 TO STM-HH-COUNT.
           MOVE STM-HM-HHID(STM-HM-IDX) TO STM-HH-ID(STM-HH-COUNT).
           MOVE STM-HM-NUMB(STM-HM-IDX) TO STM-HH-PRIM(STM-HH-COUNT).
           MOVE 'N'    TO STM-HH-FOUND(STM-HH-COUNT).
           MOVE SPACES TO STM-HH-NAME(STM-HH-COUNT)
                          STM-HH-ADDR1(STM-HH-COUNT)
                          STM-HH-ADDR2(STM-HH-COUNT)
                          STM-HH-EMAIL(STM-HH-COUNT).
           MOVE ZEROS  TO STM-HH-BAL(STM-HH-COUNT).
       FIN-LOADHHPRIM. EXIT.
      *////////////////////
       LOAD-HH-MEMBER SECTION.
      *////////////////////
           MOVE 1 TO STM-HH-IDX.
           PERFORM STEP-HH-IDX
              UNTIL STM-HH-IDX > STM-HH-COUNT
                 OR STM-HH-ID(STM-HH-IDX) = STM-HM-HHID(STM-HM-IDX).
           IF STM-HH-IDX NOT > STM-HH-COUNT
              MOVE STM-HH-IDX TO STM-HM-HH(STM-HM-IDX)
           END-IF.
       FIN-LOADHHMBR. EXIT.
      *////////////////////
       STEP-HH-IDX SECTION.
      *////////////////////
           ADD 1 TO STM-HH-IDX.
       FIN-STEPHH. EXIT.
      *////////////////////
       HH-NOTE-MASTER SECTION.
      *////////////////////
      * EVERY EXTRACT RECORD PASSES HERE ONCE, IN CUSTOMER ORDER: A
      * CONSOLIDATED MEMBER ADDS ITS BALANCE TO THE HOUSEHOLD, AND THE
      * PRIMARY LEAVES ITS NAME, ADDRESS AND EMAIL FOR THE HEADER.
           PERFORM STEP-HM-FPTR
              UNTIL STM-HM-FPTR > STM-HM-COUNT
                 OR STM-HM-NUMB(STM-HM-FPTR) NOT LESS NUMB.
           IF STM-HM-FPTR > STM-HM-COUNT
              GO TO FIN-HHNOTEMST.
           IF STM-HM-NUMB(STM-HM-FPTR) NOT = NUMB
              OR STM-HM-HH(STM-HM-FPTR) = 0
              GO TO FIN-HHNOTEMST.
           MOVE STM-HM-HH(STM-HM-FPTR) TO STM-HH-IDX.
           IF AMOUNT-N NUMERIC
              ADD AMOUNT-N TO STM-HH-BAL(STM-HH-IDX)
           END-IF.
           IF NUMB = STM-HH-PRIM(STM-HH-IDX)
              MOVE 'Y'    TO STM-HH-FOUND(STM-HH-IDX)
              MOVE NAME   TO STM-HH-NAME(STM-HH-IDX)
              MOVE ADDRX  TO STM-HH-ADDR1(STM-HH-IDX)
              MOVE ADDR2X TO STM-HH-ADDR2(STM-HH-IDX)
              MOVE EMAILX TO STM-HH-EMAIL(STM-HH-IDX)
           END-IF.
       FIN-HHNOTEMST. EXIT.
      *////////////////////
       STEP-HM-FPTR SECTION.
      *////////////////////
           ADD 1 TO STM-HM-FPTR.
       FIN-STEPFPTR. EXIT.
      *////////////////////
       HH-FIND-GROUP SECTION.
      *////////////////////
      * THE JOURNAL GROUP'S CUSTOMER IN THE MEMBER TABLE - ITS
      * CONSOLIDATED HOUSEHOLD, IF IT HAS ONE.
           PERFORM STEP-HM-JPTR
              UNTIL STM-HM-JPTR > STM-HM-COUNT
                 OR STM-HM-NUMB(STM-HM-JPTR) NOT LESS STM-CUR-NUMB.
           IF STM-HM-JPTR NOT > STM-HM-COUNT
              IF STM-HM-NUMB(STM-HM-JPTR) = STM-CUR-NUMB
                 MOVE STM-HM-HH(STM-HM-JPTR) TO STM-CUR-HH
              END-IF
           END-IF.
       FIN-HHFINDGRP. EXIT.
      *////////////////////
       STEP-HM-JPTR SECTION.
      *////////////////////
           ADD 1 TO STM-HM-JPTR.
       FIN-STEPJPTR. EXIT.
      *////////////////////
       PROCESS-GROUP SECTION.
      *////////////////////
           MOVE 0 TO STM-HDR-DONE.
           MOVE HIGH-VALUES TO STM-PER-FROM.
           MOVE LOW-VALUES  TO STM-PER-TO.
           MOVE 0 TO STM-REV-COUNT.
           MOVE 0 TO STM-CUR-HH.
           IF STM-HH-COUNT > 0
              PERFORM HH-FIND-GROUP
           END-IF.

           PERFORM ADVANCE-FILEA
              UNTIL STM-FLA-DONE OR NUMB NOT LESS STM-CUR-NUMB.
              MOVE STM-FUNC-DESC TO STM-ACT-FUNC
              MOVE JS-JRN-OPID  TO STM-ACT-OPID
              MOVE ZEROS TO STM-ACT-AMT
              MOVE SPACES TO STM-ACT-NOTE
              MOVE 0 TO STM-SKIP-FLAG
              IF JS-JRN-FUNC-X = 'T'
                 PERFORM MATCH-POSTDTL
                 PERFORM MARK-REVERSAL
                 PERFORM MARK-VALUE-DATE
              END-IF
              IF NOT STM-SKIP-LINE
                 MOVE STM-ACT-DETAIL TO STM-OUT-WORK
                 PERFORM WRITE-STMT-LINE
                 ADD 1 TO STM-LINES
                 IF STM-MAT-REVERSED AND STM-MAT-REVKEY NOT = SPACES
                    PERFORM WRITE-REVERSAL-PAIR
                 END-IF
              END-IF
           END-IF.

           PERFORM READ-JRNSRT.
      * THE JOURNAL TIME IS STAMPED AT THE COMMON EXIT, A MOMENT
      * AFTER THE DETAIL RECORD, SO THE TWO CLOCKS CAN DISAGREE BY A
      * SECOND AND AN EXACT-TIME MATCH WOULD DROP AMOUNTS AT RANDOM.
           MOVE SPACE  TO STM-MAT-FLAG STM-MAT-VDFLAG.
           MOVE SPACES TO STM-MAT-KEY STM-MAT-REVKEY.
           MOVE ZEROS  TO STM-MAT-AMT.
           PERFORM ADVANCE-POSTDTL
              UNTIL STM-PDT-DONE
                 OR PDT-NUMB > STM-CUR-NUMB
              AND PDT-NUMB = STM-CUR-NUMB
              AND PDT-FECHA = JS-JRN-FECHA
              MOVE PDT-AMOUNT TO STM-ACT-AMT
              MOVE PDT-AMOUNT   TO STM-MAT-AMT
              MOVE PDT-KEY      TO STM-MAT-KEY
              MOVE PDT-REV-FLAG TO STM-MAT-FLAG
              MOVE PDT-REV-KEY  TO STM-MAT-REVKEY
              MOVE PDT-VD-FLAG  TO STM-MAT-VDFLAG
              PERFORM READ-POSTDTL
           END-IF.
       FIN-MATCHPDT. EXIT.
      *////////////////////
       MARK-VALUE-DATE SECTION.
      *////////////////////
      * A POSTING DATED LATER THAN IT WAS KEYED SAYS WHY - UNLESS THE
      * LINE ALREADY CARRIES A REVERSAL OR TRANSFER NOTE.
           IF STM-ACT-NOTE NOT = SPACES
              GO TO FIN-MARKVD.
           IF STM-MAT-VDFLAG = 'C'
              MOVE 'VALUE DATED - KEYED AFTER CUTOFF' TO STM-ACT-NOTE.
           IF STM-MAT-VDFLAG = 'H'
              MOVE 'VALUE DATED - KEYED ON A HOLIDAY' TO STM-ACT-NOTE.
           IF STM-MAT-VDFLAG = 'W'
              MOVE 'VALUE DATED - KEYED IN BATCH WINDOW'
                TO STM-ACT-NOTE.
       FIN-MARKVD. EXIT.
      *////////////////////
       MARK-REVERSAL SECTION.
      *////////////////////
      * A REVERSED ORIGINAL SAYS SO ON ITS OWN LINE; ITS REVERSAL IS
      * PRINTED STRAIGHT AFTER IT BY WRITE-REVERSAL-PAIR. WHEN THE
      * REVERSAL'S OWN 'T' LINE COMES ROUND LATER IN THE GROUP IT IS
      * SKIPPED; A REVERSAL WHOSE ORIGINAL WAS NOT ON THIS STATEMENT
      * PRINTS ON ITS OWN, NAMING THE POSTING IT TAKES BACK. AN
      * ORIGINAL WHOSE REVERSAL FALLS OUTSIDE THE CYCLE JUST SAYS WHEN
      * IT WAS REVERSED - THE REVERSAL PRINTS IN ITS OWN PERIOD.
           IF STM-MAT-REVERSED
              MOVE STM-MAT-REVKEY(7:8) TO STM-REV-DATE
              IF STM-MAT-REVKEY NOT = SPACES
                 AND (STM-REV-DATE < STM-RUN-FROM
                      OR STM-REV-DATE > STM-RUN-TO)
                 STRING 'REVERSED ON '      DELIMITED BY SIZE
                        STM-REV-DATE        DELIMITED BY SIZE
                        ' - NOT IN PERIOD'  DELIMITED BY SIZE
                        INTO STM-ACT-NOTE
              ELSE
                 MOVE 'REVERSED - SEE NEXT LINE' TO STM-ACT-NOTE
              END-IF
              GO TO FIN-MARKREV.
           IF STM-MAT-XFER-LEG
              MOVE 'TRANSFER' TO STM-ACT-FUNC
              IF STM-MAT-AMT < 0
                 STRING 'TO CUSTOMER '      DELIMITED BY SIZE
                        STM-MAT-REVKEY(1:6) DELIMITED BY SIZE
                        INTO STM-ACT-NOTE
              ELSE
                 STRING 'FROM CUSTOMER '    DELIMITED BY SIZE
                        STM-MAT-REVKEY(1:6) DELIMITED BY SIZE
                        INTO STM-ACT-NOTE
              END-IF
              GO TO FIN-MARKREV.
           IF NOT STM-MAT-REVERSAL
              GO TO FIN-MARKREV.

           MOVE 'REVERSAL' TO STM-ACT-FUNC.
           MOVE 1 TO STM-REV-IDX.
           PERFORM CHK-REV-ONE UNTIL STM-REV-IDX > STM-REV-COUNT
                                  OR STM-SKIP-LINE.
           IF STM-SKIP-LINE
              GO TO FIN-MARKREV.
           STRING 'REVERSES POSTING OF ' DELIMITED BY SIZE
                  STM-MAT-REVKEY(7:8)    DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  STM-MAT-REVKEY(15:6)   DELIMITED BY SIZE
                  INTO STM-ACT-NOTE.
       FIN-MARKREV. EXIT.
      *////////////////////
       CHK-REV-ONE SECTION.
      *////////////////////
           IF STM-REV-DONE(STM-REV-IDX) = STM-MAT-KEY
              MOVE 1 TO STM-SKIP-FLAG
           END-IF.
           ADD 1 TO STM-REV-IDX.
       FIN-CHKREVONE. EXIT.
      *////////////////////
       WRITE-REVERSAL-PAIR SECTION.
      *////////////////////
      * THE COMPANION LINE IS BUILT FROM THE ORIGINAL'S PAIRING KEY -
      * THE REVERSAL'S DATE AND TIME - AND THE EXACT OPPOSITE AMOUNT,
      * WHICH IS WHAT THE REVERSAL POSTED. ONLY A REVERSAL DATED
      * INSIDE THE CYCLE'S PERIOD BELONGS ON THIS STATEMENT.
           MOVE STM-MAT-REVKEY(7:8) TO STM-REV-DATE.
           IF STM-REV-DATE < STM-RUN-FROM
              OR STM-REV-DATE > STM-RUN-TO
              GO TO FIN-WRREVPAIR.
           MOVE STM-MAT-REVKEY(7:8)  TO STM-ACT-FECHA.
           MOVE STM-MAT-REVKEY(15:8) TO STM-ACT-HORA.
           MOVE 'REVERSAL' TO STM-ACT-FUNC.
           MOVE SPACES TO STM-ACT-OPID.
           COMPUTE STM-ACT-AMT = 0 - STM-MAT-AMT.
           MOVE 'REVERSES POSTING ABOVE' TO STM-ACT-NOTE.
           MOVE STM-ACT-DETAIL TO STM-OUT-WORK.
           PERFORM WRITE-STMT-LINE.
           ADD 1 TO STM-LINES.
           IF STM-REV-COUNT < STM-REV-MAX
              ADD 1 TO STM-REV-COUNT
              MOVE STM-MAT-REVKEY TO STM-REV-DONE(STM-REV-COUNT)
           END-IF.
       FIN-WRREVPAIR. EXIT.
      *////////////////////
       ADVANCE-POSTDTL SECTION.
      *////////////////////
       WRITE-HEADER SECTION.
      *////////////////////
           PERFORM SET-DELIVERY.
      * A HOUSEHOLD MEMBER'S SECTION IS RULED OFF LIGHTER - THE
      * HOUSEHOLD STATEMENT AROUND IT GETS THE FULL SEPARATOR.
           IF STM-TO-HOUSE
              MOVE STM-MEMBER-SEP TO STM-OUT-WORK
           ELSE
              MOVE STM-SEPARATOR TO STM-OUT-WORK
           END-IF.
           PERFORM WRITE-STMT-LINE.
           IF STM-MASTER-FOUND
              MOVE NUMB  TO STM-HDR-NUMB
              MOVE NAME  TO STM-HDR-NAME
           MOVE STM-ACT-HEADING TO STM-OUT-WORK
              PERFORM WRITE-STMT-LINE.
           MOVE 1 TO STM-HDR-DONE.
           IF NOT STM-TO-HOUSE
              ADD 1 TO STM-STMTS
           END-IF.
       FIN-WRHDR. EXIT.
      *////////////////////
       PRINT-NOTES SECTION.
      * IS SIMPLY A PAPER CUSTOMER. NOT-ON-MASTER STATEMENTS ARE
      * PAPER - THERE IS NO ADDRESS TO SEND TO.
           SET STM-TO-PAPER TO TRUE.
      * A CONSOLIDATED HOUSEHOLD'S MEMBER IS DELIVERED WITH ITS
      * HOUSEHOLD, TO THE PRIMARY - DECIDED WHEN THAT PRINTS.
           IF STM-CUR-HH > 0
              SET STM-TO-HOUSE TO TRUE
              GO TO FIN-SETDELIV.
           IF NOT STM-MASTER-FOUND
              ADD 1 TO STM-PAPER-CNT
              GO TO FIN-SETDELIV.
      *////////////////////
      * EVERY STATEMENT LINE COMES THROUGH HERE WITH ITS TEXT IN
      * STM-OUT-WORK - PAPER CUSTOMERS KEEP THE HISTORIC PRINT FILE,
      * E-MAIL CUSTOMERS GO TO THE FEED AS BODY RECORDS, AND A
      * CONSOLIDATED HOUSEHOLD MEMBER'S LINES WAIT ON HHWK.
           IF STM-TO-HOUSE
              MOVE STM-HH-ID(STM-CUR-HH) TO HHW-HHID
              ADD 1 TO STM-HHW-SEQ
              MOVE STM-HHW-SEQ  TO HHW-SEQ
              MOVE STM-OUT-WORK TO HHW-LINE
              WRITE HHW-REC
              GO TO FIN-WRSTMT.
           IF STM-TO-EMAIL
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELTXT ' TO EDEL-TYPE
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF STM-HH-COUNT > 0
              PERFORM PRINT-HOUSEHOLDS
           ELSE
              CLOSE HHWK
           END-IF.
           MOVE STM-EMAIL-CNT TO STM-REG-EMAIL.
           MOVE STM-PAPER-CNT TO STM-REG-PAPER.
           MOVE STM-EREJ-CNT  TO STM-REG-REJ.
           DISPLAY 'EDUFSTMT - STATEMENTS      : ' STM-STMTS.
           DISPLAY 'EDUFSTMT - ACTIVITY LINES  : ' STM-LINES.
           DISPLAY 'EDUFSTMT - NOTES PRINTED   : ' STM-NOTES.
           DISPLAY 'EDUFSTMT - HOUSEHOLD STMTS : ' STM-HH-STMTS.
           DISPLAY 'EDUFSTMT - E-MAIL/PAPER    : ' STM-EMAIL-CNT
                   ' / ' STM-PAPER-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
       PRINT-HOUSEHOLDS SECTION.
      *////////////////////
      * THE REST OF THE EXTRACT IS READ FIRST SO EVERY MEMBER'S
      * BALANCE AND EVERY PRIMARY'S ADDRESS IS IN, THEN THE PARKED
      * SECTIONS PRINT ONE HOUSEHOLD AT A TIME. A HOUSEHOLD WITH NO
      * ACTIVITY ON ANY MEMBER PRINTS NOTHING, LIKE A CUSTOMER.
           PERFORM ADVANCE-FILEA UNTIL STM-FLA-DONE.
           CLOSE HHWK.
           SORT HHSRTWK ON ASCENDING KEY HHS-HHID HHS-SEQ
                USING HHWK
                GIVING HHSRT.
           OPEN INPUT HHSRT.
           IF FS-HHSRT NOT = '00'
              DISPLAY 'EDUFSTMT - ERROR OPENING HHSRT   STATUS='
                       FS-HHSRT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PRHH.
           MOVE SPACES TO STM-HH-OPEN.
           PERFORM PRINT-HH-LINE UNTIL STM-HHT-DONE.
           IF STM-HH-OPEN NOT = SPACES
              PERFORM CLOSE-HH-STMT
           END-IF.
           CLOSE HHSRT.
       FIN-PRHH. EXIT.
      *////////////////////
       PRINT-HH-LINE SECTION.
      *////////////////////
           READ HHSRT
                AT END
                   MOVE 'Y' TO STM-HHT-EOF
           END-READ.
           IF STM-HHT-DONE
              GO TO FIN-PRHHLINE.
           IF HHT-HHID NOT = STM-HH-OPEN
              IF STM-HH-OPEN NOT = SPACES
                 PERFORM CLOSE-HH-STMT
              END-IF
              PERFORM OPEN-HH-STMT
           END-IF.
           MOVE HHT-LINE TO STM-OUT-WORK.
           PERFORM WRITE-STMT-LINE.
       FIN-PRHHLINE. EXIT.
      *////////////////////
       OPEN-HH-STMT SECTION.
      *////////////////////
           MOVE HHT-HHID TO STM-HH-OPEN.
           MOVE 1 TO STM-HH-IDX.
           PERFORM STEP-HH-IDX
              UNTIL STM-HH-IDX > STM-HH-COUNT
                 OR STM-HH-ID(STM-HH-IDX) = HHT-HHID.
           MOVE STM-HH-IDX TO STM-CUR-HH.
           PERFORM SET-HH-DELIVERY.

           MOVE STM-SEPARATOR TO STM-OUT-WORK.
           PERFORM WRITE-STMT-LINE.
           MOVE HHT-HHID TO STM-HHH-ID.
           MOVE STM-HH-HEADER1 TO STM-OUT-WORK.
           PERFORM WRITE-STMT-LINE.
           IF STM-HH-FOUND(STM-CUR-HH) = 'Y'
              MOVE STM-HH-PRIM(STM-CUR-HH)  TO STM-HHH-PRIM
              MOVE STM-HH-NAME(STM-CUR-HH)  TO STM-HHH-NAME
              MOVE STM-HH-HEADER2 TO STM-OUT-WORK
              PERFORM WRITE-STMT-LINE
              MOVE STM-HH-ADDR1(STM-CUR-HH) TO STM-HDR-ADDR1
              MOVE STM-HH-ADDR2(STM-CUR-HH) TO STM-HDR-ADDR2
              MOVE STM-HEADER2 TO STM-OUT-WORK
              PERFORM WRITE-STMT-LINE
           ELSE
              MOVE STM-HH-PRIM(STM-CUR-HH)  TO STM-HHH-PRIM
              MOVE SPACES TO STM-HHH-NAME
              MOVE STM-HH-HEADER2 TO STM-OUT-WORK
              PERFORM WRITE-STMT-LINE
              MOVE STM-HH-NOPRIM TO STM-OUT-WORK
              PERFORM WRITE-STMT-LINE
           END-IF.
           ADD 1 TO STM-STMTS STM-HH-STMTS.
       FIN-OPENHH. EXIT.
      *////////////////////
       SET-HH-DELIVERY SECTION.
      *////////////////////
      * THE SAME CHANNEL RULE AS SET-DELIVERY, ON THE PRIMARY'S
      * EMAIL; THE FEED HEADER AND CLOSER CARRY THE PRIMARY'S NUMBER.
           SET STM-TO-PAPER TO TRUE.
           IF STM-HH-FOUND(STM-CUR-HH) NOT = 'Y'
              OR STM-HH-EMAIL(STM-CUR-HH) = SPACES
              ADD 1 TO STM-PAPER-CNT
              GO TO FIN-SETHHDEL.

           MOVE 0 TO STM-AT-TALLY.
           INSPECT STM-HH-EMAIL(STM-CUR-HH)
                   TALLYING STM-AT-TALLY FOR ALL '@'.
           IF STM-AT-TALLY = 0
              ADD 1 TO STM-PAPER-CNT
              ADD 1 TO STM-EREJ-CNT
              MOVE STM-HH-PRIM(STM-CUR-HH)  TO STM-REJ-NUMB
              MOVE STM-HH-EMAIL(STM-CUR-HH) TO STM-REJ-EMAIL
              MOVE 'MALFORMED ADDRESS - SENT TO PAPER'
                   TO STM-REJ-TEXT
              WRITE DELREG-LINE FROM STM-REG-REJECT
              GO TO FIN-SETHHDEL.

           SET STM-TO-EMAIL TO TRUE.
           ADD 1 TO STM-EMAIL-CNT.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELHDR ' TO EDEL-TYPE.
           MOVE STM-HH-EMAIL(STM-CUR-HH) TO EDEL-HDR-EMAIL.
           MOVE STM-HH-PRIM(STM-CUR-HH)  TO EDEL-HDR-NUMB.
           WRITE EDEL-REC.
       FIN-SETHHDEL. EXIT.
      *////////////////////
       CLOSE-HH-STMT SECTION.
      *////////////////////
           MOVE STM-HH-BAL(STM-CUR-HH) TO STM-HHB-AMT.
           MOVE STM-HH-BALANCE TO STM-OUT-WORK.
           PERFORM WRITE-STMT-LINE.
           IF STM-TO-EMAIL
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELEND ' TO EDEL-TYPE
              MOVE STM-HH-PRIM(STM-CUR-HH) TO EDEL-DATA(1:6)
              WRITE EDEL-REC
           END-IF.
       FIN-CLOSEHH. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
