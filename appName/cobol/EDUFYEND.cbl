      *----------------------------------------------------------------*
      *-- BATCH YEAR-END INTEREST AND CHARGES SUMMARY. RUN ONCE EARLY
      *-- IN JANUARY FOR THE YEAR JUST CLOSED (OR THE YEAR ON THE
      *-- YENDCTL CARD, COLS 1-4, FOR A RE-RUN). FOR EVERY CUSTOMER
      *-- IT TOTALS THE YEAR FROM THE TWO FILES THAT ALREADY HOLD IT:
      *--   OPENING BALANCE - THE PRIOR DECEMBER'S BALSNAP SNAPSHOT
      *--                     (NONE = A NEW CUSTOMER, OPENED AT ZERO).
      *--   CLOSING BALANCE - THIS DECEMBER'S BALSNAP SNAPSHOT.
      *--   MOVEMENTS       - THE YEAR'S POSTDTL DETAIL RECORDS:
      *--                     EDUFACCR'S POSTINGS (OPID 'ACC', TERM
      *--                     'BTCH') ARE INTEREST WHEN POSITIVE AND
      *--                     SERVICE CHARGES WHEN NEGATIVE, EDUFPAYB'S
      *--                     CREDITS ('PAY') ARE PAYMENTS RECEIVED,
      *--                     EDUFRETN'S ('RET') PAYMENTS RETURNED, AND
      *--                     EVERYTHING ELSE - ONLINE POSTINGS,
      *--                     TRANSFERS, STANDING ORDERS, REVERSALS -
      *--                     IS OTHER POSTINGS AND ADJUSTMENTS.
      *-- BOTH FILES ARE KEYED CUSTOMER FIRST, SO ONE MATCHED WALK OF
      *-- THE TWO GIVES EACH CUSTOMER'S YEAR. THE ANNUAL SUMMARY GOES
      *-- OUT THE WAY EDUFSTMT SENDS A STATEMENT - A FILEA RECORD WITH
      *-- AN EMAILX CARRYING AN '@' GOES TO THE E-DELIVERY FEED
      *-- (EDELHDR / EDELTXT / EDELEND), EVERYONE ELSE TO THE YENDOUT
      *-- PRINT FILE FOR THE MAIL ROOM. A CUSTOMER NO LONGER ON FILEA
      *-- HAS NOWHERE TO BE SENT, AND ONE WITH NO DECEMBER SNAPSHOT
      *-- HAS NO CLOSING BALANCE TO QUOTE: BOTH ARE HELD AND LISTED.
      *-- OPENING PLUS MOVEMENTS SHOULD MAKE THE CLOSING BALANCE; A
      *-- CUSTOMER WHO DOES NOT PROVE IS STILL SENT THE SUMMARY AND
      *-- LISTED WITH THE DIFFERENCE. THE YENDRPT CONTROL REPORT
      *-- CLOSES WITH THE ACCRUAL TIE-OUT - THE INTEREST AND CHARGE
      *-- POSTINGS COUNTED AND TOTALLED BY THE MONTH THEY WERE MADE,
      *-- ONE LINE PER MONTHLY EDUFACCR RUN, WHICH MUST AGREE WITH
      *-- THAT RUN'S ACCRRPT TOTALS - AND THE GRAND TOTALS OVER ALL
      *-- CUSTOMERS. NOT PART OF THE NIGHTLY RUNCTL CHAIN.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFYEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YENDCTL ASSIGN TO YENDCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-YENDCTL.
           SELECT BALSNAP   ASSIGN TO BALSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SNP-KEY
                  FILE STATUS  IS FS-BALSNAP.
           SELECT OPTIONAL POSTDTL ASSIGN TO POSTDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PDT-KEY
                  FILE STATUS  IS FS-POSTDTL.
           SELECT FILEAVS   ASSIGN TO FILEA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NUMB
                  FILE STATUS  IS FS-FILEA.
           SELECT YENDOUT   ASSIGN TO YENDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-YENDOUT.
           SELECT EDELFEED  ASSIGN TO EDELFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDELFEED.
           SELECT YENDRPT   ASSIGN TO YENDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-YENDRPT.
       DATA DIVISION.
       FILE SECTION.
      *
      * OPTIONAL CARD - THE YEAR TO SUMMARIZE. NO CARD, OR A BLANK
      * ONE, MEANS LAST YEAR.
       FD  YENDCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  YENDCTL-REC.
           05  CTL-YEAR       PIC 9(4).
           05  FILLER         PIC X(76).
       01  YENDCTL-REC-X REDEFINES YENDCTL-REC.
           05  CTL-YEAR-X     PIC X(4).
           05  FILLER         PIC X(76).
      *
       FD  BALSNAP
           LABEL RECORDS ARE STANDARD.
           COPY EDUSNPS.
      *
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
      *
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
      *
      * PAPER SUMMARIES - PRINT FILE FOR THE MAIL ROOM.
       FD  YENDOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  YENDOUT-LINE        PIC X(133).
      *
      * THE E-DELIVERY FEED FOR THE GATEWAY, SAME RECORD SHAPE AS
      * EDUFSTMT'S - ONE EDELHDR PER SUMMARY (ADDRESS AND CUSTOMER),
      * THE BODY AS EDELTXT, AND AN EDELEND CLOSER.
       FD  EDELFEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 141 CHARACTERS.
       01  EDEL-REC.
           05  EDEL-TYPE      PIC X(8).
           05  EDEL-DATA      PIC X(133).
       01  EDEL-HDR-R REDEFINES EDEL-REC.
           05  FILLER         PIC X(8).
           05  EDEL-HDR-EMAIL PIC X(30).
           05  EDEL-HDR-NUMB  PIC X(6).
           05  FILLER         PIC X(97).
      *
       FD  YENDRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  YENDRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-YENDCTL         PIC XX     VALUE SPACES.
       77  FS-BALSNAP         PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-YENDOUT         PIC XX     VALUE SPACES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  FS-YENDRPT         PIC XX     VALUE SPACES.
       77  YND-EOF            PIC X      VALUE 'N'.
           88  YND-WALK-DONE            VALUE 'Y'.
      * A REFUSED CARD OR A FAILED OPEN LEAVES NOTHING TO TOTAL AND
      * NOWHERE TO REPORT IT.
       77  YND-OPEN-BAD       PIC 9      VALUE 0.
           88  YND-OPEN-FAILED          VALUE 1.
      *
      * THE YEAR AND THE TWO SNAPSHOT PERIODS THAT BRACKET IT.
       01  YND-TODAY          PIC X(8)   VALUE SPACES.
       01  YND-TODAY-R REDEFINES YND-TODAY.
           05  YND-TD-YYYY    PIC 9(4).
           05  FILLER         PIC X(4).
       77  YND-YEAR           PIC 9(4)   VALUE ZEROS.
       01  YND-OPEN-PER       PIC X(6)   VALUE SPACES.
       01  YND-OPEN-PER-R REDEFINES YND-OPEN-PER.
           05  YND-OP-YYYY    PIC 9(4).
           05  YND-OP-MM      PIC 9(2).
       01  YND-CLOSE-PER      PIC X(6)   VALUE SPACES.
       01  YND-CLOSE-PER-R REDEFINES YND-CLOSE-PER.
           05  YND-CP-YYYY    PIC 9(4).
           05  YND-CP-MM      PIC 9(2).
      *
      * THE MATCHED WALK - EACH FILE'S NEXT CUSTOMER, HIGH-VALUES
      * ONCE IT IS USED UP.
       77  YND-SNP-NUMB       PIC X(6)   VALUE SPACES.
       77  YND-PDT-NUMB       PIC X(6)   VALUE SPACES.
       77  YND-CUR-NUMB       PIC X(6)   VALUE SPACES.
       01  YND-PDT-MONTH      PIC X(2)   VALUE SPACES.
       01  YND-PDT-MONTH-R REDEFINES YND-PDT-MONTH.
           05  YND-PDT-MM     PIC 9(2).
      *
      * THE CUSTOMER IN HAND.
       77  YND-HAVE-OPEN      PIC 9      VALUE 0.
       77  YND-HAVE-CLOSE     PIC 9      VALUE 0.
       77  YND-MOVES          PIC 9(5)   VALUE ZEROS.
       77  YND-C-OPEN         PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-CLOSE        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-INT          PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-CHG          PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-PAY          PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-RET          PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-OTHER        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-C-DIFF         PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  YND-AT-TALLY       PIC 9(3)   VALUE 0.
       77  YND-ROUTE          PIC X      VALUE 'P'.
           88  YND-TO-EMAIL             VALUE 'E'.
           88  YND-TO-PAPER             VALUE 'P'.
       77  YND-OUT-WORK       PIC X(133) VALUE SPACES.
      *
      * RUN COUNTS.
       77  YND-CUSTOMERS      PIC 9(7)   VALUE ZEROS.
       77  YND-PAPER-CNT      PIC 9(7)   VALUE ZEROS.
       77  YND-EMAIL-CNT      PIC 9(7)   VALUE ZEROS.
       77  YND-EREJ-CNT       PIC 9(7)   VALUE ZEROS.
       77  YND-NOFILE-CNT     PIC 9(7)   VALUE ZEROS.
       77  YND-NOSNAP-CNT     PIC 9(7)   VALUE ZEROS.
       77  YND-NOPROOF-CNT    PIC 9(7)   VALUE ZEROS.
       77  YND-QUIET-CNT      PIC 9(7)   VALUE ZEROS.
       77  YND-PDT-READ       PIC 9(9)   VALUE ZEROS.
       77  YND-PDT-BAD        PIC 9(7)   VALUE ZEROS.
      *
      * GRAND TOTALS OVER EVERY CUSTOMER, SENT OR NOT.
       77  YND-G-OPEN         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-CLOSE        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-INT          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-CHG          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-PAY          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-RET          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-G-OTHER        PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *
      * THE ACCRUAL TIE-OUT - ONE BUCKET PER CALENDAR MONTH, FILLED
      * FROM THE DATE EDUFACCR STAMPED ON EACH POSTING, SO EACH
      * BUCKET IS EXACTLY ONE MONTHLY RUN'S ACCRRPT TOTALS.
       01  YND-MONTHS.
           05  YND-MON        OCCURS 12 TIMES.
               10  YND-M-INT-CNT  PIC 9(7)      COMP-3.
               10  YND-M-INT-SUM  PIC S9(9)V99  COMP-3.
               10  YND-M-CHG-CNT  PIC 9(7)      COMP-3.
               10  YND-M-CHG-SUM  PIC S9(9)V99  COMP-3.
       77  YND-MX             PIC 9(2)   VALUE 0.
       77  YND-T-INT-CNT      PIC 9(7)   VALUE ZEROS.
       77  YND-T-CHG-CNT      PIC 9(7)   VALUE ZEROS.
       77  YND-T-INT-SUM      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  YND-T-CHG-SUM      PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *
      * THE ANNUAL SUMMARY.
       01  YND-SUM-HEAD.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(36)  VALUE
               'ANNUAL SUMMARY OF YOUR ACCOUNT FOR '.
           05  YND-SH-YEAR    PIC 9(4).
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(6)   VALUE 'DATE: '.
           05  YND-SH-DATE    PIC X(8).
           05  FILLER         PIC X(59)  VALUE SPACES.
       01  YND-SUM-ADDR.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  YND-SA-TEXT    PIC X(20).
           05  FILLER         PIC X(103) VALUE SPACES.
       01  YND-SUM-CUST.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(17)  VALUE 'CUSTOMER NUMBER: '.
           05  YND-SC-NUMB    PIC X(6).
           05  FILLER         PIC X(100) VALUE SPACES.
       01  YND-SUM-LINE.
           05  FILLER         PIC X(12)  VALUE SPACES.
           05  YND-SL-LABEL   PIC X(32).
           05  YND-SL-AMT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(76)  VALUE SPACES.
       01  YND-SUM-TEXT.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  YND-ST-TEXT    PIC X(60).
           05  FILLER         PIC X(63)  VALUE SPACES.
       01  YND-SUM-WORDING.
           05  FILLER  PIC X(60) VALUE
               'INTEREST AND CHARGES SHOW AS CREDITED AND DEBITED;'.
           05  FILLER  PIC X(60) VALUE
               'ANY LATER CORRECTION IS INCLUDED IN OTHER POSTINGS.'.
           05  FILLER  PIC X(60) VALUE
               'PLEASE KEEP THIS SUMMARY WITH YOUR TAX RECORDS.'.
       01  YND-SUM-WORDING-R REDEFINES YND-SUM-WORDING.
           05  YND-SUM-WLINE  PIC X(60) OCCURS 3 TIMES.
       77  YND-WRD-IDX        PIC 9      VALUE 0.
      *
      * THE CONTROL REPORT.
       01  YND-HEADING1.
           05  FILLER  PIC X(53) VALUE
               'EDUFYEND - YEAR-END INTEREST AND CHARGES SUMMARY FOR '.
           05  YND-HD-YEAR    PIC 9(4).
           05  FILLER  PIC X(10) VALUE '   PERIODS'.
           05  FILLER  PIC X     VALUE SPACE.
           05  YND-HD-OPEN    PIC X(6).
           05  FILLER  PIC X(4)  VALUE ' -> '.
           05  YND-HD-CLOSE   PIC X(6).
           05  FILLER  PIC X(49) VALUE SPACES.
       01  YND-HEADING2.
           05  FILLER  PIC X(50) VALUE
               'EXCEPTIONS'.
           05  FILLER  PIC X(83) VALUE SPACES.
       01  YND-HEADING3.
           05  FILLER  PIC X(50) VALUE
               'NUMBER  EXCEPTION                                 '.
           05  FILLER  PIC X(20) VALUE
               '        DIFFERENCE'.
           05  FILLER  PIC X(63) VALUE SPACES.
       01  YND-EXCLINE.
           05  YND-EX-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  YND-EX-TEXT    PIC X(44).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  YND-EX-AMT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(66) VALUE SPACES.
       01  YND-EXC-EMAIL.
           05  YND-EE-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(34) VALUE
               'MALFORMED EMAIL - SENT TO PAPER : '.
           05  YND-EE-EMAIL   PIC X(30).
           05  FILLER         PIC X(61) VALUE SPACES.
       01  YND-TIEHEAD1.
           05  FILLER  PIC X(50) VALUE
               'ACCRUAL TIE-OUT - EACH MONTH MUST AGREE WITH THE '.
           05  FILLER  PIC X(30) VALUE
               'ACCRRPT TOTALS OF THAT RUN'.
           05  FILLER  PIC X(53) VALUE SPACES.
       01  YND-TIEHEAD2.
           05  FILLER  PIC X(50) VALUE
               'MONTH     INTEREST APPLIED         TOTAL   SERVICE'.
           05  FILLER  PIC X(30) VALUE
               ' CHARGES TAKEN         TOTAL'.
           05  FILLER  PIC X(53) VALUE SPACES.
       01  YND-TIELINE.
           05  YND-TL-PER     PIC X(6).
           05  FILLER         PIC X(12) VALUE SPACES.
           05  YND-TL-ICNT    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  YND-TL-ISUM    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(14) VALUE SPACES.
           05  YND-TL-CCNT    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  YND-TL-CSUM    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(52) VALUE SPACES.
       01  YND-CNTLINE.
           05  YND-CL-LABEL   PIC X(40).
           05  YND-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
       01  YND-AMTLINE.
           05  YND-AL-LABEL   PIC X(40).
           05  YND-AL-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(75) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
       YENDLP.
           IF YND-WALK-DONE GO TO FINALI END-IF.
           IF YND-SNP-NUMB = HIGH-VALUES
              AND YND-PDT-NUMB = HIGH-VALUES
              GO TO FINALI.
           PERFORM CUSTOMER-ONE.
           GO TO YENDLP.
       FINALI.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT YND-TODAY FROM DATE YYYYMMDD.
           COMPUTE YND-YEAR = YND-TD-YYYY - 1.
           INITIALIZE YND-MONTHS.

           PERFORM READ-YEAR.
           IF YND-WALK-DONE
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT.

           MOVE YND-YEAR TO YND-CP-YYYY.
           MOVE 12       TO YND-CP-MM.
           COMPUTE YND-OP-YYYY = YND-YEAR - 1.
           MOVE 12       TO YND-OP-MM.

           OPEN INPUT  BALSNAP.
           IF FS-BALSNAP NOT = '00'
              DISPLAY 'EDUFYEND - ERROR OPENING BALSNAP STATUS='
                       FS-BALSNAP
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT  POSTDTL.
           IF FS-POSTDTL NOT = '00' AND FS-POSTDTL NOT = '05'
              DISPLAY 'EDUFYEND - ERROR OPENING POSTDTL STATUS='
                       FS-POSTDTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT  FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFYEND - ERROR OPENING FILEA   STATUS='
                       FS-FILEA
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT YENDOUT.
           IF FS-YENDOUT NOT = '00'
              DISPLAY 'EDUFYEND - ERROR OPENING YENDOUT STATUS='
                       FS-YENDOUT
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT EDELFEED.
           IF FS-EDELFEED NOT = '00'
              DISPLAY 'EDUFYEND - ERROR OPENING EDELFEED STATUS='
                       FS-EDELFEED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT YENDRPT.
           IF FS-YENDRPT NOT = '00'
              DISPLAY 'EDUFYEND - ERROR OPENING YENDRPT STATUS='
                       FS-YENDRPT
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              MOVE 1 TO YND-OPEN-BAD
              GO TO FIN-INIT
           END-IF.

           MOVE YND-YEAR      TO YND-HD-YEAR.
           MOVE YND-OPEN-PER  TO YND-HD-OPEN.
           MOVE YND-CLOSE-PER TO YND-HD-CLOSE.
           WRITE YENDRPT-LINE FROM YND-HEADING1.
           MOVE SPACES TO YENDRPT-LINE.
           WRITE YENDRPT-LINE.
           WRITE YENDRPT-LINE FROM YND-HEADING2.
           WRITE YENDRPT-LINE FROM YND-HEADING3.

           PERFORM READ-SNAP.
           PERFORM READ-PDT.
       FIN-INIT. EXIT.
      *////////////////////
       READ-YEAR SECTION.
      *////////////////////
      * THE YENDCTL CARD. NO FILE, NO CARD OR A BLANK YEAR KEEPS LAST
      * YEAR; A YEAR THAT IS NOT A NUMBER, OR ONE THAT IS NOT YET
      * OVER, REFUSES THE RUN RATHER THAN SEND HALF A YEAR OUT.
           OPEN INPUT YENDCTL.
           IF FS-YENDCTL NOT = '00' AND FS-YENDCTL NOT = '05'
              DISPLAY 'EDUFYEND - ERROR OPENING YENDCTL STATUS='
                       FS-YENDCTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO YND-EOF
              GO TO FIN-READYEAR
           END-IF.
           READ YENDCTL
                AT END
                   MOVE SPACES TO YENDCTL-REC-X
           END-READ.
           CLOSE YENDCTL.

           IF CTL-YEAR-X = SPACES
              GO TO FIN-READYEAR.
           IF CTL-YEAR NOT NUMERIC
              GO TO READYEAR-BAD.
           IF CTL-YEAR < 1900 OR CTL-YEAR NOT LESS YND-TD-YYYY
              GO TO READYEAR-BAD.
           MOVE CTL-YEAR TO YND-YEAR.
           GO TO FIN-READYEAR.
       READYEAR-BAD.
           DISPLAY 'EDUFYEND - INVALID YENDCTL CARD - RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO YND-EOF.
       FIN-READYEAR. EXIT.
      *////////////////////
       READ-SNAP SECTION.
      *////////////////////
      * THE NEXT SNAPSHOT FOR ONE OF THE TWO DECEMBERS - EVERY OTHER
      * MONTH ON THE FILE PASSES BY.
       READSNAP-NEXT.
           READ BALSNAP NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO YND-SNP-NUMB
                   GO TO FIN-READSNAP
           END-READ.
      * A HARD READ STATUS ENDS THIS SIDE OF THE WALK, NOT SPINS ON
      * IT.
           IF FS-BALSNAP NOT = '00'
              DISPLAY 'EDUFYEND - ERROR READING BALSNAP STATUS='
                       FS-BALSNAP
              MOVE 8 TO RETURN-CODE
              MOVE HIGH-VALUES TO YND-SNP-NUMB
              GO TO FIN-READSNAP.
           IF SNP-PERIOD NOT = YND-OPEN-PER
              AND SNP-PERIOD NOT = YND-CLOSE-PER
              GO TO READSNAP-NEXT.
           MOVE SNP-NUMB TO YND-SNP-NUMB.
       FIN-READSNAP. EXIT.
      *////////////////////
       READ-PDT SECTION.
      *////////////////////
      * THE NEXT POSTING DATED IN THE YEAR. A MISSING POSTDTL IS A
      * YEAR WITH NO MOVEMENTS.
           IF FS-POSTDTL = '05'
              MOVE HIGH-VALUES TO YND-PDT-NUMB
              GO TO FIN-READPDT.
       READPDT-NEXT.
           READ POSTDTL NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO YND-PDT-NUMB
                   GO TO FIN-READPDT
           END-READ.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFYEND - ERROR READING POSTDTL STATUS='
                       FS-POSTDTL
              MOVE 8 TO RETURN-CODE
              MOVE HIGH-VALUES TO YND-PDT-NUMB
              GO TO FIN-READPDT.
           IF PDT-FECHA(1:4) NOT = YND-YEAR
              GO TO READPDT-NEXT.
           ADD 1 TO YND-PDT-READ.
           MOVE PDT-NUMB TO YND-PDT-NUMB.
       FIN-READPDT. EXIT.
      *////////////////////
       CUSTOMER-ONE SECTION.
      *////////////////////
      * THE LOWER OF THE TWO FILES' NEXT CUSTOMERS IS THE ONE IN
      * HAND; ALL ITS SNAPSHOTS, THEN ALL ITS POSTINGS, ARE TAKEN.
           IF YND-SNP-NUMB < YND-PDT-NUMB
              MOVE YND-SNP-NUMB TO YND-CUR-NUMB
           ELSE
              MOVE YND-PDT-NUMB TO YND-CUR-NUMB
           END-IF.
           MOVE 0 TO YND-HAVE-OPEN YND-HAVE-CLOSE.
           MOVE ZEROS TO YND-MOVES.
           MOVE ZEROS TO YND-C-OPEN YND-C-CLOSE YND-C-INT YND-C-CHG
                         YND-C-PAY YND-C-RET YND-C-OTHER.

           PERFORM TAKE-SNAP UNTIL YND-SNP-NUMB NOT = YND-CUR-NUMB.
           PERFORM TAKE-PDT  UNTIL YND-PDT-NUMB NOT = YND-CUR-NUMB.

           PERFORM CLOSE-CUSTOMER.
       FIN-CUSTONE. EXIT.
      *////////////////////
       TAKE-SNAP SECTION.
      *////////////////////
           IF SNP-PERIOD = YND-OPEN-PER
              MOVE 1 TO YND-HAVE-OPEN
              IF SNP-AMOUNT-N NUMERIC
                 MOVE SNP-AMOUNT-N TO YND-C-OPEN
              END-IF
           ELSE
              MOVE 1 TO YND-HAVE-CLOSE
              IF SNP-AMOUNT-N NUMERIC
                 MOVE SNP-AMOUNT-N TO YND-C-CLOSE
              END-IF
           END-IF.
           PERFORM READ-SNAP.
       FIN-TAKESNAP. EXIT.
      *////////////////////
       TAKE-PDT SECTION.
      *////////////////////
      * ONE POSTING INTO ITS BUCKET. THE BATCH POSTERS ARE KNOWN BY
      * THEIR OPERATOR CODE ON TERMINAL 'BTCH'; AN ACCRUAL IS COUNTED
      * EVEN WHEN IT WAS REVERSED LATER - ITS RUN COUNTED IT, AND THE
      * REVERSAL ITSELF LANDS IN OTHER POSTINGS.
           MOVE PDT-FECHA(5:2) TO YND-PDT-MONTH.
           IF PDT-AMOUNT NOT NUMERIC OR YND-PDT-MONTH NOT NUMERIC
              ADD 1 TO YND-PDT-BAD
              MOVE YND-CUR-NUMB TO YND-EX-NUMB
              MOVE 'POSTING UNREADABLE - LEFT OUT' TO YND-EX-TEXT
              MOVE ZEROS TO YND-EX-AMT
              WRITE YENDRPT-LINE FROM YND-EXCLINE
              GO TO TAKEPDT-NEXT.
           IF YND-PDT-MM < 1 OR YND-PDT-MM > 12
              ADD 1 TO YND-PDT-BAD
              MOVE YND-CUR-NUMB TO YND-EX-NUMB
              MOVE 'POSTING UNREADABLE - LEFT OUT' TO YND-EX-TEXT
              MOVE ZEROS TO YND-EX-AMT
              WRITE YENDRPT-LINE FROM YND-EXCLINE
              GO TO TAKEPDT-NEXT.

           ADD 1 TO YND-MOVES.
           MOVE YND-PDT-MM TO YND-MX.
           IF PDT-TERM = 'BTCH' AND PDT-OPID = 'ACC'
              IF PDT-AMOUNT > 0
                 ADD PDT-AMOUNT TO YND-C-INT
                 ADD 1 TO YND-M-INT-CNT(YND-MX)
                 ADD PDT-AMOUNT TO YND-M-INT-SUM(YND-MX)
              ELSE
                 SUBTRACT PDT-AMOUNT FROM YND-C-CHG
                 ADD 1 TO YND-M-CHG-CNT(YND-MX)
                 SUBTRACT PDT-AMOUNT FROM YND-M-CHG-SUM(YND-MX)
              END-IF
              GO TO TAKEPDT-NEXT.
           IF PDT-TERM = 'BTCH' AND PDT-OPID = 'PAY'
              AND PDT-AMOUNT > 0
              ADD PDT-AMOUNT TO YND-C-PAY
              GO TO TAKEPDT-NEXT.
           IF PDT-TERM = 'BTCH' AND PDT-OPID = 'RET'
              SUBTRACT PDT-AMOUNT FROM YND-C-RET
              GO TO TAKEPDT-NEXT.
           ADD PDT-AMOUNT TO YND-C-OTHER.
       TAKEPDT-NEXT.
           PERFORM READ-PDT.
       FIN-TAKEPDT. EXIT.
      *////////////////////
       CLOSE-CUSTOMER SECTION.
      *////////////////////
           ADD 1 TO YND-CUSTOMERS.
           ADD YND-C-OPEN  TO YND-G-OPEN.
           ADD YND-C-CLOSE TO YND-G-CLOSE.
           ADD YND-C-INT   TO YND-G-INT.
           ADD YND-C-CHG   TO YND-G-CHG.
           ADD YND-C-PAY   TO YND-G-PAY.
           ADD YND-C-RET   TO YND-G-RET.
           ADD YND-C-OTHER TO YND-G-OTHER.

      * NOTHING AT EITHER END AND NOTHING IN BETWEEN - NO SUMMARY.
           IF YND-MOVES = 0 AND YND-C-OPEN = 0 AND YND-C-CLOSE = 0
              ADD 1 TO YND-QUIET-CNT
              GO TO FIN-CLOSECUST.

           MOVE YND-CUR-NUMB TO NUMB.
           READ FILEAVS.
           IF FS-FILEA NOT = '00'
              ADD 1 TO YND-NOFILE-CNT
              MOVE YND-CUR-NUMB TO YND-EX-NUMB
              MOVE 'NOT ON FILEA - SUMMARY HELD' TO YND-EX-TEXT
              MOVE YND-C-CLOSE TO YND-EX-AMT
              WRITE YENDRPT-LINE FROM YND-EXCLINE
              GO TO FIN-CLOSECUST.
           IF YND-HAVE-CLOSE = 0
              ADD 1 TO YND-NOSNAP-CNT
              MOVE YND-CUR-NUMB TO YND-EX-NUMB
              MOVE 'NO DECEMBER SNAPSHOT - SUMMARY HELD'
                   TO YND-EX-TEXT
              MOVE ZEROS TO YND-EX-AMT
              WRITE YENDRPT-LINE FROM YND-EXCLINE
              GO TO FIN-CLOSECUST.

           COMPUTE YND-C-DIFF = YND-C-CLOSE - YND-C-OPEN - YND-C-INT
                   + YND-C-CHG - YND-C-PAY + YND-C-RET - YND-C-OTHER.
           IF YND-C-DIFF NOT = 0
              ADD 1 TO YND-NOPROOF-CNT
              MOVE YND-CUR-NUMB TO YND-EX-NUMB
              MOVE 'BALANCES DO NOT PROVE - SUMMARY SENT'
                   TO YND-EX-TEXT
              MOVE YND-C-DIFF TO YND-EX-AMT
              WRITE YENDRPT-LINE FROM YND-EXCLINE
           END-IF.

           PERFORM SET-DELIVERY.
           PERFORM WRITE-SUMMARY.
           IF YND-TO-EMAIL
      * THE CLOSER LETS THE GATEWAY PROVE THE SUMMARY ARRIVED WHOLE.
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELEND ' TO EDEL-TYPE
              MOVE YND-CUR-NUMB TO EDEL-DATA(1:6)
              WRITE EDEL-REC
           ELSE
              MOVE SPACES TO YENDOUT-LINE
              WRITE YENDOUT-LINE
           END-IF.
       FIN-CLOSECUST. EXIT.
      *////////////////////
       SET-DELIVERY SECTION.
      *////////////////////
      * THE SAME CHANNEL RULE AS EDUFSTMT'S SET-DELIVERY: AN EMAILX
      * CARRYING AN '@' GOES TO THE E-FEED (HEADER RECORD WRITTEN
      * HERE); A MALFORMED ONE FALLS BACK TO PAPER AND IS LISTED; A
      * BLANK ONE IS SIMPLY A PAPER CUSTOMER.
           SET YND-TO-PAPER TO TRUE.
           IF EMAILX = SPACES
              ADD 1 TO YND-PAPER-CNT
              GO TO FIN-SETDELIV.

           MOVE 0 TO YND-AT-TALLY.
           INSPECT EMAILX TALLYING YND-AT-TALLY FOR ALL '@'.
           IF YND-AT-TALLY = 0
              ADD 1 TO YND-PAPER-CNT
              ADD 1 TO YND-EREJ-CNT
              MOVE YND-CUR-NUMB TO YND-EE-NUMB
              MOVE EMAILX       TO YND-EE-EMAIL
              WRITE YENDRPT-LINE FROM YND-EXC-EMAIL
              GO TO FIN-SETDELIV.

           SET YND-TO-EMAIL TO TRUE.
           ADD 1 TO YND-EMAIL-CNT.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELHDR ' TO EDEL-TYPE.
           MOVE EMAILX TO EDEL-HDR-EMAIL.
           MOVE YND-CUR-NUMB TO EDEL-HDR-NUMB.
           WRITE EDEL-REC.
       FIN-SETDELIV. EXIT.
      *////////////////////
       WRITE-SUMMARY SECTION.
      *////////////////////
      * ONE SUMMARY BODY, LAID DOWN ON WHICHEVER CHANNEL YND-ROUTE
      * NAMES. RETURNED PAYMENTS AND OTHER POSTINGS ONLY PRINT WHEN
      * THE CUSTOMER HAD ANY.
           MOVE YND-YEAR  TO YND-SH-YEAR.
           MOVE YND-TODAY TO YND-SH-DATE.
           MOVE YND-SUM-HEAD TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE NAME TO YND-SA-TEXT.
           MOVE YND-SUM-ADDR TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           IF ADDRX NOT = SPACES
              MOVE ADDRX TO YND-SA-TEXT
              MOVE YND-SUM-ADDR TO YND-OUT-WORK
              PERFORM WRITE-SUMMARY-LINE
           END-IF.
           IF ADDR2X NOT = SPACES
              MOVE ADDR2X TO YND-SA-TEXT
              MOVE YND-SUM-ADDR TO YND-OUT-WORK
              PERFORM WRITE-SUMMARY-LINE
           END-IF.
           MOVE SPACES TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE YND-CUR-NUMB TO YND-SC-NUMB.
           MOVE YND-SUM-CUST TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE 'OPENING BALANCE' TO YND-SL-LABEL.
           MOVE YND-C-OPEN TO YND-SL-AMT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'INTEREST CREDITED' TO YND-SL-LABEL.
           MOVE YND-C-INT TO YND-SL-AMT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'SERVICE CHARGES DEBITED' TO YND-SL-LABEL.
           MOVE YND-C-CHG TO YND-SL-AMT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PAYMENTS RECEIVED' TO YND-SL-LABEL.
           MOVE YND-C-PAY TO YND-SL-AMT.
           PERFORM WRITE-AMOUNT-LINE.
           IF YND-C-RET NOT = 0
              MOVE 'PAYMENTS RETURNED' TO YND-SL-LABEL
              MOVE YND-C-RET TO YND-SL-AMT
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF YND-C-OTHER NOT = 0
              MOVE 'OTHER POSTINGS AND ADJUSTMENTS' TO YND-SL-LABEL
              MOVE YND-C-OTHER TO YND-SL-AMT
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           MOVE 'CLOSING BALANCE' TO YND-SL-LABEL.
           MOVE YND-C-CLOSE TO YND-SL-AMT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE SPACES TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 1 TO YND-WRD-IDX.
           PERFORM WRITE-WORDING-LINE UNTIL YND-WRD-IDX > 3.
       FIN-WRSUMMARY. EXIT.
      *////////////////////
       WRITE-AMOUNT-LINE SECTION.
      *////////////////////
           MOVE YND-SUM-LINE TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
       FIN-WRAMOUNT. EXIT.
      *////////////////////
       WRITE-WORDING-LINE SECTION.
      *////////////////////
           MOVE YND-SUM-WLINE(YND-WRD-IDX) TO YND-ST-TEXT.
           MOVE YND-SUM-TEXT TO YND-OUT-WORK.
           PERFORM WRITE-SUMMARY-LINE.
           ADD 1 TO YND-WRD-IDX.
       FIN-WRWORD. EXIT.
      *////////////////////
       WRITE-SUMMARY-LINE SECTION.
      *////////////////////
           IF YND-TO-EMAIL
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELTXT ' TO EDEL-TYPE
              MOVE YND-OUT-WORK TO EDEL-DATA
              WRITE EDEL-REC
           ELSE
              MOVE YND-OUT-WORK TO YENDOUT-LINE
              WRITE YENDOUT-LINE
           END-IF.
       FIN-WRSUMLINE. EXIT.
      *////////////////////
       TIE-OUT SECTION.
      *////////////////////
      * ONE LINE PER MONTHLY ACCRUAL RUN AND THE YEAR'S TOTAL - THE
      * TOTAL IS THE SAME FIGURE AS THE INTEREST AND CHARGES GRAND
      * TOTALS BELOW, SO THE CUSTOMERS' SUMMARIES TIE TO THE RUNS.
           MOVE SPACES TO YENDRPT-LINE.
           WRITE YENDRPT-LINE.
           WRITE YENDRPT-LINE FROM YND-TIEHEAD1.
           WRITE YENDRPT-LINE FROM YND-TIEHEAD2.
           MOVE 1 TO YND-MX.
           PERFORM TIE-OUT-MONTH UNTIL YND-MX > 12.
           MOVE 'YEAR  ' TO YND-TL-PER.
           MOVE YND-T-INT-CNT TO YND-TL-ICNT.
           MOVE YND-T-INT-SUM TO YND-TL-ISUM.
           MOVE YND-T-CHG-CNT TO YND-TL-CCNT.
           MOVE YND-T-CHG-SUM TO YND-TL-CSUM.
           WRITE YENDRPT-LINE FROM YND-TIELINE.
       FIN-TIEOUT. EXIT.
      *////////////////////
       TIE-OUT-MONTH SECTION.
      *////////////////////
           MOVE YND-YEAR TO YND-TL-PER(1:4).
           MOVE YND-MX   TO YND-TL-PER(5:2).
           MOVE YND-M-INT-CNT(YND-MX) TO YND-TL-ICNT.
           MOVE YND-M-INT-SUM(YND-MX) TO YND-TL-ISUM.
           MOVE YND-M-CHG-CNT(YND-MX) TO YND-TL-CCNT.
           MOVE YND-M-CHG-SUM(YND-MX) TO YND-TL-CSUM.
           WRITE YENDRPT-LINE FROM YND-TIELINE.
           ADD YND-M-INT-CNT(YND-MX) TO YND-T-INT-CNT.
           ADD YND-M-INT-SUM(YND-MX) TO YND-T-INT-SUM.
           ADD YND-M-CHG-CNT(YND-MX) TO YND-T-CHG-CNT.
           ADD YND-M-CHG-SUM(YND-MX) TO YND-T-CHG-SUM.
           ADD 1 TO YND-MX.
       FIN-TIEMONTH. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF YND-OPEN-FAILED
              GO TO FIN-ENDJOB.

           PERFORM TIE-OUT.

           MOVE SPACES TO YENDRPT-LINE.
           WRITE YENDRPT-LINE.
           MOVE 'CUSTOMERS WITH A SNAPSHOT OR POSTING  : '
                TO YND-CL-LABEL.
           MOVE YND-CUSTOMERS TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'SUMMARIES SENT ON PAPER               : '
                TO YND-CL-LABEL.
           MOVE YND-PAPER-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE '  OF WHICH MALFORMED EMAIL            : '
                TO YND-CL-LABEL.
           MOVE YND-EREJ-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'SUMMARIES SENT BY E-DELIVERY          : '
                TO YND-CL-LABEL.
           MOVE YND-EMAIL-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'HELD - NOT ON FILEA                   : '
                TO YND-CL-LABEL.
           MOVE YND-NOFILE-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'HELD - NO DECEMBER SNAPSHOT           : '
                TO YND-CL-LABEL.
           MOVE YND-NOSNAP-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'NOTHING TO REPORT - NOT SENT          : '
                TO YND-CL-LABEL.
           MOVE YND-QUIET-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'BALANCES NOT PROVED                   : '
                TO YND-CL-LABEL.
           MOVE YND-NOPROOF-CNT TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE 'POSTINGS IN THE YEAR / UNREADABLE     : '
                TO YND-CL-LABEL.
           MOVE YND-PDT-READ TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.
           MOVE '                                    / '
                TO YND-CL-LABEL.
           MOVE YND-PDT-BAD TO YND-CL-CNT.
           WRITE YENDRPT-LINE FROM YND-CNTLINE.

           MOVE SPACES TO YENDRPT-LINE.
           WRITE YENDRPT-LINE.
           MOVE 'GRAND TOTAL OPENING BALANCES          : '
                TO YND-AL-LABEL.
           MOVE YND-G-OPEN TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL INTEREST CREDITED         : '
                TO YND-AL-LABEL.
           MOVE YND-G-INT TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL SERVICE CHARGES DEBITED   : '
                TO YND-AL-LABEL.
           MOVE YND-G-CHG TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL PAYMENTS RECEIVED         : '
                TO YND-AL-LABEL.
           MOVE YND-G-PAY TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL PAYMENTS RETURNED         : '
                TO YND-AL-LABEL.
           MOVE YND-G-RET TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL OTHER POSTINGS            : '
                TO YND-AL-LABEL.
           MOVE YND-G-OTHER TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.
           MOVE 'GRAND TOTAL CLOSING BALANCES          : '
                TO YND-AL-LABEL.
           MOVE YND-G-CLOSE TO YND-AL-AMT.
           WRITE YENDRPT-LINE FROM YND-AMTLINE.

           CLOSE BALSNAP FILEAVS YENDOUT EDELFEED YENDRPT.
           IF FS-POSTDTL = '00' OR FS-POSTDTL = '05'
              OR FS-POSTDTL = '10'
              CLOSE POSTDTL
           END-IF.
           IF YND-NOFILE-CNT > 0 OR YND-NOSNAP-CNT > 0
              OR YND-NOPROOF-CNT > 0 OR YND-PDT-BAD > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'EDUFYEND - YEAR                : ' YND-YEAR.
           DISPLAY 'EDUFYEND - CUSTOMERS           : ' YND-CUSTOMERS.
           DISPLAY 'EDUFYEND - PAPER / E-DELIVERY  : ' YND-PAPER-CNT
                   ' / ' YND-EMAIL-CNT.
           DISPLAY 'EDUFYEND - HELD                : '
                   YND-NOFILE-CNT ' / ' YND-NOSNAP-CNT.
       FIN-ENDJOB. EXIT.
