      *----------------------------------------------------------------*
      *-- BATCH DAILY LARGE-TRANSACTION REPORT FOR COMPLIANCE. EVERY
      *-- SINGLE BALANCE MOVEMENT ABOVE THE REPORTING THRESHOLD HAS TO
      *-- BE FILED, AND SO DOES A CUSTOMER WHOSE MOVEMENTS IN ONE DAY
      *-- ADD UP TO MORE THAN IT (AMOUNTS STRUCTURED TO STAY JUST
      *-- UNDER THE LINE). THE MOVEMENTS OF THE BUSINESS DATE ARE TAKEN
      *-- FROM TWO PLACES:
      *--   POSTDTL - EVERY APPLIED POSTING, ONLINE ('T') AND BATCH
      *--             (PAYMENTS, ACCRUALS, STANDING ORDERS, RETURNS).
      *--             A REVERSED ORIGINAL AND ITS REVERSAL ('R'/'V')
      *--             CANCEL OUT AND ARE LEFT OUT.
      *--   PAYIN   - THE DAY'S BANK PAYMENTS INTAKE. A PAYMENT EDUFPAYB
      *--             APPLIED IS ALREADY ON POSTDTL AND ONLY LENDS IT
      *--             THE BANK REFERENCE (FOUND THROUGH PAYREG); ONE
      *--             THAT WAS NOT APPLIED (REJECTED, PARKED ON
      *--             SUSPENSE) STILL CAME IN FOR THE CUSTOMER AND IS
      *--             COUNTED FROM THE INTAKE ITSELF. A REFERENCE
      *--             REGISTERED ON AN EARLIER DAY IS A RE-SENT FILE
      *--             AND IS IGNORED.
      *-- BOTH GO TO A WORK FILE SORTED BY CUSTOMER, AND EACH CUSTOMER'S
      *-- DAY IS ASSESSED AT THE BREAK: A MOVEMENT ABOVE THE THRESHOLD
      *-- IS A SINGLE REPORT; CREDITS OR DEBITS TOTALLING MORE THAN
      *-- THE THRESHOLD OVER MORE THAN ONE MOVEMENT ARE AN AGGREGATE
      *-- REPORT. MOVEMENTS INSIDE THE NEAR-THRESHOLD BAND ARE MARKED
      *-- ON THE REPORT AND COUNTED ON THE EXTRACT. THE TERMS COME FROM
      *-- THE LGTXCTL CARD:
      *--   COLS  1- 8  REPORTING THRESHOLD, 2 DECIMALS (DEFAULT
      *--               01000000 = 10,000.00)
      *--   COLS 10-12  NEAR-THRESHOLD BAND AS A PERCENT OF THE
      *--               THRESHOLD (DEFAULT 090)
      *-- A BLANK FIELD (OR NO CARD) TAKES THE DEFAULT. OUTPUT IS THE
      *-- LGTXEXT FILING EXTRACT (SEE EDULGTS) WITH THE CUSTOMER'S FILEA
      *-- DETAILS, AND THE LGTXRPT LIST OF THE FLAGGED CUSTOMERS FOR THE
      *-- COMPLIANCE OFFICER, A 133-BYTE REPORT FOR THE RPTSTORE
      *-- COLLECTOR. HOOKED INTO THE RUNCTL CHAIN BEHIND EDUFRETN, THE
      *-- LAST STEP THAT POSTS.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFLGTX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGTXCTL   ASSIGN TO LGTXCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LGTXCTL.
           SELECT OPTIONAL POSTDTL ASSIGN TO POSTDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PDT-KEY
                  FILE STATUS  IS FS-POSTDTL.
           SELECT OPTIONAL PAYIN ASSIGN TO PAYIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-PAYIN.
           SELECT OPTIONAL PAYREG ASSIGN TO PAYREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRG-REF
                  FILE STATUS  IS FS-PAYREG.
           SELECT FILEAVS   ASSIGN TO FILEA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NUMB IN FILEA
                  FILE STATUS  IS FS-FILEA.
           SELECT LGTWK     ASSIGN TO LGTWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LGTWK.
           SELECT LGTSWK    ASSIGN TO LGTSWK.
           SELECT LGTSRT    ASSIGN TO LGTSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LGTSRT.
           SELECT LGTXEXT   ASSIGN TO LGTXEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LGTXEXT.
           SELECT LGTXRPT   ASSIGN TO LGTXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LGTXRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGTXCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LGTXCTL-REC.
           05  CTL-THRESHOLD  PIC 9(6)V99.
           05  FILLER         PIC X.
           05  CTL-NEAR-PCT   PIC 9(3).
           05  FILLER         PIC X(68).
       01  LGTXCTL-REC-X REDEFINES LGTXCTL-REC.
           05  CTL-THRESHOLD-X PIC X(8).
           05  FILLER         PIC X.
           05  CTL-NEAR-PCT-X PIC X(3).
           05  FILLER         PIC X(68).
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
       FD  PAYIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUPAYS.
       FD  PAYREG
           LABEL RECORDS ARE STANDARD.
           COPY EDUPREGS.
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
      *
      * ONE RECORD PER MOVEMENT OF THE DAY, PLUS A KIND 'A' RECORD FOR
      * EACH APPLIED INTAKE PAYMENT CARRYING ITS BANK REFERENCE AND THE
      * POSTDTL KEY IT LEFT. THE KEY FIELDS OF AN 'A' RECORD ARE THOSE
      * OF ITS POSTING, SO THE SORT LANDS IT JUST AHEAD OF THE POSTING
      * IT NAMES. KIND 'P' IS A POSTING, KIND 'I' AN INTAKE PAYMENT
      * THAT NEVER POSTED (TIME BLANK - THE INTAKE HAS NONE).
       FD  LGTWK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  LGW-REC.
           05  LGW-NUMB        PIC X(6).
           05  LGW-HORA        PIC X(8).
           05  LGW-SEQ         PIC 9(3).
           05  LGW-KIND        PIC X.
               88  LGW-IS-REF           VALUE 'A'.
               88  LGW-IS-POSTING       VALUE 'P'.
               88  LGW-IS-INTAKE        VALUE 'I'.
           05  LGW-AMOUNT      PIC S9(6)V99.
           05  LGW-OPID        PIC X(3).
           05  LGW-TERM        PIC X(4).
           05  LGW-REF         PIC X(16).
           05  LGW-PDT-KEY     PIC X(25).
           05  FILLER          PIC X(26).
       SD  LGTSWK
           RECORD CONTAINS 100 CHARACTERS.
       01  LGS-REC.
           05  LGS-NUMB        PIC X(6).
           05  LGS-HORA        PIC X(8).
           05  LGS-SEQ         PIC X(3).
           05  LGS-KIND        PIC X.
           05  FILLER          PIC X(82).
       FD  LGTSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  LGT-SRT-REC         PIC X(100).
      *
       FD  LGTXEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY EDULGTS.
      *
       FD  LGTXRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  LGTXRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-LGTXCTL         PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-PAYIN           PIC XX     VALUE SPACES.
       77  FS-PAYREG          PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-LGTWK           PIC XX     VALUE SPACES.
       77  FS-LGTSRT          PIC XX     VALUE SPACES.
       77  FS-LGTXEXT         PIC XX     VALUE SPACES.
       77  FS-LGTXRPT         PIC XX     VALUE SPACES.
       77  LGT-REFUSED        PIC X      VALUE 'N'.
           88  LGT-RUN-REFUSED          VALUE 'Y'.
       77  LGT-PDT-EOF        PIC X      VALUE 'N'.
           88  LGT-PDT-DONE             VALUE 'Y'.
       77  LGT-PAY-EOF        PIC X      VALUE 'N'.
           88  LGT-PAY-DONE             VALUE 'Y'.
       77  LGT-SRT-EOF        PIC X      VALUE 'N'.
           88  LGT-SRT-DONE             VALUE 'Y'.
       77  LGT-PAYREG-OPEN    PIC X      VALUE 'N'.
      *
      * THE TERMS IN FORCE - DEFAULTS HERE, OVERRIDDEN FROM LGTXCTL.
       77  LGT-THRESHOLD      PIC 9(6)V99 VALUE 10000.00.
       77  LGT-NEAR-PCT       PIC 9(3)   VALUE 90.
       77  LGT-NEAR-FLOOR     PIC 9(6)V99 COMP-3 VALUE ZEROS.
      *
       77  LGT-PDT-READ       PIC 9(7)   VALUE ZEROS.
       77  LGT-PDT-DAY        PIC 9(7)   VALUE ZEROS.
       77  LGT-PDT-REVPAIR    PIC 9(7)   VALUE ZEROS.
       77  LGT-PAY-READ       PIC 9(7)   VALUE ZEROS.
       77  LGT-PAY-POSTED     PIC 9(7)   VALUE ZEROS.
       77  LGT-PAY-RESENT     PIC 9(7)   VALUE ZEROS.
       77  LGT-PAY-UNPOSTED   PIC 9(7)   VALUE ZEROS.
       77  LGT-PAY-BAD        PIC 9(7)   VALUE ZEROS.
       77  LGT-CUSTS          PIC 9(7)   VALUE ZEROS.
       77  LGT-CUSTS-RPTD     PIC 9(7)   VALUE ZEROS.
       77  LGT-SINGLE-CNT     PIC 9(7)   VALUE ZEROS.
       77  LGT-AGGR-CNT       PIC 9(7)   VALUE ZEROS.
       77  LGT-NEAR-TOTAL     PIC 9(7)   VALUE ZEROS.
       77  LGT-EXT-CNT        PIC 9(7)   VALUE ZEROS.
       77  LGT-UNLISTED       PIC 9(7)   VALUE ZEROS.
       77  LGT-WARN-FLAG      PIC X      VALUE 'N'.
           88  LGT-WARN-RC              VALUE 'Y'.
      *
       01  LGT-BUSDATE        PIC X(8)   VALUE SPACES.
      *
      * THE REFERENCE RECORD SEEN JUST AHEAD OF A POSTING, IF ANY.
       01  LGT-PEND-KEY       PIC X(25)  VALUE SPACES.
       01  LGT-PEND-REF       PIC X(16)  VALUE SPACES.
      *
      * ONE CUSTOMER'S DAY, GATHERED UNTIL THE NUMBER CHANGES.
       01  LGT-CUR-NUMB       PIC X(6)   VALUE SPACES.
       77  LGT-ITEM-MAX       PIC S9(4)  COMP VALUE +500.
       77  LGT-ITEMS          PIC S9(4)  COMP VALUE +0.
       77  LGT-IX             PIC S9(4)  COMP VALUE +0.
       77  LGT-MOVES          PIC 9(5)   VALUE ZEROS.
       77  LGT-CR-CNT         PIC 9(4)   VALUE ZEROS.
       77  LGT-DB-CNT         PIC 9(4)   VALUE ZEROS.
       77  LGT-CR-NEAR        PIC 9(3)   VALUE ZEROS.
       77  LGT-DB-NEAR        PIC 9(3)   VALUE ZEROS.
       77  LGT-CR-SUM         PIC 9(9)V99 COMP-3 VALUE ZEROS.
       77  LGT-DB-SUM         PIC 9(9)V99 COMP-3 VALUE ZEROS.
       77  LGT-ABS            PIC 9(6)V99 VALUE ZEROS.
       77  LGT-FLAGGED        PIC X      VALUE 'N'.
       77  LGT-CR-AGGR        PIC X      VALUE 'N'.
       77  LGT-DB-AGGR        PIC X      VALUE 'N'.
       77  LGT-ONFILE         PIC X      VALUE 'N'.
       77  LGT-DIR            PIC X      VALUE SPACE.
       01  LGT-ITEM-TABLE.
           05  LGT-ITEM       OCCURS 500 TIMES.
               10  LGT-IT-REC     PIC X(100).
               10  LGT-IT-MARK    PIC X.
                   88  LGT-IT-SINGLE        VALUE 'S'.
                   88  LGT-IT-NEAR          VALUE 'N'.
      *
      * THE ITEM BEING LOOKED AT, IN THE WORK-FILE LAYOUT.
       01  LGI-REC.
           05  LGI-NUMB        PIC X(6).
           05  LGI-HORA        PIC X(8).
           05  LGI-SEQ         PIC 9(3).
           05  LGI-KIND        PIC X.
               88  LGI-IS-REF           VALUE 'A'.
               88  LGI-IS-POSTING       VALUE 'P'.
               88  LGI-IS-INTAKE        VALUE 'I'.
           05  LGI-AMOUNT      PIC S9(6)V99.
           05  LGI-OPID        PIC X(3).
           05  LGI-TERM        PIC X(4).
           05  LGI-REF         PIC X(16).
           05  LGI-PDT-KEY     PIC X(25).
           05  FILLER          PIC X(26).
      *
       01  LGT-HEADING1.
           05  FILLER  PIC X(43) VALUE
               'EDUFLGTX - LARGE-TRANSACTION REPORT FOR    '.
           05  LGT-HD-DATE    PIC X(8).
           05  FILLER  PIC X(82) VALUE SPACES.
       01  LGT-HEADING2.
           05  FILLER  PIC X(20) VALUE 'REPORTING THRESHOLD '.
           05  LGT-HT-THRESH  PIC ZZZ,ZZ9.99.
           05  FILLER  PIC X(28) VALUE
               '   NEAR-THRESHOLD BAND FROM '.
           05  LGT-HT-PCT     PIC ZZ9.
           05  FILLER  PIC X(18) VALUE '% OF THE THRESHOLD'.
           05  FILLER  PIC X(54) VALUE SPACES.
       01  LGT-HEADING3.
           05  FILLER  PIC X(44) VALUE
               '  TIME     SOURCE OPID TERM          AMOUNT '.
           05  FILLER  PIC X(32) VALUE
               'DIR REFERENCE        ASSESSMENT'.
           05  FILLER  PIC X(57) VALUE SPACES.
       01  LGT-CUSTLINE.
           05  FILLER         PIC X(9)   VALUE 'CUSTOMER '.
           05  LGT-CU-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-CU-NAME    PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-CU-ADDR1   PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-CU-ADDR2   PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-CU-STATUS  PIC X(22).
           05  FILLER         PIC X(32)  VALUE SPACES.
       01  LGT-DETAIL.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  LGT-DT-HORA    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-DT-SOURCE  PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-DT-OPID    PIC X(3).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  LGT-DT-TERM    PIC X(4).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-DT-AMT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-DT-DIR     PIC X(2).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  LGT-DT-REF     PIC X(16).
           05  FILLER         PIC X      VALUE SPACE.
           05  LGT-DT-MARK    PIC X(30).
           05  FILLER         PIC X(33)  VALUE SPACES.
       01  LGT-AGGLINE.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  LGT-AG-LABEL   PIC X(18).
           05  LGT-AG-CNT     PIC ZZZ9.
           05  FILLER         PIC X(11)  VALUE ' MOVEMENTS '.
           05  LGT-AG-SUM     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  LGT-AG-MARK    PIC X(40).
           05  FILLER         PIC X(42)  VALUE SPACES.
       01  LGT-CNTLINE.
           05  LGT-CL-LABEL   PIC X(36).
           05  LGT-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(89) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFLGTX' TO RC-THIS-PROG.
           MOVE 'EDUFRETN' TO RC-PREREQ.
           MOVE 'POSTDTL     ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF LGT-RUN-REFUSED
              GO TO FINALI.
           PERFORM POSTING-PASS.
           PERFORM INTAKE-PASS.
           PERFORM CUSTOMER-PASS.
       FINALI.
           PERFORM END-JOB.
           COMPUTE RC-IN-W = LGT-PDT-DAY + LGT-PAY-READ.
           MOVE LGT-EXT-CNT TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * A CUSTOMER TOO BUSY TO LIST IN FULL FLAGS THE STEP FOR THE
      * OPERATORS. SET AFTER RUNCTL-END SO THE STEP RECORDS 'C', NOT
      * 'F'.
           IF LGT-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           PERFORM READ-TERMS.
           IF LGT-RUN-REFUSED
              GO TO FIN-INIT.

           OPEN INPUT FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING FILEA    STATUS='
                       FS-FILEA
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO LGT-REFUSED
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT LGTWK.
           IF FS-LGTWK NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING LGTWK    STATUS='
                       FS-LGTWK
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO LGT-REFUSED
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT LGTXEXT.
           IF FS-LGTXEXT NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING LGTXEXT  STATUS='
                       FS-LGTXEXT
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO LGT-REFUSED
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT LGTXRPT.
           IF FS-LGTXRPT NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING LGTXRPT  STATUS='
                       FS-LGTXRPT
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO LGT-REFUSED
              GO TO FIN-INIT
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO LGT-BUSDATE.
           COMPUTE LGT-NEAR-FLOOR ROUNDED =
                   LGT-THRESHOLD * LGT-NEAR-PCT / 100.

           MOVE LGT-BUSDATE   TO LGT-HD-DATE.
           MOVE LGT-THRESHOLD TO LGT-HT-THRESH.
           MOVE LGT-NEAR-PCT  TO LGT-HT-PCT.
           WRITE LGTXRPT-LINE FROM LGT-HEADING1.
           WRITE LGTXRPT-LINE FROM LGT-HEADING2.
           WRITE LGTXRPT-LINE FROM LGT-HEADING3.
       FIN-INIT. EXIT.
      *////////////////////
       READ-TERMS SECTION.
      *////////////////////
      * ONE LGTXCTL CARD. A BLANK FIELD OR A MISSING CARD KEEPS THE
      * DEFAULT; ANYTHING ELSE THAT IS NOT A NUMBER, A ZERO THRESHOLD
      * OR A BAND OVER 100 PERCENT REFUSES THE RUN RATHER THAN GUESS.
           OPEN INPUT LGTXCTL.
           IF FS-LGTXCTL NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING LGTXCTL  STATUS='
                       FS-LGTXCTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO LGT-REFUSED
              GO TO FIN-READTERMS
           END-IF.
           READ LGTXCTL
                AT END
                   MOVE SPACES TO LGTXCTL-REC-X
           END-READ.
           CLOSE LGTXCTL.

           IF CTL-THRESHOLD-X NOT = SPACES
              IF CTL-THRESHOLD NUMERIC AND CTL-THRESHOLD > 0
                 MOVE CTL-THRESHOLD TO LGT-THRESHOLD
              ELSE
                 GO TO READTERMS-BAD
              END-IF
           END-IF.
           IF CTL-NEAR-PCT-X NOT = SPACES
              IF CTL-NEAR-PCT NUMERIC AND CTL-NEAR-PCT NOT > 100
                 MOVE CTL-NEAR-PCT TO LGT-NEAR-PCT
              ELSE
                 GO TO READTERMS-BAD
              END-IF
           END-IF.
           GO TO FIN-READTERMS.
       READTERMS-BAD.
           DISPLAY 'EDUFLGTX - INVALID LGTXCTL CARD - RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO LGT-REFUSED.
       FIN-READTERMS. EXIT.
      *////////////////////
       POSTING-PASS SECTION.
      *////////////////////
      * POSTDTL IS KEYED CUSTOMER FIRST, SO THE DAY'S POSTINGS ARE
      * PICKED OUT OF A FULL SEQUENTIAL PASS. NO FILE, NO POSTINGS.
           OPEN INPUT POSTDTL.
           IF FS-POSTDTL NOT = '00' AND FS-POSTDTL NOT = '05'
              DISPLAY 'EDUFLGTX - ERROR OPENING POSTDTL  STATUS='
                       FS-POSTDTL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-POSTPASS
           END-IF.
           MOVE 'N' TO LGT-PDT-EOF.
           PERFORM POSTING-ONE UNTIL LGT-PDT-DONE.
           CLOSE POSTDTL.
       FIN-POSTPASS. EXIT.
      *////////////////////
       POSTING-ONE SECTION.
      *////////////////////
           READ POSTDTL NEXT RECORD
                AT END
                   MOVE 'Y' TO LGT-PDT-EOF
           END-READ.
           IF LGT-PDT-DONE
              GO TO FIN-POSTONE.
           ADD 1 TO LGT-PDT-READ.
           IF PDT-FECHA NOT = LGT-BUSDATE
              GO TO FIN-POSTONE.
           ADD 1 TO LGT-PDT-DAY.

      * A REVERSED POSTING AND ITS REVERSAL LEAVE THE BALANCE WHERE IT
      * WAS - NEITHER IS A MOVEMENT TO REPORT.
           IF PDT-REVERSED OR PDT-IS-REVERSAL
              ADD 1 TO LGT-PDT-REVPAIR
              GO TO FIN-POSTONE.
           IF PDT-AMOUNT = 0
              GO TO FIN-POSTONE.

           MOVE SPACES       TO LGW-REC.
           MOVE PDT-NUMB     TO LGW-NUMB.
           MOVE PDT-HORA     TO LGW-HORA.
           MOVE PDT-SEQ      TO LGW-SEQ.
           MOVE 'P'          TO LGW-KIND.
           MOVE PDT-AMOUNT   TO LGW-AMOUNT.
           MOVE PDT-OPID     TO LGW-OPID.
           MOVE PDT-TERM     TO LGW-TERM.
           MOVE PDT-KEY      TO LGW-PDT-KEY.
           PERFORM WRITE-WORK.
       FIN-POSTONE. EXIT.
      *////////////////////
       INTAKE-PASS SECTION.
      *////////////////////
      * NO INTAKE TODAY IS NOT AN ERROR - THE BANK FILE DOES NOT COME
      * EVERY DAY. WITHOUT PAYREG NOTHING CAN BE MATCHED, AND EVERY
      * INTAKE PAYMENT IS COUNTED AS NOT POSTED.
           OPEN INPUT PAYIN.
           IF FS-PAYIN NOT = '00' AND FS-PAYIN NOT = '05'
              DISPLAY 'EDUFLGTX - ERROR OPENING PAYIN    STATUS='
                       FS-PAYIN
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INTAKE
           END-IF.
           OPEN INPUT PAYREG.
           IF FS-PAYREG = '00'
              MOVE 'Y' TO LGT-PAYREG-OPEN
           ELSE
              IF FS-PAYREG NOT = '05'
                 DISPLAY 'EDUFLGTX - ERROR OPENING PAYREG   STATUS='
                          FS-PAYREG
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE 'N' TO LGT-PAY-EOF.
           PERFORM INTAKE-ONE UNTIL LGT-PAY-DONE.
           CLOSE PAYIN.
           IF LGT-PAYREG-OPEN = 'Y'
              CLOSE PAYREG
           END-IF.
       FIN-INTAKE. EXIT.
      *////////////////////
       INTAKE-ONE SECTION.
      *////////////////////
           READ PAYIN
                AT END
                   MOVE 'Y' TO LGT-PAY-EOF
           END-READ.
           IF LGT-PAY-DONE
              GO TO FIN-INTAKEONE.
           ADD 1 TO LGT-PAY-READ.

      * SAME VALIDITY TESTS AS EDUFPAYB'S - A PAYMENT IT COULD NOT
      * READ AN AMOUNT FROM MOVED NO MONEY AND IS NOT A MOVEMENT.
           IF PAY-AMOUNT NOT NUMERIC OR PAY-AMOUNT-N = 0
              OR (PAY-SIGN NOT = '+' AND PAY-SIGN NOT = '-'
                  AND PAY-SIGN NOT = SPACE)
              ADD 1 TO LGT-PAY-BAD
              GO TO FIN-INTAKEONE.

           IF LGT-PAYREG-OPEN = 'Y' AND PAY-REF NOT = SPACES
              MOVE PAY-REF TO PRG-REF
              READ PAYREG
              IF FS-PAYREG = '00'
                 GO TO INTAKE-REGISTERED
              END-IF
           END-IF.

      * NOT ON THE REGISTRY - THE PAYMENT CAME IN BUT WAS NOT APPLIED.
           ADD 1 TO LGT-PAY-UNPOSTED.
           MOVE SPACES       TO LGW-REC.
           MOVE PAY-NUMB     TO LGW-NUMB.
           MOVE ZEROS        TO LGW-SEQ.
           MOVE 'I'          TO LGW-KIND.
           IF PAY-SIGN = '-'
              COMPUTE LGW-AMOUNT = 0 - PAY-AMOUNT-N
           ELSE
              MOVE PAY-AMOUNT-N TO LGW-AMOUNT
           END-IF.
           MOVE 'PAY'        TO LGW-OPID.
           MOVE 'BTCH'       TO LGW-TERM.
           MOVE PAY-REF      TO LGW-REF.
           PERFORM WRITE-WORK.
           GO TO FIN-INTAKEONE.

       INTAKE-REGISTERED.
      * REGISTERED ON AN EARLIER DAY - A RE-SENT BANK FILE THAT
      * EDUFPAYB REFUSED AS A DUPLICATE.
           IF PRG-FECHA NOT = LGT-BUSDATE
              ADD 1 TO LGT-PAY-RESENT
              GO TO FIN-INTAKEONE.
      * APPLIED TODAY - THE POSTING IS ON POSTDTL; ONLY THE BANK
      * REFERENCE IS PASSED ALONG. WHEN THE DETAIL CAPTURE FAILED
      * THERE IS NO POSTING TO HANG IT ON, AND THE INTAKE STANDS IN.
           ADD 1 TO LGT-PAY-POSTED.
           MOVE SPACES       TO LGW-REC.
           IF PRG-PDT-KEY = SPACES
              MOVE PRG-NUMB     TO LGW-NUMB
              MOVE ZEROS        TO LGW-SEQ
              MOVE 'I'          TO LGW-KIND
              MOVE PRG-AMOUNT   TO LGW-AMOUNT
              MOVE 'PAY'        TO LGW-OPID
              MOVE 'BTCH'       TO LGW-TERM
              MOVE PAY-REF      TO LGW-REF
           ELSE
              MOVE PRG-PDT-KEY  TO LGW-PDT-KEY
              MOVE PRG-PDT-KEY(1:6)  TO LGW-NUMB
              MOVE PRG-PDT-KEY(15:8) TO LGW-HORA
              MOVE PRG-PDT-KEY(23:3) TO LGW-SEQ
              MOVE 'A'          TO LGW-KIND
              MOVE ZEROS        TO LGW-AMOUNT
              MOVE PAY-REF      TO LGW-REF
           END-IF.
           PERFORM WRITE-WORK.
       FIN-INTAKEONE. EXIT.
      *////////////////////
       WRITE-WORK SECTION.
      *////////////////////
           WRITE LGW-REC.
           IF FS-LGTWK NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR WRITING LGTWK   STATUS='
                       FS-LGTWK ' NUMB=' LGW-NUMB
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-WRWORK. EXIT.
      *////////////////////
       CUSTOMER-PASS SECTION.
      *////////////////////
      * THE DAY'S MOVEMENTS BY CUSTOMER, THEN TIME AND SEQUENCE, EACH
      * REFERENCE RECORD JUST AHEAD OF THE POSTING IT NAMES.
           CLOSE LGTWK.
           SORT LGTSWK ON ASCENDING KEY LGS-NUMB LGS-HORA LGS-SEQ
                                        LGS-KIND
                WITH DUPLICATES IN ORDER
                USING LGTWK
                GIVING LGTSRT.

           OPEN INPUT LGTSRT.
           IF FS-LGTSRT NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR OPENING LGTSRT   STATUS='
                       FS-LGTSRT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-CUSTPASS
           END-IF.
           MOVE 'N' TO LGT-SRT-EOF.
           MOVE LOW-VALUES TO LGT-CUR-NUMB.
           PERFORM CUSTOMER-ONE UNTIL LGT-SRT-DONE.
           CLOSE LGTSRT.
           IF LGT-CUR-NUMB NOT = LOW-VALUES
              PERFORM ASSESS-CUSTOMER
           END-IF.
       FIN-CUSTPASS. EXIT.
      *////////////////////
       CUSTOMER-ONE SECTION.
      *////////////////////
           READ LGTSRT INTO LGI-REC
                AT END
                   MOVE 'Y' TO LGT-SRT-EOF
           END-READ.
           IF LGT-SRT-DONE
              GO TO FIN-CUSTONE.

           IF LGI-IS-REF
              MOVE LGI-PDT-KEY TO LGT-PEND-KEY
              MOVE LGI-REF     TO LGT-PEND-REF
              GO TO FIN-CUSTONE.
           IF LGI-IS-POSTING AND LGI-PDT-KEY = LGT-PEND-KEY
              MOVE LGT-PEND-REF TO LGI-REF
           END-IF.
           MOVE SPACES TO LGT-PEND-KEY LGT-PEND-REF.

           IF LGI-NUMB NOT = LGT-CUR-NUMB
              IF LGT-CUR-NUMB NOT = LOW-VALUES
                 PERFORM ASSESS-CUSTOMER
              END-IF
              MOVE LGI-NUMB TO LGT-CUR-NUMB
              MOVE 0 TO LGT-ITEMS
              MOVE ZEROS TO LGT-MOVES LGT-CR-CNT LGT-DB-CNT
                            LGT-CR-NEAR LGT-DB-NEAR
                            LGT-CR-SUM LGT-DB-SUM
              MOVE 'N' TO LGT-FLAGGED
              ADD 1 TO LGT-CUSTS
           END-IF.

      * EVERY MOVEMENT COUNTS TOWARD THE DAY'S TOTALS; THE MARK SAYS
      * WHETHER IT IS REPORTABLE ON ITS OWN OR JUST UNDER THE LINE.
           ADD 1 TO LGT-MOVES.
           IF LGI-AMOUNT < 0
              COMPUTE LGT-ABS = 0 - LGI-AMOUNT
              ADD 1 TO LGT-DB-CNT
              ADD LGT-ABS TO LGT-DB-SUM
           ELSE
              MOVE LGI-AMOUNT TO LGT-ABS
              ADD 1 TO LGT-CR-CNT
              ADD LGT-ABS TO LGT-CR-SUM
           END-IF.

      * PAST THE TABLE A MOVEMENT STILL COUNTS IN THE TOTALS, AND ONE
      * OVER THE THRESHOLD IS STILL FILED - IT IS ONLY NOT LISTED.
           IF LGT-ITEMS NOT < LGT-ITEM-MAX
              ADD 1 TO LGT-UNLISTED
              IF LGT-UNLISTED = 1
                 DISPLAY 'EDUFLGTX - MORE THAN 500 MOVEMENTS FOR NUMB='
                          LGI-NUMB ' - NOT ALL LISTED'
                 MOVE 'Y' TO LGT-WARN-FLAG
              END-IF
              IF LGT-ABS > LGT-THRESHOLD
                 MOVE 'Y' TO LGT-FLAGGED
                 PERFORM GET-CUSTOMER
                 PERFORM WRITE-SINGLE
              END-IF
              GO TO FIN-CUSTONE.
           ADD 1 TO LGT-ITEMS.
           MOVE LGI-REC TO LGT-IT-REC (LGT-ITEMS).
           MOVE SPACE   TO LGT-IT-MARK (LGT-ITEMS).
           IF LGT-ABS > LGT-THRESHOLD
              MOVE 'S' TO LGT-IT-MARK (LGT-ITEMS)
              MOVE 'Y' TO LGT-FLAGGED
           ELSE
              IF LGT-ABS NOT < LGT-NEAR-FLOOR
                 MOVE 'N' TO LGT-IT-MARK (LGT-ITEMS)
                 ADD 1 TO LGT-NEAR-TOTAL
                 IF LGI-AMOUNT < 0
                    ADD 1 TO LGT-DB-NEAR
                 ELSE
                    ADD 1 TO LGT-CR-NEAR
                 END-IF
              END-IF
           END-IF.
       FIN-CUSTONE. EXIT.
      *////////////////////
       ASSESS-CUSTOMER SECTION.
      *////////////////////
      * ONE DIRECTION ADDING UP TO MORE THAN THE THRESHOLD OVER MORE
      * THAN ONE MOVEMENT IS AN AGGREGATE REPORT, WHETHER OR NOT ONE
      * OF THE MOVEMENTS IS ALSO REPORTABLE ON ITS OWN.
           MOVE 'N' TO LGT-CR-AGGR LGT-DB-AGGR.
           IF LGT-CR-CNT > 1 AND LGT-CR-SUM > LGT-THRESHOLD
              MOVE 'Y' TO LGT-CR-AGGR
              MOVE 'Y' TO LGT-FLAGGED
           END-IF.
           IF LGT-DB-CNT > 1 AND LGT-DB-SUM > LGT-THRESHOLD
              MOVE 'Y' TO LGT-DB-AGGR
              MOVE 'Y' TO LGT-FLAGGED
           END-IF.
           IF LGT-FLAGGED NOT = 'Y'
              GO TO FIN-ASSESS.

           ADD 1 TO LGT-CUSTS-RPTD.
           PERFORM GET-CUSTOMER.
           MOVE SPACES TO LGTXRPT-LINE.
           WRITE LGTXRPT-LINE.
           WRITE LGTXRPT-LINE FROM LGT-CUSTLINE.

           PERFORM LIST-ITEM VARYING LGT-IX FROM 1 BY 1
                   UNTIL LGT-IX > LGT-ITEMS.

           IF LGT-CR-CNT > 0
              MOVE 'DAY CREDITS       ' TO LGT-AG-LABEL
              MOVE LGT-CR-CNT TO LGT-AG-CNT
              MOVE LGT-CR-SUM TO LGT-AG-SUM
              MOVE SPACES TO LGT-AG-MARK
              IF LGT-CR-AGGR = 'Y'
                 MOVE '*** AGGREGATE OVER THRESHOLD - FILED' TO
                      LGT-AG-MARK
                 MOVE 'C' TO LGT-DIR
                 PERFORM WRITE-AGGREGATE
              END-IF
              WRITE LGTXRPT-LINE FROM LGT-AGGLINE
           END-IF.
           IF LGT-DB-CNT > 0
              MOVE 'DAY DEBITS        ' TO LGT-AG-LABEL
              MOVE LGT-DB-CNT TO LGT-AG-CNT
              MOVE LGT-DB-SUM TO LGT-AG-SUM
              MOVE SPACES TO LGT-AG-MARK
              IF LGT-DB-AGGR = 'Y'
                 MOVE '*** AGGREGATE OVER THRESHOLD - FILED' TO
                      LGT-AG-MARK
                 MOVE 'D' TO LGT-DIR
                 PERFORM WRITE-AGGREGATE
              END-IF
              WRITE LGTXRPT-LINE FROM LGT-AGGLINE
           END-IF.
           IF LGT-MOVES > LGT-ITEMS
              MOVE '  MOVEMENTS NOT LISTED (TABLE FULL):' TO
                   LGT-CL-LABEL
              COMPUTE LGT-CL-CNT = LGT-MOVES - LGT-ITEMS
              WRITE LGTXRPT-LINE FROM LGT-CNTLINE
           END-IF.
       FIN-ASSESS. EXIT.
      *////////////////////
       GET-CUSTOMER SECTION.
      *////////////////////
      * THE CUSTOMER AS IT STANDS TONIGHT. AN INTAKE PAYMENT CAN NAME
      * A NUMBER THAT IS NOT ON FILEA - STILL FILED, FLAGGED AS SUCH.
           MOVE SPACES TO LGT-CUSTLINE.
           MOVE 'CUSTOMER '  TO LGT-CUSTLINE(1:9).
           MOVE LGT-CUR-NUMB TO LGT-CU-NUMB.
           MOVE LGT-CUR-NUMB TO NUMB IN FILEA.
           READ FILEAVS.
           IF FS-FILEA = '00'
              MOVE 'Y' TO LGT-ONFILE
              MOVE NAME IN FILEA   TO LGT-CU-NAME
              MOVE ADDRX IN FILEA  TO LGT-CU-ADDR1
              MOVE ADDR2X IN FILEA TO LGT-CU-ADDR2
              MOVE SPACES TO LGT-CU-STATUS
              STRING 'STATUS ' DELIMITED BY SIZE
                     STATUSX IN FILEA DELIMITED BY SIZE
                     INTO LGT-CU-STATUS
           ELSE
              MOVE 'N' TO LGT-ONFILE
              MOVE SPACES TO FILEA
              MOVE '*** NOT ON FILEA ***' TO LGT-CU-STATUS
           END-IF.
       FIN-GETCUST. EXIT.
      *////////////////////
       LIST-ITEM SECTION.
      *////////////////////
           MOVE LGT-IT-REC (LGT-IX) TO LGI-REC.
           MOVE SPACES TO LGT-DETAIL.
           MOVE LGI-HORA TO LGT-DT-HORA.
           IF LGI-IS-INTAKE
              MOVE 'INTAKE' TO LGT-DT-SOURCE
           ELSE
              MOVE 'POSTED' TO LGT-DT-SOURCE
           END-IF.
           MOVE LGI-OPID TO LGT-DT-OPID.
           MOVE LGI-TERM TO LGT-DT-TERM.
           IF LGI-AMOUNT < 0
              COMPUTE LGT-ABS = 0 - LGI-AMOUNT
              MOVE 'DB' TO LGT-DT-DIR
           ELSE
              MOVE LGI-AMOUNT TO LGT-ABS
              MOVE 'CR' TO LGT-DT-DIR
           END-IF.
           MOVE LGT-ABS  TO LGT-DT-AMT.
           MOVE LGI-REF  TO LGT-DT-REF.
           IF LGT-IT-SINGLE (LGT-IX)
              MOVE '*** OVER THRESHOLD - FILED' TO LGT-DT-MARK
              PERFORM WRITE-SINGLE
           END-IF.
           IF LGT-IT-NEAR (LGT-IX)
              MOVE 'JUST UNDER THRESHOLD' TO LGT-DT-MARK
           END-IF.
           WRITE LGTXRPT-LINE FROM LGT-DETAIL.
       FIN-LISTITEM. EXIT.
      *////////////////////
       FILL-EXTRACT SECTION.
      *////////////////////
      * THE PARTS EVERY FILING RECORD CARRIES.
           MOVE SPACES           TO LGX-REC.
           MOVE LGT-BUSDATE      TO LGX-RUNDATE.
           MOVE LGT-CUR-NUMB     TO LGX-NUMB.
           MOVE LGT-ONFILE       TO LGX-ONFILE.
           MOVE NAME IN FILEA    TO LGX-NAME.
           MOVE ADDRX IN FILEA   TO LGX-ADDRX.
           MOVE ADDR2X IN FILEA  TO LGX-ADDR2X.
           MOVE PHONE IN FILEA   TO LGX-PHONE.
           MOVE EMAILX IN FILEA  TO LGX-EMAILX.
           MOVE STATUSX IN FILEA TO LGX-STATUSX.
           MOVE LGT-THRESHOLD    TO LGX-THRESHOLD.
       FIN-FILLEXT. EXIT.
      *////////////////////
       WRITE-SINGLE SECTION.
      *////////////////////
           PERFORM FILL-EXTRACT.
           MOVE 'S'              TO LGX-TYPE.
           IF LGI-AMOUNT < 0
              MOVE 'D' TO LGX-DIRECTION
           ELSE
              MOVE 'C' TO LGX-DIRECTION
           END-IF.
           MOVE LGT-ABS          TO LGX-AMOUNT.
           MOVE 1                TO LGX-COUNT.
           MOVE ZEROS            TO LGX-NEAR-CNT.
           MOVE LGI-HORA         TO LGX-HORA.
           IF LGI-IS-INTAKE
              MOVE 'I' TO LGX-SOURCE
           ELSE
              MOVE 'P' TO LGX-SOURCE
           END-IF.
           MOVE LGI-OPID         TO LGX-OPID.
           MOVE LGI-TERM         TO LGX-TERM.
           MOVE LGI-REF          TO LGX-REF.
           MOVE LGI-PDT-KEY      TO LGX-PDT-KEY.
           PERFORM WRITE-EXTRACT.
           ADD 1 TO LGT-SINGLE-CNT.
       FIN-WRSINGLE. EXIT.
      *////////////////////
       WRITE-AGGREGATE SECTION.
      *////////////////////
      * THE CALLER HAS SET THE DIRECTION IN LGT-DIR.
           PERFORM FILL-EXTRACT.
           MOVE 'A'              TO LGX-TYPE.
           MOVE LGT-DIR          TO LGX-DIRECTION.
           IF LGX-CREDIT
              MOVE LGT-CR-SUM  TO LGX-AMOUNT
              MOVE LGT-CR-CNT  TO LGX-COUNT
              MOVE LGT-CR-NEAR TO LGX-NEAR-CNT
           ELSE
              MOVE LGT-DB-SUM  TO LGX-AMOUNT
              MOVE LGT-DB-CNT  TO LGX-COUNT
              MOVE LGT-DB-NEAR TO LGX-NEAR-CNT
           END-IF.
           PERFORM WRITE-EXTRACT.
           ADD 1 TO LGT-AGGR-CNT.
       FIN-WRAGGR. EXIT.
      *////////////////////
       WRITE-EXTRACT SECTION.
      *////////////////////
           WRITE LGX-REC.
           IF FS-LGTXEXT NOT = '00'
              DISPLAY 'EDUFLGTX - ERROR WRITING LGTXEXT STATUS='
                       FS-LGTXEXT ' NUMB=' LGX-NUMB
              MOVE 8 TO RETURN-CODE
              GO TO FIN-WREXT.
           ADD 1 TO LGT-EXT-CNT.
       FIN-WREXT. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF FS-LGTXRPT NOT = '00'
              GO TO FIN-ENDJOB.
           MOVE SPACES TO LGTXRPT-LINE.
           WRITE LGTXRPT-LINE.
           MOVE 'POSTDTL RECORDS READ              : ' TO LGT-CL-LABEL.
           MOVE LGT-PDT-READ TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'POSTINGS ON THE BUSINESS DATE     : ' TO LGT-CL-LABEL.
           MOVE LGT-PDT-DAY TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'REVERSAL PAIRS LEFT OUT           : ' TO LGT-CL-LABEL.
           MOVE LGT-PDT-REVPAIR TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'INTAKE PAYMENTS READ              : ' TO LGT-CL-LABEL.
           MOVE LGT-PAY-READ TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'INTAKE APPLIED TODAY              : ' TO LGT-CL-LABEL.
           MOVE LGT-PAY-POSTED TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'INTAKE NOT APPLIED - COUNTED      : ' TO LGT-CL-LABEL.
           MOVE LGT-PAY-UNPOSTED TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'INTAKE RE-SENT - IGNORED          : ' TO LGT-CL-LABEL.
           MOVE LGT-PAY-RESENT TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'INTAKE UNUSABLE - IGNORED         : ' TO LGT-CL-LABEL.
           MOVE LGT-PAY-BAD TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'CUSTOMERS WITH MOVEMENTS          : ' TO LGT-CL-LABEL.
           MOVE LGT-CUSTS TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'CUSTOMERS REPORTED                : ' TO LGT-CL-LABEL.
           MOVE LGT-CUSTS-RPTD TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'SINGLE MOVEMENTS OVER THRESHOLD   : ' TO LGT-CL-LABEL.
           MOVE LGT-SINGLE-CNT TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'AGGREGATES OVER THRESHOLD         : ' TO LGT-CL-LABEL.
           MOVE LGT-AGGR-CNT TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'MOVEMENTS JUST UNDER THRESHOLD    : ' TO LGT-CL-LABEL.
           MOVE LGT-NEAR-TOTAL TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           MOVE 'FILING RECORDS WRITTEN            : ' TO LGT-CL-LABEL.
           MOVE LGT-EXT-CNT TO LGT-CL-CNT.
           WRITE LGTXRPT-LINE FROM LGT-CNTLINE.
           IF LGT-UNLISTED > 0
              MOVE 'MOVEMENTS NOT LISTED (TABLE FULL) : ' TO
                   LGT-CL-LABEL
              MOVE LGT-UNLISTED TO LGT-CL-CNT
              WRITE LGTXRPT-LINE FROM LGT-CNTLINE
           END-IF.

           CLOSE FILEAVS LGTXEXT LGTXRPT.
           DISPLAY 'EDUFLGTX - POSTINGS FOR DATE  : ' LGT-PDT-DAY.
           DISPLAY 'EDUFLGTX - INTAKE READ        : ' LGT-PAY-READ.
           DISPLAY 'EDUFLGTX - CUSTOMERS REPORTED : ' LGT-CUSTS-RPTD.
           DISPLAY 'EDUFLGTX - FILING RECORDS     : ' LGT-EXT-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
