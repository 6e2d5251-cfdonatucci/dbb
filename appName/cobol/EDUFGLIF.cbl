      *----------------------------------------------------------------*
      *-- DAILY GENERAL-LEDGER INTERFACE. FINANCE USED TO RE-KEY THE
      *-- DAY'S TOTALS FROM THE EDUFPAYB AND EDUFACCR REGISTERS AND
      *-- THE ONLINE POSTINGS; THIS JOB READS THE DAY'S EDUC CHANGE
      *-- FILE INSTEAD, SORTED AND DE-DUPLICATED EXACTLY AS EDUFPROF
      *-- DOES IT, SO THE LEDGER GETS THE SAME MOVEMENTS THE PROOF
      *-- BALANCED. EVERY CHANGE THAT MOVES A BALANCE (AFTER-IMAGE
      *-- AMOUNT MINUS BEFORE-IMAGE AMOUNT NOT ZERO) IS CLASSIFIED -
      *-- ONLINE POSTING, TRANSFER LEG, PAYMENT INTAKE, STANDING
      *-- ORDER, RETURNED PAYMENT, SERVICE CHARGE, INTEREST, ADD,
      *-- REINSTATE OR DELETE WITH A BALANCE, MERGE, BALANCE UPDATE -
      *-- AND TOTALLED PER CLASS AND DIRECTION. THE GL ACCOUNTS COME
      *-- FROM THE GLMAP CONTROL FILE FINANCE MAINTAINS (SEE EDUGLMS).
      *-- THE GLJRNL JOURNAL (SEE EDUGLJS) CARRIES ONE DEBIT/CREDIT
      *-- PAIR PER CLASS AND DIRECTION AND A CONTROL TRAILER. A
      *-- MOVEMENT THAT CANNOT BE CLASSIFIED, A CLASS WITH MOVEMENTS
      *-- BUT NO MAPPING, OR A BAD MAPPING CARD LEAVES THE JOURNAL
      *-- EMPTY AND FAILS THE RUNCTL STEP WITH RETURN CODE 8 - A
      *-- PARTIAL DAY MUST NEVER REACH THE LEDGER. THE STEP RUNS IN
      *-- THE RUNCTL CHAIN BEHIND EDUFPROF, SO NOTHING GOES OUT ON A
      *-- DAY THE MOVEMENT PROOF FAILED. AN ONLINE POSTING VALUE-DATED
      *-- TO A LATER BUSINESS DAY (EDC-CHG-VALDATE PAST EDC-CHG-FECHA)
      *-- IS KEPT APART AS CLASS TNXT, SO FINANCE CAN CARRY IT IN
      *-- TRANSIT UNTIL THE DAY IT COUNTS IN.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFGLIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP     ASSIGN TO GLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-GLMAP.
           SELECT EDUCIN    ASSIGN TO EDUCIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUCIN.
           SELECT SRTWK     ASSIGN TO SRTWK.
           SELECT CHGSRT    ASSIGN TO CHGSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CHGSRT.
           SELECT GLJRNL    ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-GLJRNL.
           SELECT GLIRPT    ASSIGN TO GLIRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-GLIRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUGLMS.
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
       FD  GLJRNL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EDUGLJS.
       FD  GLIRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  GLIRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-GLMAP           PIC XX     VALUE SPACES.
       77  FS-EDUCIN          PIC XX     VALUE SPACES.
       77  FS-CHGSRT          PIC XX     VALUE SPACES.
       77  FS-GLJRNL          PIC XX     VALUE SPACES.
       77  FS-GLIRPT          PIC XX     VALUE SPACES.
       77  GLI-EOF            PIC X      VALUE 'N'.
           88  GLI-PASS-DONE            VALUE 'Y'.
      *
       77  GLI-CHG-READ       PIC 9(7)   VALUE ZEROS.
       77  GLI-DUPS-SKIPPED   PIC 9(7)   VALUE ZEROS.
       77  GLI-NO-MOVE        PIC 9(7)   VALUE ZEROS.
       77  GLI-MOVES          PIC 9(7)   VALUE ZEROS.
       77  GLI-UNREADABLE     PIC 9(7)   VALUE ZEROS.
       77  GLI-UNCLASSED      PIC 9(7)   VALUE ZEROS.
       77  GLI-UNMAPPED       PIC 9(7)   VALUE ZEROS.
       77  GLI-MAP-CARDS      PIC 9(7)   VALUE ZEROS.
       77  GLI-MAP-BAD        PIC 9(7)   VALUE ZEROS.
       77  GLI-JRNL-LINES     PIC 9(7)   VALUE ZEROS.
       77  GLI-JRNL-SEQ       PIC 9(6)   VALUE ZEROS.
       77  GLI-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  GLI-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  GLI-PREV-FECHA     PIC X(8)   VALUE LOW-VALUES.
       77  GLI-PREV-SEQ       PIC 9(7)   VALUE ZEROS.
       01  GLI-PREV-REC       PIC X(470) VALUE LOW-VALUES.
      *
      * THE BEFORE/AFTER IMAGES CARRY A WHOLE FILEA RECORD - ONLY THE
      * AMOUNT SLOT MATTERS HERE, PICKED OUT BY OFFSET OVERLAY.
       01  GLI-IMG            PIC X(200) VALUE SPACES.
       01  GLI-IMG-R REDEFINES GLI-IMG.
           05  FILLER         PIC X(114).
           05  GLI-IMG-AMT    PIC X(8).
           05  GLI-IMG-AMT-N REDEFINES GLI-IMG-AMT
                              PIC S9(6)V99.
           05  FILLER         PIC X(78).
       77  GLI-BEF-AMT        PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  GLI-AFT-AMT        PIC S9(6)V99 COMP-3 VALUE ZEROS.
      *
      * THE MOVEMENT IN HAND, THE ONE HELD BACK AND THE ONE BEING
      * POSTED - SAME SHAPE, MOVED AS GROUPS. A BALANCE-CHANGING 'U'
      * IS HELD ONE RECORD: EDUFILAP WRITES A MERGE AS A 'U' OF THE
      * SURVIVOR IMMEDIATELY FOLLOWED BY A 'D' OF THE VICTIM FROM
      * THE SAME OPERATOR AND TERMINAL, THE SURVIVOR GAINING EXACTLY
      * THE VICTIM'S BALANCE. A PAIR SPLIT BY ANOTHER TERMINAL'S
      * CHANGE FALLS BACK TO UPDB AND DELB, WHICH STILL JOURNAL THE
      * SAME MONEY.
       01  GLI-CUR.
           05  GLI-CUR-NUMB   PIC X(6).
           05  GLI-CUR-FUNC   PIC X.
           05  GLI-CUR-OPID   PIC X(3).
           05  GLI-CUR-TERM   PIC X(4).
           05  GLI-CUR-FECHA  PIC X(8).
           05  GLI-CUR-SEQ    PIC 9(7).
           05  GLI-CUR-DELTA  PIC S9(7)V99 COMP-3.
           05  GLI-CUR-CLASS  PIC X(4).
       01  GLI-HLD.
           05  GLI-HLD-NUMB   PIC X(6).
           05  GLI-HLD-FUNC   PIC X.
           05  GLI-HLD-OPID   PIC X(3).
           05  GLI-HLD-TERM   PIC X(4).
           05  GLI-HLD-FECHA  PIC X(8).
           05  GLI-HLD-SEQ    PIC 9(7).
           05  GLI-HLD-DELTA  PIC S9(7)V99 COMP-3.
           05  GLI-HLD-CLASS  PIC X(4).
       77  GLI-HLD-FLAG       PIC 9      VALUE 0.
           88  GLI-HOLDING              VALUE 1.
       01  GLI-MV.
           05  GLI-MV-NUMB    PIC X(6).
           05  GLI-MV-FUNC    PIC X.
           05  GLI-MV-OPID    PIC X(3).
           05  GLI-MV-TERM    PIC X(4).
           05  GLI-MV-FECHA   PIC X(8).
           05  GLI-MV-SEQ     PIC 9(7).
           05  GLI-MV-DELTA   PIC S9(7)V99 COMP-3.
           05  GLI-MV-CLASS   PIC X(4).
       77  GLI-MRG-SUM        PIC S9(7)V99 COMP-3 VALUE ZEROS.
      *
      * MOVEMENT CLASSES, IN REPORT ORDER (SEE EDUGLMS). THE ACCOUNTS
      * ARE FILLED FROM GLMAP; THE TOTALS ARE KEPT BY DIRECTION -
      * RAISING CUSTOMER BALANCES OR LOWERING THEM.
       77  GLI-CLS-MAX        PIC 99     VALUE 13.
       77  GLI-CLS-IDX        PIC 99     VALUE 0.
       77  GLI-CLS-HIT        PIC 99     VALUE 0.
       77  GLI-CLASS-W        PIC X(4)   VALUE SPACES.
       01  GLI-CLS-CODES.
           05  FILLER  PIC X(24) VALUE 'TPOSTXFRPAYISORDRETNSCHG'.
           05  FILLER  PIC X(24) VALUE 'INTRADDBREINDELBMRGEUPDB'.
           05  FILLER  PIC X(4)  VALUE 'TNXT'.
       01  GLI-CLS-CODES-R REDEFINES GLI-CLS-CODES.
           05  GLI-CLS-CODE   PIC X(4) OCCURS 13 TIMES.
       01  GLI-CLS-TABLE.
           05  GLI-CLS-ENTRY OCCURS 13 TIMES.
               10  GLI-CL-MAPPED  PIC 9.
               10  GLI-CL-DR      PIC X(10).
               10  GLI-CL-CR      PIC X(10).
               10  GLI-CL-DESC    PIC X(30).
               10  GLI-CL-UP-CNT  PIC 9(7).
               10  GLI-CL-UP-SUM  PIC S9(13)V99 COMP-3.
               10  GLI-CL-DN-CNT  PIC 9(7).
               10  GLI-CL-DN-SUM  PIC S9(13)V99 COMP-3.
      *
      * ONE JOURNAL PAIR IN HAND - ACCOUNT TO DEBIT, ACCOUNT TO
      * CREDIT, THE AMOUNT AND THE MOVEMENTS BEHIND IT.
       77  GLI-PR-DR          PIC X(10)  VALUE SPACES.
       77  GLI-PR-CR          PIC X(10)  VALUE SPACES.
       77  GLI-PR-AMT         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  GLI-PR-CNT         PIC 9(7)   VALUE ZEROS.
      *
       01  GLI-HEADING1.
           05  FILLER  PIC X(46) VALUE
               'EDUFGLIF - GENERAL LEDGER INTERFACE FOR '.
           05  GLI-HD-DATE    PIC X(8).
           05  FILLER  PIC X(79) VALUE SPACES.
       01  GLI-HEADING2.
           05  FILLER  PIC X(33) VALUE
               'CUST   F OPR TERM DATE     SEQ   '.
           05  FILLER  PIC X(28) VALUE
               '  CLASS          MOVEMENT'.
           05  FILLER  PIC X(72) VALUE SPACES.
       01  GLI-DETAIL.
           05  GLI-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-DT-FUNC    PIC X.
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-DT-OPID    PIC X(3).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-DT-TERM    PIC X(4).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-DT-FECHA   PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-DT-SEQ     PIC 9(7).
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  GLI-DT-CLASS   PIC X(4).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  GLI-DT-DELTA   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  GLI-DT-NOTE    PIC X(30).
           05  FILLER         PIC X(43)  VALUE SPACES.
       01  GLI-CLS-HEADING.
           05  FILLER  PIC X(40) VALUE
               'CLASS DEBIT      CREDIT        RAISED  '.
           05  FILLER  PIC X(40) VALUE
               '          AMOUNT LOWERED          AMOUNT'.
           05  FILLER  PIC X(53) VALUE SPACES.
       01  GLI-CLS-DETAIL.
           05  GLI-CD-CLASS   PIC X(4).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  GLI-CD-DR      PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-CD-CR      PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-CD-UP-CNT  PIC ZZZZ,ZZ9.
           05  GLI-CD-UP-SUM  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  GLI-CD-DN-CNT  PIC ZZZZ,ZZ9.
           05  GLI-CD-DN-SUM  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  GLI-CD-NOTE    PIC X(20).
           05  FILLER         PIC X(28)  VALUE SPACES.
       01  GLI-AMTLINE.
           05  GLI-AL-LABEL   PIC X(28).
           05  GLI-AL-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(84) VALUE SPACES.
       01  GLI-CNTLINE.
           05  GLI-CL-LABEL   PIC X(28).
           05  GLI-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
       01  GLI-VERDICT-OK.
           05  FILLER  PIC X(40) VALUE
               'GL JOURNAL WRITTEN - DEBITS = CREDITS'.
           05  FILLER  PIC X(93) VALUE SPACES.
       01  GLI-VERDICT-BAD.
           05  FILLER  PIC X(52) VALUE
               '*** GL JOURNAL NOT WRITTEN - SEE ERRORS ABOVE'.
           05  FILLER  PIC X(81) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFGLIF' TO RC-THIS-PROG.
           MOVE 'EDUFPROF' TO RC-PREREQ.
           MOVE 'EDUC+GLMAP  ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           PERFORM LOAD-MAP.
           PERFORM CHANGE-PASS.
           PERFORM CHECK-MAPPING.
           PERFORM BUILD-JOURNAL.
           PERFORM SUMMARY.
           PERFORM END-JOB.
           MOVE GLI-CHG-READ TO RC-IN-W.
           MOVE GLI-JRNL-LINES TO RC-OUT-W.
           PERFORM RUNCTL-END.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN OUTPUT GLIRPT.
           IF FS-GLIRPT NOT = '00'
              DISPLAY 'EDUFGLIF - ERROR OPENING GLIRPT   STATUS='
                       FS-GLIRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RC-BUSDATE-W TO GLI-HD-DATE.
           WRITE GLIRPT-LINE FROM GLI-HEADING1.
           WRITE GLIRPT-LINE FROM GLI-HEADING2.
           MOVE 1 TO GLI-CLS-IDX.
           PERFORM INIT-CLASS-ONE UNTIL GLI-CLS-IDX > GLI-CLS-MAX.
       FIN-INIT. EXIT.
      *////////////////////
       INIT-CLASS-ONE SECTION.
      *////////////////////
           MOVE 0      TO GLI-CL-MAPPED(GLI-CLS-IDX).
           MOVE SPACES TO GLI-CL-DR(GLI-CLS-IDX)
                          GLI-CL-CR(GLI-CLS-IDX)
                          GLI-CL-DESC(GLI-CLS-IDX).
           MOVE ZEROS  TO GLI-CL-UP-CNT(GLI-CLS-IDX)
                          GLI-CL-UP-SUM(GLI-CLS-IDX)
                          GLI-CL-DN-CNT(GLI-CLS-IDX)
                          GLI-CL-DN-SUM(GLI-CLS-IDX).
           ADD 1 TO GLI-CLS-IDX.
       FIN-INITCLS. EXIT.
      *////////////////////
       LOAD-MAP SECTION.
      *////////////////////
           OPEN INPUT GLMAP.
           IF FS-GLMAP NOT = '00'
              DISPLAY 'EDUFGLIF - ERROR OPENING GLMAP    STATUS='
                       FS-GLMAP
              ADD 1 TO GLI-MAP-BAD
              GO TO FIN-LOADMAP
           END-IF.
           MOVE 'N' TO GLI-EOF.
           PERFORM LOAD-MAP-ONE UNTIL GLI-PASS-DONE.
           CLOSE GLMAP.
       FIN-LOADMAP. EXIT.
      *////////////////////
       LOAD-MAP-ONE SECTION.
      *////////////////////
           READ GLMAP
                AT END
                   MOVE 'Y' TO GLI-EOF
           END-READ.
           IF GLI-PASS-DONE
              GO TO FIN-LOADMAPONE.
           IF GLM-REC = SPACES OR GLM-CLASS (1:1) = '*'
              GO TO FIN-LOADMAPONE.
           ADD 1 TO GLI-MAP-CARDS.
      * A CARD FOR A CLASS THIS JOB DOES NOT KNOW, A SECOND CARD FOR
      * THE SAME CLASS OR A CARD MISSING AN ACCOUNT IS A MAINTENANCE
      * SLIP - NOTHING GOES TO THE LEDGER UNTIL IT IS PUT RIGHT.
           MOVE GLM-CLASS TO GLI-CLASS-W.
           PERFORM FIND-CLASS.
           IF GLI-CLS-HIT = 0
              DISPLAY 'EDUFGLIF - GLMAP UNKNOWN CLASS ' GLM-CLASS
              ADD 1 TO GLI-MAP-BAD
              GO TO FIN-LOADMAPONE.
           IF GLI-CL-MAPPED(GLI-CLS-HIT) = 1
              DISPLAY 'EDUFGLIF - GLMAP DUPLICATE CLASS ' GLM-CLASS
              ADD 1 TO GLI-MAP-BAD
              GO TO FIN-LOADMAPONE.
           IF GLM-DR-ACCT = SPACES OR GLM-CR-ACCT = SPACES
              DISPLAY 'EDUFGLIF - GLMAP ACCOUNT MISSING ' GLM-CLASS
              ADD 1 TO GLI-MAP-BAD
              GO TO FIN-LOADMAPONE.
           MOVE 1           TO GLI-CL-MAPPED(GLI-CLS-HIT).
           MOVE GLM-DR-ACCT TO GLI-CL-DR(GLI-CLS-HIT).
           MOVE GLM-CR-ACCT TO GLI-CL-CR(GLI-CLS-HIT).
           MOVE GLM-DESC    TO GLI-CL-DESC(GLI-CLS-HIT).
       FIN-LOADMAPONE. EXIT.
      *////////////////////
       FIND-CLASS SECTION.
      *////////////////////
           MOVE 0 TO GLI-CLS-HIT.
           MOVE 1 TO GLI-CLS-IDX.
           PERFORM FIND-CLASS-ONE UNTIL GLI-CLS-IDX > GLI-CLS-MAX
                                     OR GLI-CLS-HIT > 0.
       FIN-FINDCLS. EXIT.
      *////////////////////
       FIND-CLASS-ONE SECTION.
      *////////////////////
           IF GLI-CLS-CODE(GLI-CLS-IDX) = GLI-CLASS-W
              MOVE GLI-CLS-IDX TO GLI-CLS-HIT
           END-IF.
           ADD 1 TO GLI-CLS-IDX.
       FIN-FINDCLSONE. EXIT.
      *////////////////////
       CHANGE-PASS SECTION.
      *////////////////////
      * SAME ORDER AS EDUFPROF: STAMPED DATE AND SEQUENCE, EQUAL KEYS
      * (THE UNSEQUENCED BATCH RECORDS) IN THEIR INPUT ORDER.
           SORT SRTWK ON ASCENDING KEY SRT-FECHA SRT-SEQ
                WITH DUPLICATES IN ORDER
                USING EDUCIN
                GIVING CHGSRT.

           OPEN INPUT CHGSRT.
           IF FS-CHGSRT NOT = '00'
              DISPLAY 'EDUFGLIF - ERROR OPENING CHGSRT   STATUS='
                       FS-CHGSRT
              ADD 1 TO GLI-UNREADABLE
              GO TO FIN-CHGPASS
           END-IF.
           MOVE 'N' TO GLI-EOF.
           PERFORM CHANGE-ONE UNTIL GLI-PASS-DONE.
           CLOSE CHGSRT.
           IF GLI-HOLDING
              PERFORM RELEASE-HELD
           END-IF.
       FIN-CHGPASS. EXIT.
      *////////////////////
       CHANGE-ONE SECTION.
      *////////////////////
           READ CHGSRT
                AT END
                   MOVE 'Y' TO GLI-EOF
           END-READ.
           IF GLI-PASS-DONE
              GO TO FIN-CHGONE.
           ADD 1 TO GLI-CHG-READ.

      * A BYTE-FOR-BYTE REPEAT OF THE PREVIOUS RECORD IS A DRAIN-
      * REPLAY DUPLICATE - THE PROOF SKIPPED IT, AND SO DOES THE GL.
           IF EDC-CHG-FECHA NUMERIC AND EDC-CHG-SEQ NUMERIC
              AND EDC-CHG-SEQ > 0
              IF EDC-CHG-FECHA = GLI-PREV-FECHA
                 AND EDC-CHG-SEQ = GLI-PREV-SEQ
                 AND EDC-CHANGE = GLI-PREV-REC
                 ADD 1 TO GLI-DUPS-SKIPPED
                 GO TO FIN-CHGONE
              END-IF
              MOVE EDC-CHG-FECHA TO GLI-PREV-FECHA
              MOVE EDC-CHG-SEQ   TO GLI-PREV-SEQ
              MOVE EDC-CHANGE    TO GLI-PREV-REC
           END-IF.

           MOVE EDC-CHG-BEFORE TO GLI-IMG.
           IF GLI-IMG-AMT-N NUMERIC
              MOVE GLI-IMG-AMT-N TO GLI-BEF-AMT
           ELSE
              MOVE ZEROS TO GLI-BEF-AMT
              IF EDC-CHG-BEFORE NOT = SPACES
                 ADD 1 TO GLI-UNREADABLE
              END-IF
           END-IF.
           MOVE EDC-CHG-AFTER TO GLI-IMG.
           IF GLI-IMG-AMT-N NUMERIC
              MOVE GLI-IMG-AMT-N TO GLI-AFT-AMT
           ELSE
              MOVE ZEROS TO GLI-AFT-AMT
              IF EDC-CHG-AFTER NOT = SPACES
                 ADD 1 TO GLI-UNREADABLE
              END-IF
           END-IF.

           MOVE EDC-CHG-NUMB  TO GLI-CUR-NUMB.
           MOVE EDC-CHG-FUNC  TO GLI-CUR-FUNC.
           MOVE EDC-CHG-OPID  TO GLI-CUR-OPID.
           MOVE EDC-CHG-TERM  TO GLI-CUR-TERM.
           MOVE EDC-CHG-FECHA TO GLI-CUR-FECHA.
           IF EDC-CHG-SEQ NUMERIC
              MOVE EDC-CHG-SEQ TO GLI-CUR-SEQ
           ELSE
              MOVE ZEROS TO GLI-CUR-SEQ
           END-IF.
           COMPUTE GLI-CUR-DELTA = GLI-AFT-AMT - GLI-BEF-AMT.
           MOVE SPACES TO GLI-CUR-CLASS.

      * THE HELD 'U' IS SETTLED BY WHATEVER COMES NEXT - THE VICTIM
      * 'D' OF ITS MERGE, OR ANYTHING ELSE.
           IF GLI-HOLDING
              PERFORM SETTLE-HELD
           END-IF.
           IF GLI-CUR-CLASS NOT = SPACES
              MOVE GLI-CUR TO GLI-MV
              PERFORM POST-MOVE
              GO TO FIN-CHGONE.

           IF GLI-CUR-DELTA = 0
              ADD 1 TO GLI-NO-MOVE
              GO TO FIN-CHGONE.
           IF GLI-CUR-FUNC = 'U'
              MOVE GLI-CUR TO GLI-HLD
              MOVE 1 TO GLI-HLD-FLAG
              GO TO FIN-CHGONE.
           PERFORM CLASSIFY.
           MOVE GLI-CUR TO GLI-MV.
           PERFORM POST-MOVE.
       FIN-CHGONE. EXIT.
      *////////////////////
       SETTLE-HELD SECTION.
      *////////////////////
           MOVE 0 TO GLI-HLD-FLAG.
           COMPUTE GLI-MRG-SUM = GLI-HLD-DELTA + GLI-CUR-DELTA.
           IF GLI-CUR-FUNC = 'D'
              AND GLI-CUR-OPID  = GLI-HLD-OPID
              AND GLI-CUR-TERM  = GLI-HLD-TERM
              AND GLI-CUR-FECHA = GLI-HLD-FECHA
              AND GLI-MRG-SUM = 0
              MOVE 'MRGE' TO GLI-HLD-CLASS GLI-CUR-CLASS
           ELSE
              MOVE 'UPDB' TO GLI-HLD-CLASS
           END-IF.
           MOVE GLI-HLD TO GLI-MV.
           PERFORM POST-MOVE.
       FIN-SETTLE. EXIT.
      *////////////////////
       RELEASE-HELD SECTION.
      *////////////////////
           MOVE 0 TO GLI-HLD-FLAG.
           MOVE 'UPDB' TO GLI-HLD-CLASS.
           MOVE GLI-HLD TO GLI-MV.
           PERFORM POST-MOVE.
       FIN-RELEASE. EXIT.
      *////////////////////
       CLASSIFY SECTION.
      *////////////////////
      * BATCH WRITERS STAMP TERMINAL 'BTCH' AND THEIR OWN OPERATOR
      * CODE; EDUFACCR'S CHARGES LOWER THE BALANCE AND ITS INTEREST
      * RAISES IT. EVERYTHING ELSE CAME THROUGH EDUFILAP ONLINE,
      * WHERE A REVERSAL POSTS AS 'T' AND A TRANSFER LEG CARRIES
      * ITS TRANSFER REFERENCE.
           IF GLI-CUR-FUNC = 'T'
              IF GLI-CUR-TERM = 'BTCH'
                 EVALUATE GLI-CUR-OPID
                    WHEN 'PAY'
                       MOVE 'PAYI' TO GLI-CUR-CLASS
                    WHEN 'SOR'
                       MOVE 'SORD' TO GLI-CUR-CLASS
                    WHEN 'RET'
                       MOVE 'RETN' TO GLI-CUR-CLASS
                    WHEN 'ACC'
                       IF GLI-CUR-DELTA > 0
                          MOVE 'INTR' TO GLI-CUR-CLASS
                       ELSE
                          MOVE 'SCHG' TO GLI-CUR-CLASS
                       END-IF
                 END-EVALUATE
              ELSE
                 IF EDC-CHG-XREF NOT = SPACES
                    MOVE 'TXFR' TO GLI-CUR-CLASS
                 ELSE
                    IF EDC-CHG-VALDATE NUMERIC
                       AND EDC-CHG-VALDATE > EDC-CHG-FECHA
                       MOVE 'TNXT' TO GLI-CUR-CLASS
                    ELSE
                       MOVE 'TPOS' TO GLI-CUR-CLASS
                    END-IF
                 END-IF
              END-IF
              GO TO FIN-CLASSIFY.
           EVALUATE GLI-CUR-FUNC
              WHEN 'A'
                 MOVE 'ADDB' TO GLI-CUR-CLASS
              WHEN 'I'
                 MOVE 'REIN' TO GLI-CUR-CLASS
              WHEN 'D'
                 MOVE 'DELB' TO GLI-CUR-CLASS
           END-EVALUATE.
       FIN-CLASSIFY. EXIT.
      *////////////////////
       POST-MOVE SECTION.
      *////////////////////
           ADD 1 TO GLI-MOVES.
           MOVE GLI-MV-NUMB  TO GLI-DT-NUMB.
           MOVE GLI-MV-FUNC  TO GLI-DT-FUNC.
           MOVE GLI-MV-OPID  TO GLI-DT-OPID.
           MOVE GLI-MV-TERM  TO GLI-DT-TERM.
           MOVE GLI-MV-FECHA TO GLI-DT-FECHA.
           MOVE GLI-MV-SEQ   TO GLI-DT-SEQ.
           MOVE GLI-MV-DELTA TO GLI-DT-DELTA.
           MOVE SPACES       TO GLI-DT-NOTE.
           MOVE GLI-MV-CLASS TO GLI-CLASS-W.
           PERFORM FIND-CLASS.
           IF GLI-CLS-HIT = 0
              MOVE '????' TO GLI-DT-CLASS
              MOVE '*** CANNOT BE CLASSIFIED' TO GLI-DT-NOTE
              ADD 1 TO GLI-UNCLASSED
              WRITE GLIRPT-LINE FROM GLI-DETAIL
              GO TO FIN-POSTMOVE.
           MOVE GLI-MV-CLASS TO GLI-DT-CLASS.
           WRITE GLIRPT-LINE FROM GLI-DETAIL.
           IF GLI-MV-DELTA > 0
              ADD 1 TO GLI-CL-UP-CNT(GLI-CLS-HIT)
              ADD GLI-MV-DELTA TO GLI-CL-UP-SUM(GLI-CLS-HIT)
           ELSE
              ADD 1 TO GLI-CL-DN-CNT(GLI-CLS-HIT)
              SUBTRACT GLI-MV-DELTA FROM GLI-CL-DN-SUM(GLI-CLS-HIT)
           END-IF.
       FIN-POSTMOVE. EXIT.
      *////////////////////
       CHECK-MAPPING SECTION.
      *////////////////////
      * A CLASS THAT MOVED MONEY TODAY BUT HAS NO GLMAP CARD WOULD
      * LEAVE THE JOURNAL SHORT - COUNTED HERE, REFUSED BELOW.
           MOVE 1 TO GLI-CLS-IDX.
           PERFORM CHECK-MAP-ONE UNTIL GLI-CLS-IDX > GLI-CLS-MAX.
       FIN-CHKMAP. EXIT.
      *////////////////////
       CHECK-MAP-ONE SECTION.
      *////////////////////
           IF GLI-CL-MAPPED(GLI-CLS-IDX) = 0
              AND (GLI-CL-UP-CNT(GLI-CLS-IDX) > 0
                   OR GLI-CL-DN-CNT(GLI-CLS-IDX) > 0)
              DISPLAY 'EDUFGLIF - NO GLMAP CARD FOR CLASS '
                      GLI-CLS-CODE(GLI-CLS-IDX)
              ADD 1 TO GLI-UNMAPPED
           END-IF.
           ADD 1 TO GLI-CLS-IDX.
       FIN-CHKMAPONE. EXIT.
      *////////////////////
       BUILD-JOURNAL SECTION.
      *////////////////////
      * THE JOURNAL IS OPENED EVEN ON A REFUSED DAY SO YESTERDAY'S
      * FILE CAN NEVER BE SENT AGAIN IN ITS PLACE - IT IS LEFT EMPTY,
      * WITH NO TRAILER, WHICH THE LEDGER REJECTS ON ITS OWN.
           OPEN OUTPUT GLJRNL.
           IF FS-GLJRNL NOT = '00'
              DISPLAY 'EDUFGLIF - ERROR OPENING GLJRNL   STATUS='
                       FS-GLJRNL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-BUILDJRNL
           END-IF.
           IF GLI-UNCLASSED > 0 OR GLI-UNMAPPED > 0
              OR GLI-MAP-BAD > 0 OR GLI-UNREADABLE > 0
              MOVE 8 TO RETURN-CODE
              CLOSE GLJRNL
              GO TO FIN-BUILDJRNL
           END-IF.
           MOVE 1 TO GLI-CLS-IDX.
           PERFORM JOURNAL-CLASS UNTIL GLI-CLS-IDX > GLI-CLS-MAX.

           MOVE SPACES         TO GLJ-REC.
           MOVE 'T'            TO GLJ-TYPE.
           MOVE RC-BUSDATE-W   TO GLJ-BUSDATE.
           MOVE 'EDUFGLIF'     TO GLJ-SOURCE.
           MOVE GLI-JRNL-LINES TO GLJ-T-COUNT.
           MOVE GLI-DEBITS     TO GLJ-T-DEBITS.
           MOVE GLI-CREDITS    TO GLJ-T-CREDITS.
           WRITE GLJ-REC.
           IF FS-GLJRNL NOT = '00'
              DISPLAY 'EDUFGLIF - ERROR WRITING GLJRNL   STATUS='
                       FS-GLJRNL
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GLJRNL.
           IF GLI-DEBITS NOT = GLI-CREDITS
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-BUILDJRNL. EXIT.
      *////////////////////
       JOURNAL-CLASS SECTION.
      *////////////////////
      * RAISED BALANCES POST AS THE CARD READS; LOWERED BALANCES POST
      * THE OTHER WAY ROUND.
           IF GLI-CL-UP-SUM(GLI-CLS-IDX) NOT = 0
              MOVE GLI-CL-DR(GLI-CLS-IDX)     TO GLI-PR-DR
              MOVE GLI-CL-CR(GLI-CLS-IDX)     TO GLI-PR-CR
              MOVE GLI-CL-UP-SUM(GLI-CLS-IDX) TO GLI-PR-AMT
              MOVE GLI-CL-UP-CNT(GLI-CLS-IDX) TO GLI-PR-CNT
              PERFORM WRITE-JRNL-PAIR
           END-IF.
           IF GLI-CL-DN-SUM(GLI-CLS-IDX) NOT = 0
              MOVE GLI-CL-CR(GLI-CLS-IDX)     TO GLI-PR-DR
              MOVE GLI-CL-DR(GLI-CLS-IDX)     TO GLI-PR-CR
              MOVE GLI-CL-DN-SUM(GLI-CLS-IDX) TO GLI-PR-AMT
              MOVE GLI-CL-DN-CNT(GLI-CLS-IDX) TO GLI-PR-CNT
              PERFORM WRITE-JRNL-PAIR
           END-IF.
           ADD 1 TO GLI-CLS-IDX.
       FIN-JRNLCLS. EXIT.
      *////////////////////
       WRITE-JRNL-PAIR SECTION.
      *////////////////////
           MOVE SPACES       TO GLJ-REC.
           MOVE 'D'          TO GLJ-TYPE.
           MOVE RC-BUSDATE-W TO GLJ-BUSDATE.
           MOVE 'EDUFGLIF'   TO GLJ-SOURCE.
           ADD 1 TO GLI-JRNL-SEQ.
           MOVE GLI-JRNL-SEQ TO GLJ-SEQ.
           MOVE GLI-PR-DR    TO GLJ-ACCOUNT.
           MOVE 'D'          TO GLJ-DRCR.
           MOVE GLI-PR-AMT   TO GLJ-AMOUNT.
           MOVE GLI-CLS-CODE(GLI-CLS-IDX) TO GLJ-CLASS.
           MOVE GLI-PR-CNT   TO GLJ-MOVES.
           MOVE GLI-CL-DESC(GLI-CLS-IDX)  TO GLJ-DESC.
           WRITE GLJ-REC.
           ADD 1 TO GLI-JRNL-LINES.
           ADD GLI-PR-AMT TO GLI-DEBITS.

           ADD 1 TO GLI-JRNL-SEQ.
           MOVE GLI-JRNL-SEQ TO GLJ-SEQ.
           MOVE GLI-PR-CR    TO GLJ-ACCOUNT.
           MOVE 'C'          TO GLJ-DRCR.
           WRITE GLJ-REC.
           ADD 1 TO GLI-JRNL-LINES.
           ADD GLI-PR-AMT TO GLI-CREDITS.
       FIN-WRPAIR. EXIT.
      *////////////////////
       SUMMARY SECTION.
      *////////////////////
           MOVE SPACES TO GLIRPT-LINE.
           WRITE GLIRPT-LINE.
           WRITE GLIRPT-LINE FROM GLI-CLS-HEADING.
           MOVE 1 TO GLI-CLS-IDX.
           PERFORM SUMMARY-ONE UNTIL GLI-CLS-IDX > GLI-CLS-MAX.
           MOVE SPACES TO GLIRPT-LINE.
           WRITE GLIRPT-LINE.

           MOVE 'CHANGE RECORDS READ       : ' TO GLI-CL-LABEL.
           MOVE GLI-CHG-READ TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'DUPLICATES SKIPPED        : ' TO GLI-CL-LABEL.
           MOVE GLI-DUPS-SKIPPED TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'NO BALANCE MOVEMENT       : ' TO GLI-CL-LABEL.
           MOVE GLI-NO-MOVE TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'BALANCE MOVEMENTS         : ' TO GLI-CL-LABEL.
           MOVE GLI-MOVES TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'UNREADABLE IMAGE AMOUNTS  : ' TO GLI-CL-LABEL.
           MOVE GLI-UNREADABLE TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'MOVEMENTS NOT CLASSIFIED  : ' TO GLI-CL-LABEL.
           MOVE GLI-UNCLASSED TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'CLASSES WITHOUT GLMAP CARD: ' TO GLI-CL-LABEL.
           MOVE GLI-UNMAPPED TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'GLMAP CARDS LOADED        : ' TO GLI-CL-LABEL.
           MOVE GLI-MAP-CARDS TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'GLMAP CARDS IN ERROR      : ' TO GLI-CL-LABEL.
           MOVE GLI-MAP-BAD TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'JOURNAL LINES WRITTEN     : ' TO GLI-CL-LABEL.
           MOVE GLI-JRNL-LINES TO GLI-CL-CNT.
           WRITE GLIRPT-LINE FROM GLI-CNTLINE.
           MOVE 'TOTAL DEBITS              : ' TO GLI-AL-LABEL.
           MOVE GLI-DEBITS TO GLI-AL-AMT.
           WRITE GLIRPT-LINE FROM GLI-AMTLINE.
           MOVE 'TOTAL CREDITS             : ' TO GLI-AL-LABEL.
           MOVE GLI-CREDITS TO GLI-AL-AMT.
           WRITE GLIRPT-LINE FROM GLI-AMTLINE.
           IF RETURN-CODE = 0
              WRITE GLIRPT-LINE FROM GLI-VERDICT-OK
           ELSE
              WRITE GLIRPT-LINE FROM GLI-VERDICT-BAD
           END-IF.
       FIN-SUMMARY. EXIT.
      *////////////////////
       SUMMARY-ONE SECTION.
      *////////////////////
           MOVE GLI-CLS-CODE(GLI-CLS-IDX)  TO GLI-CD-CLASS.
           MOVE GLI-CL-DR(GLI-CLS-IDX)     TO GLI-CD-DR.
           MOVE GLI-CL-CR(GLI-CLS-IDX)     TO GLI-CD-CR.
           MOVE GLI-CL-UP-CNT(GLI-CLS-IDX) TO GLI-CD-UP-CNT.
           MOVE GLI-CL-UP-SUM(GLI-CLS-IDX) TO GLI-CD-UP-SUM.
           MOVE GLI-CL-DN-CNT(GLI-CLS-IDX) TO GLI-CD-DN-CNT.
           MOVE GLI-CL-DN-SUM(GLI-CLS-IDX) TO GLI-CD-DN-SUM.
           IF GLI-CL-MAPPED(GLI-CLS-IDX) = 1
              MOVE SPACES TO GLI-CD-NOTE
           ELSE
              MOVE 'NO GLMAP CARD' TO GLI-CD-NOTE
           END-IF.
           WRITE GLIRPT-LINE FROM GLI-CLS-DETAIL.
           ADD 1 TO GLI-CLS-IDX.
       FIN-SUMMONE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           CLOSE GLIRPT.
           DISPLAY 'EDUFGLIF - BALANCE MOVEMENTS: ' GLI-MOVES.
           DISPLAY 'EDUFGLIF - JOURNAL LINES    : ' GLI-JRNL-LINES.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
