      *----------------------------------------------------------------*
      *-- NIGHTLY OVERDRAWN-ACCOUNT DUNNING CYCLE. READS THE FILEAEXT
      *-- EXTRACT AND KEEPS ONE DUNNING RECORD (SEE EDUDUNS) FOR EVERY
      *-- CUSTOMER WHOSE BALANCE IS BELOW ZERO, STARTING FROM THE
      *-- BUSINESS DATE THE BALANCE WAS FIRST SEEN NEGATIVE. AT 15
      *-- DAYS OVERDRAWN THE CUSTOMER GETS A FIRST REMINDER, AT 30 A
      *-- SECOND REMINDER, AT 60 A FINAL NOTICE - ONE LETTER PER STAGE
      *-- REACHED, NAME AND ADDRESS FROM FILEA. A CUSTOMER WITH A WELL-
      *-- FORMED EMAILX GETS THE LETTER ON THE SAME E-DELIVERY FEED
      *-- SHAPE EDUFSTMT WRITES (EDELHDR / EDELTXT / EDELEND); EVERY
      *-- OTHER LETTER GOES TO THE PAPER PRINT FILE. EACH STAGE IS ALSO
      *-- LEFT AS A CONTACT NOTE ON CNOTE (SEE EDUNOTS), OPERATOR
      *-- 'DUN', SO THE EDUFMNT NOTES BROWSE SHOWS IT. A CUSTOMER BACK
      *-- AT ZERO OR ABOVE, OR NO LONGER ON THE EXTRACT, DROPS OUT OF
      *-- THE CYCLE. REGISTER OF EVERY ACTION AND CONTROL TOTALS AT THE
      *-- END; HOOKED INTO THE RUNCTL CHAIN BEHIND EDUFEXTR.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFDUNN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT  ASSIGN TO FILEAEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-FILEAEXT.
           SELECT DUNNING   ASSIGN TO DUNNING
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DUN-NUMB
                  FILE STATUS  IS FS-DUNNING.
           SELECT CNOTEVS   ASSIGN TO CNOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NOT-KEY
                  FILE STATUS  IS FS-CNOTE.
           SELECT DUNLTR    ASSIGN TO DUNLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DUNLTR.
           SELECT EDELFEED  ASSIGN TO EDELFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDELFEED.
           SELECT DUNRPT    ASSIGN TO DUNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DUNRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY EDUFILAS REPLACING FILEA BY FILEA-EXT.
       FD  DUNNING
           LABEL RECORDS ARE STANDARD.
           COPY EDUDUNS.
       FD  CNOTEVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUNOTS.
      *
      * PAPER LETTERS - PRINT FILE FOR THE MAIL ROOM.
       FD  DUNLTR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DUNLTR-LINE         PIC X(133).
      *
      * THE E-DELIVERY FEED FOR THE GATEWAY, SAME RECORD SHAPE AS
      * EDUFSTMT'S - ONE EDELHDR PER LETTER (ADDRESS AND CUSTOMER),
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
       FD  DUNRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DUNRPT-LINE         PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-FILEAEXT        PIC XX     VALUE SPACES.
       77  FS-DUNNING         PIC XX     VALUE SPACES.
       77  FS-CNOTE           PIC XX     VALUE SPACES.
       77  FS-DUNLTR          PIC XX     VALUE SPACES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  FS-DUNRPT          PIC XX     VALUE SPACES.
       77  DNG-EOF            PIC X      VALUE 'N'.
           88  DNG-END-OF-FILEA         VALUE 'Y'.
       77  DNG-SWEEP-EOF      PIC X      VALUE 'N'.
           88  DNG-END-OF-DUNNING       VALUE 'Y'.
       77  DNG-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  DNG-OVERDRAWN      PIC 9(7)   VALUE ZEROS.
       77  DNG-ENTERED        PIC 9(7)   VALUE ZEROS.
       77  DNG-CURED          PIC 9(7)   VALUE ZEROS.
       77  DNG-GONE           PIC 9(7)   VALUE ZEROS.
       77  DNG-PAPER-CNT      PIC 9(7)   VALUE ZEROS.
       77  DNG-EMAIL-CNT      PIC 9(7)   VALUE ZEROS.
       77  DNG-EREJ-CNT       PIC 9(7)   VALUE ZEROS.
       77  DNG-NOTE-CNT       PIC 9(7)   VALUE ZEROS.
       77  DNG-ERR-CNT        PIC 9(7)   VALUE ZEROS.
       77  DNG-STAGE-IDX      PIC 9      VALUE 0.
       77  DNG-NEW-STAGE      PIC 9      VALUE 0.
       77  DNG-AT-TALLY       PIC 9(3)   VALUE 0.
       77  DNG-FOUND          PIC 9      VALUE 0.
           88  DNG-IN-CYCLE             VALUE 1.
       77  DNG-ROUTE          PIC X      VALUE 'P'.
           88  DNG-TO-PAPER             VALUE 'P'.
           88  DNG-TO-EMAIL             VALUE 'E'.
       77  DNG-ACTION         PIC X(30)  VALUE SPACES.
       77  DNG-NOTE-TEXT      PIC X(50)  VALUE SPACES.
       77  DNG-OUT-WORK       PIC X(133) VALUE SPACES.
      *
      * DAYS OVERDRAWN BEFORE EACH STAGE'S LETTER GOES OUT.
       77  DNG-DAYS-FIRST     PIC 9(3)   VALUE 15.
       77  DNG-DAYS-SECOND    PIC 9(3)   VALUE 30.
       77  DNG-DAYS-FINAL     PIC 9(3)   VALUE 60.
      *
       01  DNG-BUSDATE        PIC X(8)   VALUE SPACES.
       01  DNG-BUSDATE-R REDEFINES DNG-BUSDATE.
           05  DNG-BD-YYYY    PIC 9(4).
           05  DNG-BD-MM      PIC 99.
           05  DNG-BD-DD      PIC 99.
       01  DNG-SINCE          PIC X(8)   VALUE SPACES.
       01  DNG-SINCE-R REDEFINES DNG-SINCE.
           05  DNG-SN-YYYY    PIC 9(4).
           05  DNG-SN-MM      PIC 99.
           05  DNG-SN-DD      PIC 99.
       01  DNG-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  DNG-HORA-SEP       PIC X(8)   VALUE SPACES.
      *
      * DAY-NUMBER WORK - SAME MARCH-BASED FORMULA AS EDUFSUSA, EACH
      * QUOTIENT IN ITS OWN WHOLE-NUMBER FIELD.
       77  DNG-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-Q4        PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-Q100      PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-Q400      PIC S9(8)  COMP VALUE +0.
       77  DNG-WORK-QM        PIC S9(8)  COMP VALUE +0.
       77  DNG-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  DNG-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  DNG-DAYS           PIC S9(9)  COMP VALUE +0.
      *
      * THE THREE LETTERS - TITLE AND TWO LINES OF WORDING EACH.
       01  DNG-LETTER-TEXTS.
           05  FILLER  PIC X(20) VALUE 'FIRST REMINDER'.
           05  FILLER  PIC X(60) VALUE
               'PLEASE ARRANGE A PAYMENT TO BRING YOUR ACCOUNT BACK TO'.
           05  FILLER  PIC X(60) VALUE
               'A CREDIT BALANCE. IF YOU HAVE ALREADY PAID, THANK YOU.'.
           05  FILLER  PIC X(20) VALUE 'SECOND REMINDER'.
           05  FILLER  PIC X(60) VALUE
               'WE HAVE NOT YET RECEIVED A PAYMENT. PLEASE CONTACT US'.
           05  FILLER  PIC X(60) VALUE
               'WITHIN 14 DAYS TO AGREE HOW THE BALANCE IS TO BE PAID.'.
           05  FILLER  PIC X(20) VALUE 'FINAL NOTICE'.
           05  FILLER  PIC X(60) VALUE
               'YOUR ACCOUNT REMAINS OVERDRAWN. UNLESS PAYMENT IS MADE'.
           05  FILLER  PIC X(60) VALUE
               'THE DEBT WILL BE PASSED FOR COLLECTION WITHOUT NOTICE.'.
       01  DNG-LETTER-TEXTS-R REDEFINES DNG-LETTER-TEXTS.
           05  DNG-LTR-ENTRY OCCURS 3 TIMES.
               10  DNG-LTR-TITLE  PIC X(20).
               10  DNG-LTR-TEXT1  PIC X(60).
               10  DNG-LTR-TEXT2  PIC X(60).
      *
       01  DNG-LTR-HEAD.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  DNG-LH-TITLE   PIC X(20).
           05  FILLER         PIC X(20)  VALUE SPACES.
           05  FILLER         PIC X(6)   VALUE 'DATE: '.
           05  DNG-LH-DATE    PIC X(8).
           05  FILLER         PIC X(69)  VALUE SPACES.
       01  DNG-LTR-ADDR.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  DNG-LA-TEXT    PIC X(20).
           05  FILLER         PIC X(103) VALUE SPACES.
       01  DNG-LTR-CUST.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(17)  VALUE 'CUSTOMER NUMBER: '.
           05  DNG-LC-NUMB    PIC X(6).
           05  FILLER         PIC X(100) VALUE SPACES.
       01  DNG-LTR-SINCE.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(38)  VALUE
               'YOUR ACCOUNT HAS BEEN OVERDRAWN SINCE '.
           05  DNG-LS-SINCE   PIC X(8).
           05  FILLER         PIC X(2)   VALUE ' ('.
           05  DNG-LS-DAYS    PIC ZZZ9.
           05  FILLER         PIC X(7)   VALUE ' DAYS).'.
           05  FILLER         PIC X(64)  VALUE SPACES.
       01  DNG-LTR-BAL.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(9)   VALUE 'BALANCE: '.
           05  DNG-LB-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(29)  VALUE
               '   AGREED OVERDRAFT LIMIT: '.
           05  DNG-LB-LIM     PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(64)  VALUE SPACES.
       01  DNG-LTR-TEXT.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  DNG-LT-TEXT    PIC X(60).
           05  FILLER         PIC X(63)  VALUE SPACES.
      *
       01  DNG-HEADING1.
           05  FILLER  PIC X(47) VALUE
               'EDUFDUNN - OVERDRAWN ACCOUNT DUNNING CYCLE FOR '.
           05  DNG-HD-DATE    PIC X(8).
           05  FILLER  PIC X(78) VALUE SPACES.
       01  DNG-HEADING2.
           05  FILLER  PIC X(36) VALUE
               'NUMBER NAME                  BALANCE'.
           05  FILLER  PIC X(40) VALUE
               '  NEG SINCE  DAYS ST R ACTION'.
           05  FILLER  PIC X(57) VALUE SPACES.
       01  DNG-DETAIL.
           05  DNG-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  DNG-DT-NAME    PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  DNG-DT-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  DNG-DT-SINCE   PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  DNG-DT-DAYS    PIC ZZZZ9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DNG-DT-STAGE   PIC 9.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  DNG-DT-ROUTE   PIC X.
           05  FILLER         PIC X      VALUE SPACE.
           05  DNG-DT-ACTION  PIC X(30).
           05  FILLER         PIC X(42)  VALUE SPACES.
       01  DNG-CNTLINE.
           05  DNG-CL-LABEL   PIC X(28).
           05  DNG-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFDUNN' TO RC-THIS-PROG.
           MOVE 'EDUFEXTR' TO RC-PREREQ.
           MOVE 'FILEAEXT    ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       DUNNLP.
           IF DNG-END-OF-FILEA GO TO SWEEP END-IF.
           PERFORM DUN-ONE.
           PERFORM READ-FILEAEXT.
           GO TO DUNNLP.
       SWEEP.
           PERFORM SWEEP-GONE.
       FINALI.
           PERFORM END-JOB.
           MOVE DNG-RECS-READ TO RC-IN-W.
           COMPUTE RC-OUT-W = DNG-PAPER-CNT + DNG-EMAIL-CNT.
           PERFORM RUNCTL-END.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  FILEAEXT.
           IF FS-FILEAEXT NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR OPENING FILEAEXT STATUS='
                       FS-FILEAEXT
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O DUNNING.
           IF FS-DUNNING NOT = '00' AND FS-DUNNING NOT = '05'
              DISPLAY 'EDUFDUNN - ERROR OPENING DUNNING  STATUS='
                       FS-DUNNING
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O CNOTEVS.
           IF FS-CNOTE NOT = '00' AND FS-CNOTE NOT = '05'
              DISPLAY 'EDUFDUNN - ERROR OPENING CNOTE    STATUS='
                       FS-CNOTE
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DUNLTR.
           IF FS-DUNLTR NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR OPENING DUNLTR   STATUS='
                       FS-DUNLTR
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT EDELFEED.
           IF FS-EDELFEED NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR OPENING EDELFEED STATUS='
                       FS-EDELFEED
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DUNRPT.
           IF FS-DUNRPT NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR OPENING DUNRPT   STATUS='
                       FS-DUNRPT
              MOVE 'Y' TO DNG-EOF DNG-SWEEP-EOF
              GO TO FIN-INIT
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO DNG-BUSDATE.
           MOVE DNG-BD-YYYY TO DNG-WORK-Y.
           MOVE DNG-BD-MM   TO DNG-WORK-M.
           MOVE DNG-BD-DD   TO DNG-WORK-D.
           PERFORM CALC-DAYNUM.
           MOVE DNG-DAYNUM TO DNG-TODAY-DAYNUM.
           PERFORM STAMP-TIME.

           MOVE DNG-BUSDATE TO DNG-HD-DATE.
           WRITE DUNRPT-LINE FROM DNG-HEADING1.
           WRITE DUNRPT-LINE FROM DNG-HEADING2.

           PERFORM READ-FILEAEXT.
       FIN-INIT. EXIT.
      *////////////////////
       STAMP-TIME SECTION.
      *////////////////////
      * HH:MM:SS THE WAY EDUFMNT STAMPS ITS NOTES.
           ACCEPT DNG-TIME-RAW FROM TIME.
           MOVE SPACES TO DNG-HORA-SEP.
           STRING DNG-TIME-RAW(1:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  DNG-TIME-RAW(3:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  DNG-TIME-RAW(5:2) DELIMITED BY SIZE
                  INTO DNG-HORA-SEP.
       FIN-STAMPTIME. EXIT.
      *////////////////////
       READ-FILEAEXT SECTION.
      *////////////////////
           READ FILEAEXT
                AT END
                   MOVE 'Y' TO DNG-EOF
           END-READ.
       FIN-READEXT. EXIT.
      *////////////////////
       DUN-ONE SECTION.
      *////////////////////
      * THE CONTROL-TOTAL TRAILER (SEE EDUFTRLS) AND THE NEXT-NUMBER
      * CONTROL RECORD (SEE EDUNCTS) ARE NOT CUSTOMERS.
           IF NUMB IN FILEA-EXT = '999999'
              AND NAME IN FILEA-EXT (1:8) = 'TRAILER*'
              GO TO FIN-DUNONE.
           IF NUMB IN FILEA-EXT = '000000'
              AND NAME IN FILEA-EXT (1:8) = '*NUMCTL*'
              GO TO FIN-DUNONE.

           ADD 1 TO DNG-RECS-READ.

           MOVE NUMB IN FILEA-EXT TO DUN-NUMB.
           READ DUNNING
                INVALID KEY
                   MOVE 0 TO DNG-FOUND
                NOT INVALID KEY
                   MOVE 1 TO DNG-FOUND
           END-READ.
           IF FS-DUNNING NOT = '00' AND FS-DUNNING NOT = '23'
              DISPLAY 'EDUFDUNN - ERROR READING DUNNING ' DUN-NUMB
                      ' STATUS=' FS-DUNNING
              ADD 1 TO DNG-ERR-CNT
              GO TO FIN-DUNONE.

           IF AMOUNT-N IN FILEA-EXT NOT NUMERIC
              OR AMOUNT-N IN FILEA-EXT NOT < 0
              IF DNG-IN-CYCLE
                 PERFORM LEAVE-CYCLE
              END-IF
              GO TO FIN-DUNONE.

           ADD 1 TO DNG-OVERDRAWN.
           IF NOT DNG-IN-CYCLE
              PERFORM ENTER-CYCLE
              GO TO FIN-DUNONE.

      * ALREADY IN THE CYCLE - HAS IT REACHED A NEW STAGE TONIGHT? A
      * NIGHT THE CHAIN DID NOT RUN CAN SKIP A THRESHOLD; THE LETTER
      * SENT IS THEN THE STAGE ACTUALLY REACHED, NOT EVERY ONE MISSED.
           MOVE DUN-NEG-SINCE TO DNG-SINCE.
           PERFORM CALC-DAYS.
           MOVE 0 TO DNG-NEW-STAGE.
           IF DNG-DAYS NOT < DNG-DAYS-FIRST
              MOVE 1 TO DNG-NEW-STAGE
           END-IF.
           IF DNG-DAYS NOT < DNG-DAYS-SECOND
              MOVE 2 TO DNG-NEW-STAGE
           END-IF.
           IF DNG-DAYS NOT < DNG-DAYS-FINAL
              MOVE 3 TO DNG-NEW-STAGE
           END-IF.
           MOVE RC-BUSDATE-W TO DUN-SEEN.
           MOVE AMOUNT-N IN FILEA-EXT TO DUN-AMOUNT.
           IF DNG-NEW-STAGE > DUN-STAGE
              MOVE DNG-NEW-STAGE TO DUN-STAGE
              MOVE RC-BUSDATE-W  TO DUN-STAGE-DATE
              PERFORM SEND-LETTER
              MOVE DNG-ROUTE TO DUN-ROUTE
              PERFORM WRITE-STAGE-NOTE
              MOVE DNG-LTR-TITLE(DUN-STAGE) TO DNG-ACTION
              PERFORM WRITE-REGISTER
           END-IF.
           REWRITE DUN-REC.
           IF FS-DUNNING NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR REWRITING DUNNING ' DUN-NUMB
                      ' STATUS=' FS-DUNNING
              ADD 1 TO DNG-ERR-CNT
           END-IF.
       FIN-DUNONE. EXIT.
      *////////////////////
       ENTER-CYCLE SECTION.
      *////////////////////
           MOVE SPACES TO DUN-REC.
           MOVE NUMB IN FILEA-EXT     TO DUN-NUMB.
           MOVE RC-BUSDATE-W          TO DUN-NEG-SINCE DUN-SEEN.
           MOVE 0                     TO DUN-STAGE.
           MOVE AMOUNT-N IN FILEA-EXT TO DUN-AMOUNT.
           WRITE DUN-REC.
           IF FS-DUNNING NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR WRITING DUNNING ' DUN-NUMB
                      ' STATUS=' FS-DUNNING
              ADD 1 TO DNG-ERR-CNT
              GO TO FIN-ENTER.
           ADD 1 TO DNG-ENTERED.
           MOVE 0 TO DNG-DAYS.
           MOVE 'ENTERED DUNNING CYCLE' TO DNG-ACTION.
           PERFORM WRITE-REGISTER.
       FIN-ENTER. EXIT.
      *////////////////////
       LEAVE-CYCLE SECTION.
      *////////////////////
      * BACK AT ZERO OR ABOVE - THE CYCLE ENDS; A CUSTOMER WHO HAD
      * ALREADY BEEN WRITTEN TO GETS A NOTE SAYING SO.
           MOVE DUN-NEG-SINCE TO DNG-SINCE.
           PERFORM CALC-DAYS.
           IF DUN-STAGE > 0
              MOVE 'DUNNING ENDED - BALANCE RESTORED' TO DNG-NOTE-TEXT
              PERFORM WRITE-NOTE
           END-IF.
           MOVE 'LEFT CYCLE - BALANCE RESTORED' TO DNG-ACTION.
           PERFORM WRITE-REGISTER.
           DELETE DUNNING RECORD.
           IF FS-DUNNING NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR DELETING DUNNING ' DUN-NUMB
                      ' STATUS=' FS-DUNNING
              ADD 1 TO DNG-ERR-CNT
              GO TO FIN-LEAVE.
           ADD 1 TO DNG-CURED.
       FIN-LEAVE. EXIT.
      *////////////////////
       SWEEP-GONE SECTION.
      *////////////////////
      * A DUNNING RECORD NOT STAMPED SEEN TONIGHT BELONGS TO A
      * CUSTOMER NO LONGER ON THE EXTRACT (DELETED OR MERGED AWAY) -
      * NOTHING LEFT TO CHASE, THE RECORD GOES.
           IF DNG-END-OF-DUNNING
              GO TO FIN-SWEEP.
           MOVE LOW-VALUES TO DUN-NUMB.
           START DUNNING KEY IS NOT LESS THAN DUN-NUMB
                 INVALID KEY
                    MOVE 'Y' TO DNG-SWEEP-EOF
           END-START.
           PERFORM SWEEP-ONE UNTIL DNG-END-OF-DUNNING.
       FIN-SWEEP. EXIT.
      *////////////////////
       SWEEP-ONE SECTION.
      *////////////////////
           READ DUNNING NEXT RECORD
                AT END
                   MOVE 'Y' TO DNG-SWEEP-EOF
           END-READ.
           IF DNG-END-OF-DUNNING
              GO TO FIN-SWEEPONE.
           IF DUN-SEEN = RC-BUSDATE-W
              GO TO FIN-SWEEPONE.
           DELETE DUNNING RECORD.
           IF FS-DUNNING NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR DELETING DUNNING ' DUN-NUMB
                      ' STATUS=' FS-DUNNING
              ADD 1 TO DNG-ERR-CNT
              GO TO FIN-SWEEPONE.
           ADD 1 TO DNG-GONE.
           MOVE SPACES TO DNG-DETAIL.
           MOVE DUN-NUMB      TO DNG-DT-NUMB.
           MOVE DUN-AMOUNT    TO DNG-DT-AMT.
           MOVE DUN-NEG-SINCE TO DNG-DT-SINCE.
           MOVE DUN-STAGE     TO DNG-DT-STAGE.
           MOVE 'LEFT CYCLE - NOT ON FILEA' TO DNG-DT-ACTION.
           WRITE DUNRPT-LINE FROM DNG-DETAIL.
       FIN-SWEEPONE. EXIT.
      *////////////////////
       SEND-LETTER SECTION.
      *////////////////////
      * SAME CHANNEL RULE AS EDUFSTMT'S SET-DELIVERY: A NON-BLANK
      * EMAILX CARRYING AN '@' GOES TO THE E-FEED; A MALFORMED ONE
      * FALLS BACK TO PAPER AND IS COUNTED; BLANK IS PAPER.
           MOVE 'P' TO DNG-ROUTE.
           IF EMAILX IN FILEA-EXT NOT = SPACES
              MOVE 0 TO DNG-AT-TALLY
              INSPECT EMAILX IN FILEA-EXT
                      TALLYING DNG-AT-TALLY FOR ALL '@'
              IF DNG-AT-TALLY > 0
                 MOVE 'E' TO DNG-ROUTE
              ELSE
                 ADD 1 TO DNG-EREJ-CNT
              END-IF
           END-IF.
           IF DNG-TO-EMAIL
              ADD 1 TO DNG-EMAIL-CNT
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELHDR ' TO EDEL-TYPE
              MOVE EMAILX IN FILEA-EXT TO EDEL-HDR-EMAIL
              MOVE DUN-NUMB TO EDEL-HDR-NUMB
              WRITE EDEL-REC
           ELSE
              ADD 1 TO DNG-PAPER-CNT
           END-IF.

           MOVE DUN-STAGE TO DNG-STAGE-IDX.
           MOVE DNG-LTR-TITLE(DNG-STAGE-IDX) TO DNG-LH-TITLE.
           MOVE RC-BUSDATE-W TO DNG-LH-DATE.
           MOVE DNG-LTR-HEAD TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE NAME IN FILEA-EXT TO DNG-LA-TEXT.
           MOVE DNG-LTR-ADDR TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE ADDRX IN FILEA-EXT TO DNG-LA-TEXT.
           MOVE DNG-LTR-ADDR TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           IF ADDR2X IN FILEA-EXT NOT = SPACES
              MOVE ADDR2X IN FILEA-EXT TO DNG-LA-TEXT
              MOVE DNG-LTR-ADDR TO DNG-OUT-WORK
              PERFORM WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE DUN-NUMB TO DNG-LC-NUMB.
           MOVE DNG-LTR-CUST TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE DUN-NEG-SINCE TO DNG-LS-SINCE.
           MOVE DNG-DAYS TO DNG-LS-DAYS.
           MOVE DNG-LTR-SINCE TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE AMOUNT-N IN FILEA-EXT TO DNG-LB-AMT.
           IF CRODLIM-N IN FILEA-EXT NUMERIC
              MOVE CRODLIM-N IN FILEA-EXT TO DNG-LB-LIM
           ELSE
              MOVE ZEROS TO DNG-LB-LIM
           END-IF.
           MOVE DNG-LTR-BAL TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE DNG-LTR-TEXT1(DNG-STAGE-IDX) TO DNG-LT-TEXT.
           MOVE DNG-LTR-TEXT TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE DNG-LTR-TEXT2(DNG-STAGE-IDX) TO DNG-LT-TEXT.
           MOVE DNG-LTR-TEXT TO DNG-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.

      * THE CLOSER LETS THE GATEWAY PROVE THE LETTER ARRIVED WHOLE;
      * ON PAPER A BLANK LINE SEPARATES ONE LETTER FROM THE NEXT.
           IF DNG-TO-EMAIL
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELEND ' TO EDEL-TYPE
              MOVE DUN-NUMB TO EDEL-DATA(1:6)
              WRITE EDEL-REC
           ELSE
              MOVE SPACES TO DUNLTR-LINE
              WRITE DUNLTR-LINE
           END-IF.
       FIN-SENDLTR. EXIT.
      *////////////////////
       WRITE-LETTER-LINE SECTION.
      *////////////////////
           IF DNG-TO-EMAIL
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELTXT ' TO EDEL-TYPE
              MOVE DNG-OUT-WORK TO EDEL-DATA
              WRITE EDEL-REC
           ELSE
              MOVE DNG-OUT-WORK TO DUNLTR-LINE
              WRITE DUNLTR-LINE
           END-IF.
       FIN-WRLTR. EXIT.
      *////////////////////
       WRITE-STAGE-NOTE SECTION.
      *////////////////////
           MOVE SPACES TO DNG-NOTE-TEXT.
           IF DNG-TO-EMAIL
              STRING 'DUNNING - '                DELIMITED BY SIZE
                     DNG-LTR-TITLE(DUN-STAGE)    DELIMITED BY '  '
                     ' SENT BY EMAIL'            DELIMITED BY SIZE
                     INTO DNG-NOTE-TEXT
           ELSE
              STRING 'DUNNING - '                DELIMITED BY SIZE
                     DNG-LTR-TITLE(DUN-STAGE)    DELIMITED BY '  '
                     ' SENT BY POST'             DELIMITED BY SIZE
                     INTO DNG-NOTE-TEXT
           END-IF.
           PERFORM WRITE-NOTE.
       FIN-WRSTGNOTE. EXIT.
      *////////////////////
       WRITE-NOTE SECTION.
      *////////////////////
           MOVE SPACES        TO NOT-REC.
           MOVE DUN-NUMB      TO NOT-NUMB.
           MOVE RC-BUSDATE-W  TO NOT-FECHA.
           MOVE DNG-HORA-SEP  TO NOT-HORA.
           MOVE 'DUN'         TO NOT-OPID.
           MOVE DNG-NOTE-TEXT TO NOT-TEXT.
           WRITE NOT-REC.
           IF FS-CNOTE NOT = '00'
              DISPLAY 'EDUFDUNN - ERROR WRITING CNOTE ' DUN-NUMB
                      ' STATUS=' FS-CNOTE
              ADD 1 TO DNG-ERR-CNT
           ELSE
              ADD 1 TO DNG-NOTE-CNT
           END-IF.
       FIN-WRNOTE. EXIT.
      *////////////////////
       WRITE-REGISTER SECTION.
      *////////////////////
           MOVE SPACES TO DNG-DETAIL.
           MOVE DUN-NUMB             TO DNG-DT-NUMB.
           MOVE NAME IN FILEA-EXT    TO DNG-DT-NAME.
           IF AMOUNT-N IN FILEA-EXT NUMERIC
              MOVE AMOUNT-N IN FILEA-EXT TO DNG-DT-AMT
           END-IF.
           MOVE DUN-NEG-SINCE        TO DNG-DT-SINCE.
           MOVE DNG-DAYS             TO DNG-DT-DAYS.
           MOVE DUN-STAGE            TO DNG-DT-STAGE.
           MOVE DUN-ROUTE            TO DNG-DT-ROUTE.
           MOVE DNG-ACTION           TO DNG-DT-ACTION.
           WRITE DUNRPT-LINE FROM DNG-DETAIL.
       FIN-WRREG. EXIT.
      *////////////////////
       CALC-DAYS SECTION.
      *////////////////////
      * DAYS FROM THE FIRST NEGATIVE NIGHT TO THE BUSINESS DATE; AN
      * UNREADABLE START DATE COUNTS AS TONIGHT.
           IF DNG-SINCE NOT NUMERIC
              MOVE 0 TO DNG-DAYS
              GO TO FIN-CALCDAYS.
           MOVE DNG-SN-YYYY TO DNG-WORK-Y.
           MOVE DNG-SN-MM   TO DNG-WORK-M.
           MOVE DNG-SN-DD   TO DNG-WORK-D.
           PERFORM CALC-DAYNUM.
           COMPUTE DNG-DAYS = DNG-TODAY-DAYNUM - DNG-DAYNUM.
           IF DNG-DAYS < 0
              MOVE 0 TO DNG-DAYS
           END-IF.
       FIN-CALCDAYS. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
      * CIVIL DATE TO A RUNNING DAY NUMBER, YEAR COUNTED FROM MARCH SO
      * THE LEAP DAY FALLS AT THE END.
           IF DNG-WORK-M < 3
              SUBTRACT 1 FROM DNG-WORK-Y
              ADD 12 TO DNG-WORK-M
           END-IF.
           COMPUTE DNG-WORK-Q4   = DNG-WORK-Y / 4.
           COMPUTE DNG-WORK-Q100 = DNG-WORK-Y / 100.
           COMPUTE DNG-WORK-Q400 = DNG-WORK-Y / 400.
           COMPUTE DNG-WORK-QM   = (153 * (DNG-WORK-M - 3) + 2) / 5.
           COMPUTE DNG-DAYNUM = 365 * DNG-WORK-Y + DNG-WORK-Q4
                   - DNG-WORK-Q100 + DNG-WORK-Q400 + DNG-WORK-QM
                   + DNG-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE 'CUSTOMERS READ            : ' TO DNG-CL-LABEL.
           MOVE DNG-RECS-READ TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'OVERDRAWN TONIGHT         : ' TO DNG-CL-LABEL.
           MOVE DNG-OVERDRAWN TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'NEW TO THE CYCLE          : ' TO DNG-CL-LABEL.
           MOVE DNG-ENTERED TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'LETTERS BY POST           : ' TO DNG-CL-LABEL.
           MOVE DNG-PAPER-CNT TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'LETTERS BY EMAIL          : ' TO DNG-CL-LABEL.
           MOVE DNG-EMAIL-CNT TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'MALFORMED EMAIL TO POST   : ' TO DNG-CL-LABEL.
           MOVE DNG-EREJ-CNT TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'CONTACT NOTES WRITTEN     : ' TO DNG-CL-LABEL.
           MOVE DNG-NOTE-CNT TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'LEFT - BALANCE RESTORED   : ' TO DNG-CL-LABEL.
           MOVE DNG-CURED TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'LEFT - NOT ON FILEA       : ' TO DNG-CL-LABEL.
           MOVE DNG-GONE TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.
           MOVE 'FILE ERRORS               : ' TO DNG-CL-LABEL.
           MOVE DNG-ERR-CNT TO DNG-CL-CNT.
           WRITE DUNRPT-LINE FROM DNG-CNTLINE.

           CLOSE FILEAEXT DUNNING CNOTEVS DUNLTR EDELFEED DUNRPT.
           DISPLAY 'EDUFDUNN - CUSTOMERS READ   : ' DNG-RECS-READ.
           DISPLAY 'EDUFDUNN - OVERDRAWN        : ' DNG-OVERDRAWN.
           DISPLAY 'EDUFDUNN - LETTERS BY POST  : ' DNG-PAPER-CNT.
           DISPLAY 'EDUFDUNN - LETTERS BY EMAIL : ' DNG-EMAIL-CNT.
           DISPLAY 'EDUFDUNN - FILE ERRORS      : ' DNG-ERR-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
