      *----------------------------------------------------------------*
      *-- BATCH MONTHLY DORMANCY RUN OVER FILEA. EDUFAGE SHOWS HOW LONG
      *-- CUSTOMERS HAVE GONE UNTOUCHED; THIS JOB ACTS ON IT. READS THE
      *-- FILEAEXT EXTRACT FOR SELECTION AND, FOR EVERY ACTIVE ('AC')
      *-- CUSTOMER WHOSE LAST ACTIVITY (DATEX) IS AT LEAST THE DORMANCY
      *-- THRESHOLD BEHIND THE BUSINESS DATE, SETS STATUSX TO 'IN' ON
      *-- THE FILEA VSAM FILE UNDER THE SAME RULES AS ANY UPDATE - THE
      *-- LIVE RECORD IS RE-READ, THE VERSION BUMPED, AND AN EDUC-
      *-- FORMAT 'U' CHANGE IMAGE WRITTEN TO THE DORMCHG OUTPUT, WHICH
      *-- THE EDUC ROLLOVER CONCATENATES INTO THE DAY'S CHANGE FILE.
      *-- DATEX IS LEFT ALONE: GOING DORMANT IS NOT ACTIVITY. ACTIVE
      *-- CUSTOMERS INSIDE THE NOTICE LEAD OF THE THRESHOLD GO ON THE
      *-- DORMNTC PRE-DORMANCY NOTICE FILE (SEE EDUDRNS) SO THEY CAN
      *-- BE WARNED BEFORE THE NEXT RUN CATCHES THEM. DORMANT ACCOUNTS
      *-- STILL CARRYING A CREDIT BALANCE PAST THE ESCHEATMENT PERIOD
      *-- ARE LISTED ON ESCHLST FOR UNCLAIMED-PROPERTY REPORTING. THE
      *-- THREE PERIODS COME FROM THE DORMCTL CARD:
      *--   COLS  1- 4  DAYS INACTIVE BEFORE DORMANCY     (DEFAULT 365)
      *--   COLS  6- 8  DAYS OF NOTICE AHEAD OF DORMANCY  (DEFAULT  30)
      *--   COLS 10-14  DAYS INACTIVE BEFORE ESCHEATMENT  (DEFAULT 1095)
      *-- A BLANK FIELD (OR NO CARD) TAKES THE DEFAULT. WITH THE JOB
      *-- RUN MONTHLY THE NOTICE LEAD SHOULD NOT BE SHORTER THAN THE
      *-- GAP BETWEEN RUNS, OR A CUSTOMER CAN PASS THE WINDOW UNWARNED.
      *-- REGISTER OF EVERY ACTION AND CONTROL TOTALS AT THE END;
      *-- HOOKED INTO THE RUNCTL CHAIN BEHIND EDUFEXTR.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFDORM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMCTL   ASSIGN TO DORMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DORMCTL.
           SELECT FILEAEXT  ASSIGN TO FILEAEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-FILEAEXT.
           SELECT FILEAVS   ASSIGN TO FILEA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NUMB IN FILEA
                  FILE STATUS  IS FS-FILEA.
           SELECT DORMCHG   ASSIGN TO DORMCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DORMCHG.
           SELECT DORMNTC   ASSIGN TO DORMNTC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DORMNTC.
           SELECT ESCHLST   ASSIGN TO ESCHLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ESCHLST.
           SELECT DORMRPT   ASSIGN TO DORMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DORMRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  DORMCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMCTL-REC.
           05  CTL-DORM-DAYS  PIC 9(4).
           05  FILLER         PIC X.
           05  CTL-NTC-DAYS   PIC 9(3).
           05  FILLER         PIC X.
           05  CTL-ESCH-DAYS  PIC 9(5).
           05  FILLER         PIC X(66).
       01  DORMCTL-REC-X REDEFINES DORMCTL-REC.
           05  CTL-DORM-DAYS-X PIC X(4).
           05  FILLER         PIC X.
           05  CTL-NTC-DAYS-X PIC X(3).
           05  FILLER         PIC X.
           05  CTL-ESCH-DAYS-X PIC X(5).
           05  FILLER         PIC X(66).
       FD  FILEAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY EDUFILAS REPLACING FILEA BY FILEA-EXT.
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
      *
      * CHANGE IMAGES IN THE SAME LAYOUT EDUFILAP WRITES TO TD QUEUE
      * EDUC - CONCATENATED INTO THE DAY'S CHANGE DATASET LIKE
      * EDUFACCR'S ACCRCHG, SO EDUFFWD REPLAYS THE STATUS CHANGE.
       FD  DORMCHG
           LABEL RECORDS ARE STANDARD.
           COPY EDUCHGS.
      *
       FD  DORMNTC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
           COPY EDUDRNS.
      *
       FD  ESCHLST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ESCHLST-LINE        PIC X(133).
      *
       FD  DORMRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DORMRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-DORMCTL         PIC XX     VALUE SPACES.
       77  FS-FILEAEXT        PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-DORMCHG         PIC XX     VALUE SPACES.
       77  FS-DORMNTC         PIC XX     VALUE SPACES.
       77  FS-ESCHLST         PIC XX     VALUE SPACES.
       77  FS-DORMRPT         PIC XX     VALUE SPACES.
       77  DRM-EOF            PIC X      VALUE 'N'.
           88  DRM-END-OF-FILEA         VALUE 'Y'.
       77  DRM-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  DRM-ACTIVE-CNT     PIC 9(7)   VALUE ZEROS.
       77  DRM-DORM-CNT       PIC 9(7)   VALUE ZEROS.
       77  DRM-NTC-CNT        PIC 9(7)   VALUE ZEROS.
       77  DRM-MOVED-CNT      PIC 9(7)   VALUE ZEROS.
       77  DRM-NODATE-CNT     PIC 9(7)   VALUE ZEROS.
       77  DRM-REJ-CNT        PIC 9(7)   VALUE ZEROS.
       77  DRM-ESCH-CNT       PIC 9(7)   VALUE ZEROS.
       77  DRM-ESCH-SUM       PIC 9(9)V99 COMP-3 VALUE ZEROS.
       77  DRM-AT-TALLY       PIC 9(3)   VALUE 0.
       77  DRM-NOW-FLAG       PIC 9      VALUE 0.
           88  DRM-NOW-DORMANT          VALUE 1.
       77  DRM-ACTION         PIC X(40)  VALUE SPACES.
      *
      * THE TERMS IN FORCE - DEFAULTS HERE, OVERRIDDEN FROM DORMCTL.
       77  DRM-DORM-DAYS      PIC 9(4)   VALUE 365.
       77  DRM-NTC-DAYS       PIC 9(3)   VALUE 30.
       77  DRM-ESCH-DAYS      PIC 9(5)   VALUE 1095.
       77  DRM-NTC-FROM       PIC S9(5)  COMP VALUE +0.
      *
       01  DRM-BUSDATE        PIC X(8)   VALUE SPACES.
       01  DRM-BUSDATE-R REDEFINES DRM-BUSDATE.
           05  DRM-BD-YYYY    PIC 9(4).
           05  DRM-BD-MM      PIC 99.
           05  DRM-BD-DD      PIC 99.
      * DATEX IS STAMPED MMDDYYYY BY EDUFILAP.
       01  DRM-DATEX          PIC X(8)   VALUE SPACES.
       01  DRM-DATEX-R REDEFINES DRM-DATEX.
           05  DRM-DX-MM      PIC 99.
           05  DRM-DX-DD      PIC 99.
           05  DRM-DX-YYYY    PIC 9(4).
       01  DRM-LAST-ACT       PIC X(8)   VALUE SPACES.
       01  DRM-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  DRM-HORA-SEP       PIC X(8)   VALUE SPACES.
      *
       01  DRM-BEFORE-IMAGE   PIC X(200) VALUE SPACES.
      *
      * DAY-NUMBER WORK - SAME MARCH-BASED FORMULA AS EDUFSUSA, EACH
      * QUOTIENT IN ITS OWN WHOLE-NUMBER FIELD.
       77  DRM-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-Q4        PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-Q100      PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-Q400      PIC S9(8)  COMP VALUE +0.
       77  DRM-WORK-QM        PIC S9(8)  COMP VALUE +0.
       77  DRM-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  DRM-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  DRM-DAYS           PIC S9(9)  COMP VALUE +0.
      *
       01  DRM-HEADING1.
           05  FILLER  PIC X(36) VALUE
               'EDUFDORM - MONTHLY DORMANCY RUN FOR '.
           05  DRM-HD-DATE    PIC X(8).
           05  FILLER  PIC X(89) VALUE SPACES.
       01  DRM-HEADING2.
           05  FILLER  PIC X(14) VALUE 'DORMANT AFTER '.
           05  DRM-HT-DORM    PIC ZZZ9.
           05  FILLER  PIC X(15) VALUE ' DAYS   NOTICE '.
           05  DRM-HT-NTC     PIC ZZ9.
           05  FILLER  PIC X(31) VALUE
               ' DAYS AHEAD   ESCHEATMENT AFTER'.
           05  DRM-HT-ESCH    PIC ZZZZ9.
           05  FILLER  PIC X(5)  VALUE ' DAYS'.
           05  FILLER  PIC X(56) VALUE SPACES.
       01  DRM-HEADING3.
           05  FILLER  PIC X(36) VALUE
               'NUMBER NAME                  BALANCE'.
           05  FILLER  PIC X(24) VALUE
               '  LAST ACT  DAYS ACTION'.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  DRM-DETAIL.
           05  DRM-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-DT-NAME    PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-DT-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  DRM-DT-LAST    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-DT-DAYS    PIC ZZZZ9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-DT-ACTION  PIC X(40).
           05  FILLER         PIC X(37)  VALUE SPACES.
       01  DRM-CNTLINE.
           05  DRM-CL-LABEL   PIC X(28).
           05  DRM-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
      *
       01  DRM-ESC-HEADING1.
           05  FILLER  PIC X(43) VALUE
               'EDUFDORM - DORMANT ACCOUNTS WITH A CREDIT B'.
           05  FILLER  PIC X(36) VALUE
               'ALANCE PAST THE ESCHEATMENT PERIOD  '.
           05  DRM-EH-DATE    PIC X(8).
           05  FILLER  PIC X(46) VALUE SPACES.
       01  DRM-ESC-HEADING2.
           05  FILLER  PIC X(49) VALUE
               'NUMBER NAME                 ADDRESS              '.
           05  FILLER  PIC X(48) VALUE
               'ADDRESS 2               BALANCE   LAST ACT  DAYS'.
           05  FILLER  PIC X(36) VALUE SPACES.
       01  DRM-ESC-DETAIL.
           05  DRM-ED-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-ED-NAME    PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-ED-ADDR1   PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-ED-ADDR2   PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-ED-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  DRM-ED-LAST    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  DRM-ED-DAYS    PIC ZZZZ9.
           05  FILLER         PIC X(36)  VALUE SPACES.
       01  DRM-ESC-TOTAL.
           05  FILLER  PIC X(20) VALUE 'ACCOUNTS LISTED   : '.
           05  DRM-ET-CNT     PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  TOTAL '.
           05  DRM-ET-SUM     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(82) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFDORM' TO RC-THIS-PROG.
           MOVE 'EDUFEXTR' TO RC-PREREQ.
           MOVE 'FILEAEXT    ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       DORMLP.
           IF DRM-END-OF-FILEA GO TO FINALI END-IF.
           PERFORM DORM-ONE.
           PERFORM READ-FILEAEXT.
           GO TO DORMLP.
       FINALI.
           PERFORM END-JOB.
           MOVE DRM-RECS-READ TO RC-IN-W.
           MOVE DRM-DORM-CNT  TO RC-OUT-W.
           PERFORM RUNCTL-END.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           PERFORM READ-TERMS.
           IF DRM-END-OF-FILEA
              GO TO FIN-INIT.

           OPEN INPUT  FILEAEXT.
           IF FS-FILEAEXT NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING FILEAEXT STATUS='
                       FS-FILEAEXT
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING FILEA    STATUS='
                       FS-FILEA
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DORMCHG.
           IF FS-DORMCHG NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING DORMCHG  STATUS='
                       FS-DORMCHG
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DORMNTC.
           IF FS-DORMNTC NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING DORMNTC  STATUS='
                       FS-DORMNTC
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ESCHLST.
           IF FS-ESCHLST NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING ESCHLST  STATUS='
                       FS-ESCHLST
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DORMRPT.
           IF FS-DORMRPT NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING DORMRPT  STATUS='
                       FS-DORMRPT
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-INIT
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO DRM-BUSDATE.
           MOVE DRM-BD-YYYY TO DRM-WORK-Y.
           MOVE DRM-BD-MM   TO DRM-WORK-M.
           MOVE DRM-BD-DD   TO DRM-WORK-D.
           PERFORM CALC-DAYNUM.
           MOVE DRM-DAYNUM TO DRM-TODAY-DAYNUM.
           PERFORM STAMP-TIME.

      * THE NOTICE WINDOW OPENS THE LEAD BEFORE THE THRESHOLD.
           COMPUTE DRM-NTC-FROM = DRM-DORM-DAYS - DRM-NTC-DAYS.
           IF DRM-NTC-FROM < 0
              MOVE 0 TO DRM-NTC-FROM
           END-IF.

           MOVE DRM-BUSDATE TO DRM-HD-DATE.
           MOVE DRM-DORM-DAYS TO DRM-HT-DORM.
           MOVE DRM-NTC-DAYS  TO DRM-HT-NTC.
           MOVE DRM-ESCH-DAYS TO DRM-HT-ESCH.
           WRITE DORMRPT-LINE FROM DRM-HEADING1.
           WRITE DORMRPT-LINE FROM DRM-HEADING2.
           WRITE DORMRPT-LINE FROM DRM-HEADING3.
           MOVE DRM-BUSDATE TO DRM-EH-DATE.
           WRITE ESCHLST-LINE FROM DRM-ESC-HEADING1.
           WRITE ESCHLST-LINE FROM DRM-ESC-HEADING2.

           PERFORM READ-FILEAEXT.
       FIN-INIT. EXIT.
      *////////////////////
       READ-TERMS SECTION.
      *////////////////////
      * ONE DORMCTL CARD. A BLANK FIELD OR A MISSING CARD KEEPS THE
      * DEFAULT; ANYTHING ELSE THAT IS NOT A NUMBER, OR A ZERO
      * THRESHOLD, REFUSES THE RUN RATHER THAN GUESS.
           OPEN INPUT DORMCTL.
           IF FS-DORMCTL NOT = '00'
              DISPLAY 'EDUFDORM - ERROR OPENING DORMCTL  STATUS='
                       FS-DORMCTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO DRM-EOF
              GO TO FIN-READTERMS
           END-IF.
           READ DORMCTL
                AT END
                   MOVE SPACES TO DORMCTL-REC-X
           END-READ.
           CLOSE DORMCTL.

           IF CTL-DORM-DAYS-X NOT = SPACES
              IF CTL-DORM-DAYS NUMERIC AND CTL-DORM-DAYS > 0
                 MOVE CTL-DORM-DAYS TO DRM-DORM-DAYS
              ELSE
                 GO TO READTERMS-BAD
              END-IF
           END-IF.
           IF CTL-NTC-DAYS-X NOT = SPACES
              IF CTL-NTC-DAYS NUMERIC
                 MOVE CTL-NTC-DAYS TO DRM-NTC-DAYS
              ELSE
                 GO TO READTERMS-BAD
              END-IF
           END-IF.
           IF CTL-ESCH-DAYS-X NOT = SPACES
              IF CTL-ESCH-DAYS NUMERIC AND CTL-ESCH-DAYS > 0
                 MOVE CTL-ESCH-DAYS TO DRM-ESCH-DAYS
              ELSE
                 GO TO READTERMS-BAD
              END-IF
           END-IF.
           GO TO FIN-READTERMS.
       READTERMS-BAD.
           DISPLAY 'EDUFDORM - INVALID DORMCTL CARD - RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO DRM-EOF.
       FIN-READTERMS. EXIT.
      *////////////////////
       STAMP-TIME SECTION.
      *////////////////////
      * HH:MM:SS THE WAY THE EDUC CHANGE IMAGES CARRY IT.
           ACCEPT DRM-TIME-RAW FROM TIME.
           MOVE SPACES TO DRM-HORA-SEP.
           STRING DRM-TIME-RAW(1:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  DRM-TIME-RAW(3:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  DRM-TIME-RAW(5:2) DELIMITED BY SIZE
                  INTO DRM-HORA-SEP.
       FIN-STAMPTIME. EXIT.
      *////////////////////
       READ-FILEAEXT SECTION.
      *////////////////////
           READ FILEAEXT
                AT END
                   MOVE 'Y' TO DRM-EOF
           END-READ.
       FIN-READEXT. EXIT.
      *////////////////////
       DORM-ONE SECTION.
      *////////////////////
      * THE CONTROL-TOTAL TRAILER (SEE EDUFTRLS) AND THE NEXT-NUMBER
      * CONTROL RECORD (SEE EDUNCTS) ARE NOT CUSTOMERS.
           IF NUMB IN FILEA-EXT = '999999'
              AND NAME IN FILEA-EXT (1:8) = 'TRAILER*'
              GO TO FIN-DORMONE.
           IF NUMB IN FILEA-EXT = '000000'
              AND NAME IN FILEA-EXT (1:8) = '*NUMCTL*'
              GO TO FIN-DORMONE.

           ADD 1 TO DRM-RECS-READ.

      * ONLY ACTIVE CUSTOMERS GO DORMANT, AND ONLY DORMANT ONES CAN
      * BE DUE FOR ESCHEATMENT - CLOSED AND UNSET STATUSES ARE LEFT.
           IF STATUSX IN FILEA-EXT NOT = 'AC'
              AND STATUSX IN FILEA-EXT NOT = 'IN'
              GO TO FIN-DORMONE.

      * NO USABLE DATE IS NO EVIDENCE OF INACTIVITY - THE CUSTOMER IS
      * REPORTED, NOT MOVED.
           MOVE DATEX IN FILEA-EXT TO DRM-DATEX.
           IF DRM-DATEX NOT NUMERIC
              OR DRM-DX-MM < 1 OR DRM-DX-MM > 12
              OR DRM-DX-DD < 1 OR DRM-DX-DD > 31
              ADD 1 TO DRM-NODATE-CNT
              MOVE SPACES TO DRM-LAST-ACT
              MOVE 0 TO DRM-DAYS
              MOVE 'NOT ASSESSED - NO USABLE DATEX' TO DRM-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-DORMONE.
           MOVE SPACES TO DRM-LAST-ACT.
           STRING DRM-DATEX(5:4) DELIMITED BY SIZE
                  DRM-DATEX(1:4) DELIMITED BY SIZE
                  INTO DRM-LAST-ACT.
           MOVE DRM-DX-YYYY TO DRM-WORK-Y.
           MOVE DRM-DX-MM   TO DRM-WORK-M.
           MOVE DRM-DX-DD   TO DRM-WORK-D.
           PERFORM CALC-DAYNUM.
           COMPUTE DRM-DAYS = DRM-TODAY-DAYNUM - DRM-DAYNUM.
           IF DRM-DAYS < 0
              MOVE 0 TO DRM-DAYS
           END-IF.

           MOVE 0 TO DRM-NOW-FLAG.
           IF STATUSX IN FILEA-EXT = 'AC'
              ADD 1 TO DRM-ACTIVE-CNT
              IF DRM-DAYS NOT < DRM-DORM-DAYS
                 PERFORM MAKE-DORMANT
              ELSE
                 IF DRM-DAYS NOT < DRM-NTC-FROM
                    PERFORM WRITE-NOTICE
                 END-IF
              END-IF
           END-IF.

           IF STATUSX IN FILEA-EXT = 'IN' OR DRM-NOW-DORMANT
              PERFORM CHECK-ESCHEAT
           END-IF.
       FIN-DORMONE. EXIT.
      *////////////////////
       MAKE-DORMANT SECTION.
      *////////////////////
      * THE EXTRACT ONLY SELECTED THE CUSTOMER - THE CHANGE RUNS
      * AGAINST THE LIVE RECORD, RE-READ HERE. ANYTHING POSTED OR
      * MAINTAINED SINCE THE EXTRACT (A NEW DATEX, A CHANGED STATUS)
      * MEANS THE CUSTOMER IS NO LONGER IDLE AND IS LEFT AS IT IS.
           MOVE NUMB IN FILEA-EXT TO NUMB IN FILEA.
           READ FILEAVS.
           IF FS-FILEA NOT = '00'
              ADD 1 TO DRM-REJ-CNT
              MOVE 'REJECTED - NOT ON FILEA AT APPLY TIME'
                   TO DRM-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-MAKEDORM.
           IF STATUSX IN FILEA NOT = 'AC'
              OR DATEX IN FILEA NOT = DATEX IN FILEA-EXT
              ADD 1 TO DRM-MOVED-CNT
              MOVE 'LEFT ALONE - CHANGED SINCE THE EXTRACT'
                   TO DRM-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-MAKEDORM.

           MOVE FILEA TO DRM-BEFORE-IMAGE.
           MOVE 'IN' TO STATUSX IN FILEA.
           IF VERSN IN FILEA NUMERIC
              IF VERSN IN FILEA >= 99999
                 MOVE 1 TO VERSN IN FILEA
              ELSE
                 ADD 1 TO VERSN IN FILEA
              END-IF
           ELSE
              MOVE 1 TO VERSN IN FILEA
           END-IF.

           REWRITE FILEA.
           IF FS-FILEA NOT = '00'
              ADD 1 TO DRM-REJ-CNT
              MOVE 'REJECTED - REWRITE FAILED' TO DRM-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-MAKEDORM.

           PERFORM WRITE-CHANGE-IMAGE.
           ADD 1 TO DRM-DORM-CNT.
           MOVE 1 TO DRM-NOW-FLAG.
           MOVE 'MADE DORMANT (STATUS AC -> IN)' TO DRM-ACTION.
           PERFORM WRITE-REGISTER.
       FIN-MAKEDORM. EXIT.
      *////////////////////
       WRITE-CHANGE-IMAGE SECTION.
      *////////////////////
           MOVE 'U'              TO EDC-CHG-FUNC.
           MOVE NUMB IN FILEA    TO EDC-CHG-NUMB.
           MOVE DRM-HORA-SEP     TO EDC-CHG-HORA.
           MOVE 'DRM'            TO EDC-CHG-OPID.
           MOVE 'BTCH'           TO EDC-CHG-TERM.
           MOVE DRM-BEFORE-IMAGE TO EDC-CHG-BEFORE.
           MOVE FILEA            TO EDC-CHG-AFTER.
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE DRM-BUSDATE      TO EDC-CHG-FECHA.
           MOVE DRM-BUSDATE      TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-DORMCHG NOT = '00'
              DISPLAY 'EDUFDORM - ERROR WRITING DORMCHG STATUS='
                       FS-DORMCHG
           END-IF.
       FIN-WRCHG. EXIT.
      *////////////////////
       WRITE-NOTICE SECTION.
      *////////////////////
      * SAME CHANNEL RULE AS EDUFSTMT'S SET-DELIVERY: A NON-BLANK
      * EMAILX CARRYING AN '@' IS WARNED BY EMAIL, EVERYONE ELSE BY
      * POST.
           MOVE SPACES                 TO DRN-REC.
           MOVE DRM-BUSDATE            TO DRN-RUNDATE.
           MOVE NUMB IN FILEA-EXT      TO DRN-NUMB.
           MOVE NAME IN FILEA-EXT      TO DRN-NAME.
           MOVE ADDRX IN FILEA-EXT     TO DRN-ADDRX.
           MOVE ADDR2X IN FILEA-EXT    TO DRN-ADDR2X.
           MOVE EMAILX IN FILEA-EXT    TO DRN-EMAILX.
           MOVE 'P'                    TO DRN-ROUTE.
           IF EMAILX IN FILEA-EXT NOT = SPACES
              MOVE 0 TO DRM-AT-TALLY
              INSPECT EMAILX IN FILEA-EXT
                      TALLYING DRM-AT-TALLY FOR ALL '@'
              IF DRM-AT-TALLY > 0
                 MOVE 'E' TO DRN-ROUTE
              END-IF
           END-IF.
           MOVE DRM-LAST-ACT           TO DRN-LAST-ACT.
           MOVE DRM-DAYS               TO DRN-DAYS-IDLE.
           COMPUTE DRN-DAYS-LEFT = DRM-DORM-DAYS - DRM-DAYS.
           IF AMOUNT-N IN FILEA-EXT NUMERIC
              MOVE AMOUNT-N IN FILEA-EXT TO DRN-AMOUNT
           ELSE
              MOVE ZEROS TO DRN-AMOUNT
           END-IF.
           WRITE DRN-REC.
           IF FS-DORMNTC NOT = '00'
              DISPLAY 'EDUFDORM - ERROR WRITING DORMNTC STATUS='
                       FS-DORMNTC ' NUMB=' NUMB IN FILEA-EXT
              ADD 1 TO DRM-REJ-CNT
              GO TO FIN-WRNTC.
           ADD 1 TO DRM-NTC-CNT.
           MOVE SPACES TO DRM-ACTION.
           STRING 'PRE-DORMANCY NOTICE - ' DELIMITED BY SIZE
                  DRN-DAYS-LEFT           DELIMITED BY SIZE
                  ' DAYS LEFT'            DELIMITED BY SIZE
                  INTO DRM-ACTION.
           PERFORM WRITE-REGISTER.
       FIN-WRNTC. EXIT.
      *////////////////////
       CHECK-ESCHEAT SECTION.
      *////////////////////
      * A DORMANT ACCOUNT STILL HOLDING THE CUSTOMER'S MONEY PAST THE
      * ESCHEATMENT PERIOD IS LISTED; NOTHING IS CHANGED ON FILE.
           IF AMOUNT-N IN FILEA-EXT NOT NUMERIC
              GO TO FIN-CHKESCH.
           IF AMOUNT-N IN FILEA-EXT NOT > 0
              GO TO FIN-CHKESCH.
           IF DRM-DAYS < DRM-ESCH-DAYS
              GO TO FIN-CHKESCH.
           MOVE NUMB IN FILEA-EXT     TO DRM-ED-NUMB.
           MOVE NAME IN FILEA-EXT     TO DRM-ED-NAME.
           MOVE ADDRX IN FILEA-EXT    TO DRM-ED-ADDR1.
           MOVE ADDR2X IN FILEA-EXT   TO DRM-ED-ADDR2.
           MOVE AMOUNT-N IN FILEA-EXT TO DRM-ED-AMT.
           MOVE DRM-LAST-ACT          TO DRM-ED-LAST.
           MOVE DRM-DAYS              TO DRM-ED-DAYS.
           WRITE ESCHLST-LINE FROM DRM-ESC-DETAIL.
           ADD 1 TO DRM-ESCH-CNT.
           ADD AMOUNT-N IN FILEA-EXT TO DRM-ESCH-SUM.
       FIN-CHKESCH. EXIT.
      *////////////////////
       WRITE-REGISTER SECTION.
      *////////////////////
           MOVE SPACES TO DRM-DETAIL.
           MOVE NUMB IN FILEA-EXT    TO DRM-DT-NUMB.
           MOVE NAME IN FILEA-EXT    TO DRM-DT-NAME.
           IF AMOUNT-N IN FILEA-EXT NUMERIC
              MOVE AMOUNT-N IN FILEA-EXT TO DRM-DT-AMT
           END-IF.
           MOVE DRM-LAST-ACT         TO DRM-DT-LAST.
           MOVE DRM-DAYS             TO DRM-DT-DAYS.
           MOVE DRM-ACTION           TO DRM-DT-ACTION.
           WRITE DORMRPT-LINE FROM DRM-DETAIL.
       FIN-WRREG. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
      * CIVIL DATE TO A RUNNING DAY NUMBER, YEAR COUNTED FROM MARCH SO
      * THE LEAP DAY FALLS AT THE END.
           IF DRM-WORK-M < 3
              SUBTRACT 1 FROM DRM-WORK-Y
              ADD 12 TO DRM-WORK-M
           END-IF.
           COMPUTE DRM-WORK-Q4   = DRM-WORK-Y / 4.
           COMPUTE DRM-WORK-Q100 = DRM-WORK-Y / 100.
           COMPUTE DRM-WORK-Q400 = DRM-WORK-Y / 400.
           COMPUTE DRM-WORK-QM   = (153 * (DRM-WORK-M - 3) + 2) / 5.
           COMPUTE DRM-DAYNUM = 365 * DRM-WORK-Y + DRM-WORK-Q4
                   - DRM-WORK-Q100 + DRM-WORK-Q400 + DRM-WORK-QM
                   + DRM-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF FS-DORMRPT NOT = '00'
              GO TO FIN-ENDJOB.
           MOVE DRM-ESCH-CNT TO DRM-ET-CNT.
           MOVE DRM-ESCH-SUM TO DRM-ET-SUM.
           MOVE SPACES TO ESCHLST-LINE.
           WRITE ESCHLST-LINE.
           WRITE ESCHLST-LINE FROM DRM-ESC-TOTAL.

           MOVE SPACES TO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           MOVE 'CUSTOMERS READ            : ' TO DRM-CL-LABEL.
           MOVE DRM-RECS-READ TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'ACTIVE CUSTOMERS ASSESSED : ' TO DRM-CL-LABEL.
           MOVE DRM-ACTIVE-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'MADE DORMANT              : ' TO DRM-CL-LABEL.
           MOVE DRM-DORM-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'PRE-DORMANCY NOTICES      : ' TO DRM-CL-LABEL.
           MOVE DRM-NTC-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'CHANGED SINCE EXTRACT     : ' TO DRM-CL-LABEL.
           MOVE DRM-MOVED-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'NO USABLE DATEX           : ' TO DRM-CL-LABEL.
           MOVE DRM-NODATE-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'REJECTED                  : ' TO DRM-CL-LABEL.
           MOVE DRM-REJ-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.
           MOVE 'ESCHEATMENT LIST          : ' TO DRM-CL-LABEL.
           MOVE DRM-ESCH-CNT TO DRM-CL-CNT.
           WRITE DORMRPT-LINE FROM DRM-CNTLINE.

           CLOSE FILEAEXT FILEAVS DORMCHG DORMNTC ESCHLST DORMRPT.
           DISPLAY 'EDUFDORM - RECORDS READ     : ' DRM-RECS-READ.
           DISPLAY 'EDUFDORM - MADE DORMANT     : ' DRM-DORM-CNT.
           DISPLAY 'EDUFDORM - NOTICES          : ' DRM-NTC-CNT.
           DISPLAY 'EDUFDORM - ESCHEATMENT LIST : ' DRM-ESCH-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
