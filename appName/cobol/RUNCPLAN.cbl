      *----------------------------------------------------------------*
      *-- RESTART PLANNER FOR A FAILED NIGHTLY CHAIN. WHEN A STEP IN
      *-- THE MIDDLE OF THE CHAIN FAILS, WHICH DOWNSTREAM STEPS HAVE
      *-- TO RUN AGAIN AND IN WHAT ORDER WAS WORKED OUT BY HAND - AND
      *-- GETTING IT WRONG IS HOW EDUJRECN ONCE RAN AGAINST THE DAY
      *-- BEFORE'S EXTRACT. THIS JOB READS RUNCTL FOR ONE BUSINESS
      *-- DATE (THE RUNPCTL CARD; BLANK = THE LATEST *BUSDATE STAMP)
      *-- TOGETHER WITH THE PREREQUISITE EACH CHAIN PROGRAM DECLARES
      *-- IN RC-PREREQ - STAMPED ON ITS OWN RUNCTL RECORDS (RCF-
      *-- PREREQ, SEE RUNCTLR), OR TAKEN FROM THE RUNDLN TIMETABLE
      *-- (DLN-PREREQ) FOR A PROGRAM WITH NO SUCH RECORD YET - AND
      *-- PRINTS A RESTART PLAN ON RUNPRPT: THE FAILED STEP(S) (LAST
      *-- RECORD 'F', OR AN 'S' NEVER COMPLETED), EVERY STEP DOWN-
      *-- STREAM OF THEM THAT HAS ALREADY RUN AND MUST RUN AGAIN
      *-- BECAUSE ITS INPUT IS NOW STALE, EVERY STEP OF THE NIGHT NOT
      *-- YET RUN, AND THE ORDER TO SUBMIT THEM IN - EACH AFTER THE
      *-- STEP IT WAITS ON, THEN IN TIMETABLE ORDER.
      *-- THE NIGHT'S STEPS ARE THE RUNDLN SET FOR ITS DAY TYPE (THE
      *-- *HOLIDAY STAMP, MONTH END, WEEKEND, BUSINESS DAY - THE '*'
      *-- SET WHEN THE TYPE HAS NONE) PLUS ANYTHING THAT WROTE TO
      *-- RUNCTL UNDER THE DATE; WITHOUT A TIMETABLE, THE STEPS THAT
      *-- RAN ON THE NIGHT BEFORE. A 'Y' IN COLUMN 9 OF THE CARD ALSO
      *-- WRITES THE SUBMISSION ORDER TO RUNPLST (SEE RUNCPLS) FOR THE
      *-- SCHEDULER JCL. RETURN CODE 0 = NOTHING TO RESTART OR RUN,
      *-- 4 = A PLAN WAS PRINTED, 8 = BAD CARD OR NO RUNCTL.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCPLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL    ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
           SELECT RUNPCTL   ASSIGN TO RUNPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNPCTL.
           SELECT RUNPRPT   ASSIGN TO RUNPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNPRPT.
           SELECT RUNPLST   ASSIGN TO RUNPLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNPLST.
           SELECT OPTIONAL RUNDLN ASSIGN TO RUNDLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DLN-KEY
                  FILE STATUS  IS FS-RUNDLN.
       DATA DIVISION.
       FILE SECTION.
      *
           COPY RUNCTLF.
      *
       FD  RUNPCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNPCTL-REC.
           05  CTL-BUSDATE    PIC X(8).
           05  CTL-LIST       PIC X.
           05  FILLER         PIC X(71).
       FD  RUNPRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RUNPRPT-LINE       PIC X(133).
       FD  RUNPLST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCPLS.
       FD  RUNDLN
           LABEL RECORDS ARE STANDARD.
           COPY RUNDLNS.
      *
       WORKING-STORAGE SECTION.
       77  FS-RUNCTL          PIC XX     VALUE SPACES.
       77  FS-RUNPCTL         PIC XX     VALUE SPACES.
       77  FS-RUNPRPT         PIC XX     VALUE SPACES.
       77  FS-RUNPLST         PIC XX     VALUE SPACES.
       77  FS-RUNDLN          PIC XX     VALUE SPACES.
       77  PLN-EOF            PIC X      VALUE 'N'.
           88  PLN-END-OF-FILE          VALUE 'Y'.
       77  PLN-PASS           PIC 9      VALUE 0.
           88  PLN-FIND-DATE            VALUE 1.
           88  PLN-COLLECT              VALUE 2.
       77  PLN-LIST-FLAG      PIC X      VALUE 'N'.
           88  PLN-WRITE-LIST           VALUE 'Y'.
       77  PLN-BUSDATE        PIC X(8)   VALUE SPACES.
       77  PLN-PREV-DATE      PIC X(8)   VALUE SPACES.
       77  PLN-HOLIDAY        PIC X      VALUE 'N'.
       77  PLN-DAYTYPE        PIC X      VALUE SPACE.
       77  PLN-SET-USED       PIC X      VALUE SPACE.
       77  PLN-LIST-SEL       PIC X      VALUE SPACE.
       77  PLN-RECNO          PIC 9(5)   VALUE ZEROS.
       77  PLN-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  PLN-DT-COUNT       PIC 9(3)   VALUE ZEROS.
       77  PLN-DF-COUNT       PIC 9(3)   VALUE ZEROS.
       77  PLN-CHANGED        PIC 9      VALUE 0.
       77  PLN-HOPS           PIC 9(2)   VALUE ZEROS.
       77  PLN-N-FAILED       PIC 9(3)   VALUE ZEROS.
       77  PLN-N-STALE        PIC 9(3)   VALUE ZEROS.
       77  PLN-N-NOTRUN       PIC 9(3)   VALUE ZEROS.
       77  PLN-N-LISTED       PIC 9(3)   VALUE ZEROS.
      *
      * ONE SLOT PER PROGRAM EVER SEEN ON RUNCTL OR RUNDLN. STATE AND
      * TIME ARE THE LAST RECORD UNDER THE PLAN'S DATE; THE MARK IS
      * WHY THE STEP IS IN THE PLAN: 'F' FAILED, 'R' RERUN ON STALE
      * INPUT, 'N' NOT YET RUN.
       77  PGM-MAX            PIC 9(3)   VALUE 80.
       77  PGM-COUNT          PIC 9(3)   VALUE 0.
       77  PGM-IDX            PIC 9(3)   VALUE 0.
       77  PGM-UP             PIC 9(3)   VALUE 0.
       77  PGM-FOUND          PIC 9(3)   VALUE 0.
       77  PGM-DROPPED        PIC 9(7)   VALUE ZEROS.
       77  PGM-SEEK           PIC X(8)   VALUE SPACES.
       01  PGM-TABLE.
           05  PGM-ENTRY OCCURS 80 TIMES.
               10  PGM-NAME       PIC X(8).
               10  PGM-PREREQ     PIC X(8).
               10  PGM-DT-SEQ     PIC 9(3).
               10  PGM-DT-PREREQ  PIC X(8).
               10  PGM-DF-SEQ     PIC 9(3).
               10  PGM-DF-PREREQ  PIC X(8).
               10  PGM-SEQ        PIC 9(3).
               10  PGM-FIRST      PIC 9(5).
               10  PGM-LAST-DATE  PIC X(8).
               10  PGM-IN-CHAIN   PIC X.
               10  PGM-STATE      PIC X.
               10  PGM-HORA       PIC X(8).
               10  PGM-MARK       PIC X.
               10  PGM-KEY.
                   15  PGM-K-DEPTH    PIC 9(2).
                   15  PGM-K-SEQ      PIC 9(3).
                   15  PGM-K-FIRST    PIC 9(5).
      *
      * THE MARKED STEPS IN SUBMISSION ORDER (INDEXES INTO PGM-TABLE).
       77  ORD-COUNT          PIC 9(3)   VALUE 0.
       77  ORD-IDX            PIC 9(3)   VALUE 0.
       77  ORD-POS            PIC 9(3)   VALUE 0.
       77  ORD-PLACED         PIC 9      VALUE 0.
       01  ORD-TABLE.
           05  ORD-ENTRY      PIC 9(3)   OCCURS 80 TIMES.
      *
      * DAY TYPE OF THE PLAN'S DATE - SAME RULES AS BCSTAT.
       01  PLN-DATE-IN        PIC X(8)   VALUE SPACES.
       01  PLN-DATE-R REDEFINES PLN-DATE-IN.
           05  PLN-DI-YYYY    PIC 9(4).
           05  PLN-DI-MM      PIC 99.
           05  PLN-DI-DD      PIC 99.
       01  PLN-DIM-VALUES     PIC X(24)
                              VALUE '312831303130313130313031'.
       01  PLN-DIM-TABLE REDEFINES PLN-DIM-VALUES.
           05  PLN-DIM-ENT    PIC 99 OCCURS 12 TIMES.
       77  PLN-DIM            PIC 99     VALUE 0.
       77  PLN-Y              PIC S9(8)  COMP VALUE +0.
       77  PLN-M              PIC S9(8)  COMP VALUE +0.
       77  PLN-K              PIC S9(8)  COMP VALUE +0.
       77  PLN-J              PIC S9(8)  COMP VALUE +0.
       77  PLN-T1             PIC S9(8)  COMP VALUE +0.
       77  PLN-T2             PIC S9(8)  COMP VALUE +0.
       77  PLN-T3             PIC S9(8)  COMP VALUE +0.
       77  PLN-DOW            PIC S9(8)  COMP VALUE +0.
       77  PLN-R4             PIC S9(8)  COMP VALUE +0.
       77  PLN-R100           PIC S9(8)  COMP VALUE +0.
       77  PLN-R400           PIC S9(8)  COMP VALUE +0.
      *
       01  PLN-HEADING1.
           05  FILLER  PIC X(47) VALUE
               'RUNCPLAN - NIGHTLY CHAIN RESTART PLAN FOR DATE '.
           05  PLN-HDR-DATE   PIC X(8).
           05  FILLER  PIC X(12) VALUE '  DAY TYPE '.
           05  PLN-HDR-TYPE   PIC X.
           05  FILLER  PIC X(65) VALUE SPACES.
       01  PLN-SECTION-LINE.
           05  FILLER         PIC X      VALUE SPACE.
           05  PLN-SEC-TEXT   PIC X(60).
           05  FILLER         PIC X(72)  VALUE SPACES.
       01  PLN-DETAIL.
           05  FILLER         PIC X(3).
           05  PLN-DTL-SEQ    PIC ZZ9.
           05  PLN-DTL-SEQ-X REDEFINES PLN-DTL-SEQ PIC X(3).
           05  FILLER         PIC X(2).
           05  PLN-DTL-PROG   PIC X(8).
           05  FILLER         PIC X(2).
           05  PLN-DTL-STATE  PIC X(16).
           05  FILLER         PIC X(2).
           05  PLN-DTL-HORA   PIC X(8).
           05  FILLER         PIC X(2).
           05  PLN-DTL-WAITS  PIC X(9).
           05  PLN-DTL-PREREQ PIC X(8).
           05  FILLER         PIC X(2).
           05  PLN-DTL-NOTE   PIC X(30).
           05  FILLER         PIC X(38).
       01  PLN-TOTALS1.
           05  FILLER  PIC X(10) VALUE ' FAILED : '.
           05  PLN-TOT-FAIL   PIC ZZ9.
           05  FILLER  PIC X(12) VALUE '   RERUN : '.
           05  PLN-TOT-STALE  PIC ZZ9.
           05  FILLER  PIC X(16) VALUE '   NOT YET RUN :'.
           05  PLN-TOT-NOTRUN PIC ZZZ9.
           05  FILLER  PIC X(14) VALUE '   TO SUBMIT :'.
           05  PLN-TOT-ORDER  PIC ZZZ9.
           05  FILLER  PIC X(67) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF RETURN-CODE NOT = 0
              GO TO FINALI.
           IF PLN-BUSDATE = SPACES
              MOVE 1 TO PLN-PASS
              PERFORM SCAN-RUNCTL
           END-IF.
           IF RETURN-CODE NOT = 0
              GO TO FINALI.
           IF PLN-BUSDATE = SPACES
              DISPLAY 'RUNCPLAN - NO *BUSDATE ON RUNCTL AND NO DATE '
                      'ON THE CARD'
              MOVE 8 TO RETURN-CODE
              GO TO FINALI.
           MOVE 2 TO PLN-PASS.
           PERFORM SCAN-RUNCTL.
           IF RETURN-CODE NOT = 0
              GO TO FINALI.
           PERFORM SET-DAYTYPE.
           PERFORM LOAD-TIMETABLE.
           PERFORM SET-CHAIN.
           PERFORM MARK-PLAN.
           PERFORM ORDER-PLAN.
           PERFORM PRINT-PLAN.
           IF PLN-WRITE-LIST
              PERFORM WRITE-LIST
           END-IF.
           IF ORD-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FINALI.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT RUNPCTL.
           IF FS-RUNPCTL NOT = '00'
              DISPLAY 'RUNCPLAN - ERROR OPENING RUNPCTL STATUS='
                       FS-RUNPCTL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.
           READ RUNPCTL
                AT END
                   MOVE SPACES TO RUNPCTL-REC
           END-READ.
           CLOSE RUNPCTL.
           IF CTL-BUSDATE NOT = SPACES AND CTL-BUSDATE NOT NUMERIC
              DISPLAY 'RUNCPLAN - BUSINESS DATE NOT YYYYMMDD: '
                      CTL-BUSDATE
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.
           MOVE CTL-BUSDATE TO PLN-BUSDATE.
           IF CTL-LIST = 'Y'
              MOVE 'Y' TO PLN-LIST-FLAG
           END-IF.

           OPEN OUTPUT RUNPRPT.
           IF FS-RUNPRPT NOT = '00'
              DISPLAY 'RUNCPLAN - ERROR OPENING RUNPRPT STATUS='
                       FS-RUNPRPT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.
       FIN-INIT. EXIT.
      *////////////////////
       SCAN-RUNCTL SECTION.
      *////////////////////
      * PASS 1 ONLY LOOKS FOR THE LATEST *BUSDATE STAMP; PASS 2 TAKES
      * THE STEPS, THEIR DECLARED PREREQUISITES AND THE NIGHT BEFORE.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT = '00'
              DISPLAY 'RUNCPLAN - ERROR OPENING RUNCTL  STATUS='
                       FS-RUNCTL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-SCANRUN
           END-IF.
           MOVE 'N' TO PLN-EOF.
           MOVE 0   TO PLN-RECNO.
           PERFORM READ-RUNCTL UNTIL PLN-END-OF-FILE.
           CLOSE RUNCTL.
       FIN-SCANRUN. EXIT.
      *////////////////////
       READ-RUNCTL SECTION.
      *////////////////////
           READ RUNCTL
                AT END
                   MOVE 'Y' TO PLN-EOF
           END-READ.
           IF PLN-END-OF-FILE
              GO TO FIN-READRUN.
           ADD 1 TO PLN-RECNO.

           IF PLN-FIND-DATE
              IF RCF-PROGRAM = '*BUSDATE' AND RCF-BUSDATE NUMERIC
                 MOVE RCF-BUSDATE TO PLN-BUSDATE
              END-IF
              GO TO FIN-READRUN.

           ADD 1 TO PLN-RECS-READ.
           IF RCF-PROGRAM = '*BUSDATE'
              IF RCF-BUSDATE < PLN-BUSDATE
                 AND (PLN-PREV-DATE = SPACES
                      OR RCF-BUSDATE > PLN-PREV-DATE)
                 MOVE RCF-BUSDATE TO PLN-PREV-DATE
              END-IF
              GO TO FIN-READRUN.
           IF RCF-PROGRAM = '*HOLIDAY'
              IF RCF-BUSDATE = PLN-BUSDATE
                 MOVE 'Y' TO PLN-HOLIDAY
              END-IF
              GO TO FIN-READRUN.
           IF RCF-PROGRAM(1:1) = '*'
              GO TO FIN-READRUN.

           MOVE RCF-PROGRAM TO PGM-SEEK.
           PERFORM FIND-PGM.
           IF PGM-FOUND = 0
              GO TO FIN-READRUN.
      * THE LATEST DECLARATION WINS - A PROGRAM WHOSE PREREQUISITE WAS
      * CHANGED IS PLANNED BY WHAT IT SAYS NOW.
           IF RCF-PREREQ NOT = SPACES
              MOVE RCF-PREREQ TO PGM-PREREQ(PGM-IDX)
           END-IF.
           IF RCF-BUSDATE < PLN-BUSDATE
              AND RCF-BUSDATE > PGM-LAST-DATE(PGM-IDX)
              MOVE RCF-BUSDATE TO PGM-LAST-DATE(PGM-IDX)
           END-IF.
           IF RCF-BUSDATE NOT = PLN-BUSDATE
              GO TO FIN-READRUN.
           IF PGM-STATE(PGM-IDX) = SPACE
              MOVE PLN-RECNO TO PGM-FIRST(PGM-IDX)
           END-IF.
           MOVE 'Y'         TO PGM-IN-CHAIN(PGM-IDX).
           MOVE RCF-STATUS  TO PGM-STATE(PGM-IDX).
           MOVE RCF-HORA    TO PGM-HORA(PGM-IDX).
       FIN-READRUN. EXIT.
      *////////////////////
       FIND-PGM SECTION.
      *////////////////////
      * LOOKS UP PGM-SEEK, ADDING IT WHEN NEW. PGM-FOUND 0 = TABLE
      * FULL.
           MOVE 0 TO PGM-FOUND.
           MOVE 1 TO PGM-IDX.
       FINDPGMLP.
           IF PGM-IDX > PGM-COUNT GO TO NEWPGM END-IF.
           IF PGM-NAME(PGM-IDX) = PGM-SEEK
              MOVE PGM-IDX TO PGM-FOUND
              GO TO FIN-FINDPGM
           END-IF.
           ADD 1 TO PGM-IDX.
           GO TO FINDPGMLP.
       NEWPGM.
           IF PGM-COUNT >= PGM-MAX
              ADD 1 TO PGM-DROPPED
              GO TO FIN-FINDPGM.
           ADD 1 TO PGM-COUNT.
           MOVE PGM-COUNT TO PGM-IDX.
           MOVE PGM-SEEK TO PGM-NAME(PGM-IDX).
           MOVE SPACES TO PGM-PREREQ(PGM-IDX) PGM-DT-PREREQ(PGM-IDX)
                          PGM-DF-PREREQ(PGM-IDX) PGM-LAST-DATE(PGM-IDX)
                          PGM-HORA(PGM-IDX).
           MOVE 0 TO PGM-DT-SEQ(PGM-IDX) PGM-DF-SEQ(PGM-IDX)
                     PGM-SEQ(PGM-IDX).
           MOVE 99999 TO PGM-FIRST(PGM-IDX).
           MOVE 'N'   TO PGM-IN-CHAIN(PGM-IDX).
           MOVE SPACE TO PGM-STATE(PGM-IDX) PGM-MARK(PGM-IDX).
           MOVE PGM-IDX TO PGM-FOUND.
       FIN-FINDPGM. EXIT.
      *////////////////////
       SET-DAYTYPE SECTION.
      *////////////////////
      * THE CHAIN HEAD'S *HOLIDAY STAMP, THEN MONTH END, THEN THE
      * WEEKEND - THE SAME ORDER BCWATCH AND BCSTAT USE.
           MOVE PLN-BUSDATE TO PLN-DATE-IN.
           IF PLN-HOLIDAY = 'Y'
              MOVE 'H' TO PLN-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           PERFORM DAYS-IN-MONTH.
           IF PLN-DI-DD = PLN-DIM
              MOVE 'M' TO PLN-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           PERFORM WEEKDAY-OF-DATE.
           IF PLN-DOW = 0 OR PLN-DOW = 1
              MOVE 'W' TO PLN-DAYTYPE
              GO TO FIN-SETDAYTYPE.
           MOVE 'B' TO PLN-DAYTYPE.
       FIN-SETDAYTYPE. EXIT.
      *////////////////////
       DAYS-IN-MONTH SECTION.
      *////////////////////
           MOVE 31 TO PLN-DIM.
           IF PLN-DI-MM < 1 OR PLN-DI-MM > 12
              GO TO FIN-DAYSMON.
           MOVE PLN-DIM-ENT(PLN-DI-MM) TO PLN-DIM.
           IF PLN-DI-MM NOT = 2
              GO TO FIN-DAYSMON.
           DIVIDE PLN-DI-YYYY BY 4   GIVING PLN-T1 REMAINDER PLN-R4.
           DIVIDE PLN-DI-YYYY BY 100 GIVING PLN-T1 REMAINDER PLN-R100.
           DIVIDE PLN-DI-YYYY BY 400 GIVING PLN-T1 REMAINDER PLN-R400.
           IF PLN-R4 = 0 AND (PLN-R100 NOT = 0 OR PLN-R400 = 0)
              MOVE 29 TO PLN-DIM
           END-IF.
       FIN-DAYSMON. EXIT.
      *////////////////////
       WEEKDAY-OF-DATE SECTION.
      *////////////////////
      * ZELLER'S CONGRUENCE: 0=SATURDAY, 1=SUNDAY ... 6=FRIDAY.
           MOVE PLN-DI-YYYY TO PLN-Y.
           MOVE PLN-DI-MM   TO PLN-M.
           IF PLN-M < 3
              ADD 12 TO PLN-M
              SUBTRACT 1 FROM PLN-Y
           END-IF.
           COMPUTE PLN-T1 = 13 * (PLN-M + 1).
           DIVIDE PLN-T1 BY 5 GIVING PLN-T1.
           DIVIDE PLN-Y BY 100 GIVING PLN-J REMAINDER PLN-K.
           DIVIDE PLN-K BY 4 GIVING PLN-T2.
           DIVIDE PLN-J BY 4 GIVING PLN-T3.
           COMPUTE PLN-T1 = PLN-DI-DD + PLN-T1 + PLN-K + PLN-T2
                          + PLN-T3 + 5 * PLN-J.
           DIVIDE PLN-T1 BY 7 GIVING PLN-T2 REMAINDER PLN-DOW.
       FIN-WEEKDAY. EXIT.
      *////////////////////
       LOAD-TIMETABLE SECTION.
      *////////////////////
      * ONE PASS OVER RUNDLN KEEPS BOTH THE DAY TYPE'S SET AND THE
      * DEFAULT '*' SET; SET-CHAIN DECIDES WHICH ONE APPLIES. NO
      * RUNDLN, NO TIMETABLE.
           OPEN INPUT RUNDLN.
           IF FS-RUNDLN = '05'
              CLOSE RUNDLN
              GO TO FIN-LOADTT.
           IF FS-RUNDLN NOT = '00'
              DISPLAY 'RUNCPLAN - ERROR OPENING RUNDLN  STATUS='
                       FS-RUNDLN
              GO TO FIN-LOADTT.
           MOVE 'N' TO PLN-EOF.
           PERFORM READ-TIMETABLE UNTIL PLN-END-OF-FILE.
           CLOSE RUNDLN.
       FIN-LOADTT. EXIT.
      *////////////////////
       READ-TIMETABLE SECTION.
      *////////////////////
           READ RUNDLN NEXT RECORD
                AT END
                   MOVE 'Y' TO PLN-EOF
           END-READ.
           IF PLN-END-OF-FILE
              GO TO FIN-READTT.
           IF DLN-PROG(1:1) = '*'
              GO TO FIN-READTT.
           IF DLN-DAYTYPE NOT = PLN-DAYTYPE AND DLN-DAYTYPE NOT = '*'
              GO TO FIN-READTT.
           MOVE DLN-PROG TO PGM-SEEK.
           PERFORM FIND-PGM.
           IF PGM-FOUND = 0
              GO TO FIN-READTT.
           IF DLN-DAYTYPE = PLN-DAYTYPE
              ADD 1 TO PLN-DT-COUNT
              MOVE DLN-SEQ    TO PGM-DT-SEQ(PGM-IDX)
              MOVE DLN-PREREQ TO PGM-DT-PREREQ(PGM-IDX)
           ELSE
              ADD 1 TO PLN-DF-COUNT
              MOVE DLN-SEQ    TO PGM-DF-SEQ(PGM-IDX)
              MOVE DLN-PREREQ TO PGM-DF-PREREQ(PGM-IDX)
           END-IF.
       FIN-READTT. EXIT.
      *////////////////////
       SET-CHAIN SECTION.
      *////////////////////
      * WHICH STEPS MAKE UP THE NIGHT: THE DAY TYPE'S TIMETABLE SET,
      * ELSE THE '*' SET, ELSE WHATEVER RAN THE NIGHT BEFORE - ALWAYS
      * PLUS ANY STEP THAT WROTE UNDER THE DATE (SCAN-RUNCTL).
           MOVE 'P' TO PLN-SET-USED.
           IF PLN-DF-COUNT > 0
              MOVE '*' TO PLN-SET-USED
           END-IF.
           IF PLN-DT-COUNT > 0
              MOVE PLN-DAYTYPE TO PLN-SET-USED
           END-IF.
           PERFORM SET-CHAIN-ONE VARYING PGM-IDX FROM 1 BY 1
                UNTIL PGM-IDX > PGM-COUNT.
       FIN-SETCHAIN. EXIT.
      *////////////////////
       SET-CHAIN-ONE SECTION.
      *////////////////////
           MOVE 999 TO PGM-SEQ(PGM-IDX).
           IF PLN-SET-USED = 'P'
              IF PLN-PREV-DATE NOT = SPACES
                 AND PGM-LAST-DATE(PGM-IDX) = PLN-PREV-DATE
                 MOVE 'Y' TO PGM-IN-CHAIN(PGM-IDX)
              END-IF
              GO TO FIN-SETCHAIN1.
           IF PLN-SET-USED = '*'
              IF PGM-DF-SEQ(PGM-IDX) > 0
                 MOVE 'Y' TO PGM-IN-CHAIN(PGM-IDX)
                 MOVE PGM-DF-SEQ(PGM-IDX) TO PGM-SEQ(PGM-IDX)
                 IF PGM-PREREQ(PGM-IDX) = SPACES
                    MOVE PGM-DF-PREREQ(PGM-IDX) TO PGM-PREREQ(PGM-IDX)
                 END-IF
              END-IF
              GO TO FIN-SETCHAIN1.
           IF PGM-DT-SEQ(PGM-IDX) > 0
              MOVE 'Y' TO PGM-IN-CHAIN(PGM-IDX)
              MOVE PGM-DT-SEQ(PGM-IDX) TO PGM-SEQ(PGM-IDX)
              IF PGM-PREREQ(PGM-IDX) = SPACES
                 MOVE PGM-DT-PREREQ(PGM-IDX) TO PGM-PREREQ(PGM-IDX)
              END-IF
           END-IF.
       FIN-SETCHAIN1. EXIT.
      *////////////////////
       MARK-PLAN SECTION.
      *////////////////////
      * THE FAILED STEPS FIRST, THEN WHAT HANGS OFF THEM - ONE PASS
      * PER LEVEL UNTIL A PASS MARKS NOTHING NEW - THEN THE REST OF
      * THE NIGHT THAT HAS NOT RUN.
           PERFORM MARK-FAILED VARYING PGM-IDX FROM 1 BY 1
                UNTIL PGM-IDX > PGM-COUNT.
           MOVE 1 TO PLN-CHANGED.
           PERFORM MARK-PASS UNTIL PLN-CHANGED = 0.
           PERFORM MARK-NOT-RUN VARYING PGM-IDX FROM 1 BY 1
                UNTIL PGM-IDX > PGM-COUNT.
       FIN-MARKPLAN. EXIT.
      *////////////////////
       MARK-FAILED SECTION.
      *////////////////////
      * AN 'S' WITH NO COMPLETION AFTER IT ABENDED (OR IS STILL
      * RUNNING - THE PLAN SAYS SO) AND IS RESTARTED LIKE AN 'F'.
           IF PGM-IN-CHAIN(PGM-IDX) NOT = 'Y'
              GO TO FIN-MARKFAIL.
           IF PGM-STATE(PGM-IDX) = 'F' OR PGM-STATE(PGM-IDX) = 'S'
              MOVE 'F' TO PGM-MARK(PGM-IDX)
              ADD 1 TO PLN-N-FAILED
           END-IF.
       FIN-MARKFAIL. EXIT.
      *////////////////////
       MARK-PASS SECTION.
      *////////////////////
           MOVE 0 TO PLN-CHANGED.
           PERFORM MARK-DEPENDENT VARYING PGM-IDX FROM 1 BY 1
                UNTIL PGM-IDX > PGM-COUNT.
       FIN-MARKPASS. EXIT.
      *////////////////////
       MARK-DEPENDENT SECTION.
      *////////////////////
      * A STEP WHOSE PREREQUISITE IS IN THE PLAN IS IN THE PLAN TOO:
      * RERUN IF IT ALREADY RAN ON THE OLD OUTPUT, OTHERWISE NOT RUN.
           IF PGM-IN-CHAIN(PGM-IDX) NOT = 'Y'
              OR PGM-MARK(PGM-IDX) NOT = SPACE
              OR PGM-PREREQ(PGM-IDX) = SPACES
              GO TO FIN-MARKDEP.
           MOVE PGM-PREREQ(PGM-IDX) TO PGM-SEEK.
           PERFORM LOCATE-PGM.
           IF PGM-FOUND = 0
              GO TO FIN-MARKDEP.
           IF PGM-MARK(PGM-FOUND) = SPACE
              GO TO FIN-MARKDEP.
           IF PGM-STATE(PGM-IDX) = 'C' OR PGM-STATE(PGM-IDX) = 'K'
              MOVE 'R' TO PGM-MARK(PGM-IDX)
              ADD 1 TO PLN-N-STALE
           ELSE
              MOVE 'N' TO PGM-MARK(PGM-IDX)
              ADD 1 TO PLN-N-NOTRUN
           END-IF.
           MOVE 1 TO PLN-CHANGED.
       FIN-MARKDEP. EXIT.
      *////////////////////
       MARK-NOT-RUN SECTION.
      *////////////////////
           IF PGM-IN-CHAIN(PGM-IDX) = 'Y'
              AND PGM-MARK(PGM-IDX) = SPACE
              AND PGM-STATE(PGM-IDX) = SPACE
              MOVE 'N' TO PGM-MARK(PGM-IDX)
              ADD 1 TO PLN-N-NOTRUN
           END-IF.
       FIN-MARKNOT. EXIT.
      *////////////////////
       LOCATE-PGM SECTION.
      *////////////////////
      * LOOK-UP ONLY, FOR PGM-SEEK.
           MOVE 0 TO PGM-FOUND.
           PERFORM MATCH-PGM VARYING PGM-UP FROM 1 BY 1
                UNTIL PGM-UP > PGM-COUNT OR PGM-FOUND > 0.
       FIN-LOCPGM. EXIT.
      *////////////////////
       MATCH-PGM SECTION.
      *////////////////////
           IF PGM-NAME(PGM-UP) = PGM-SEEK
              MOVE PGM-UP TO PGM-FOUND
           END-IF.
       FIN-MATCHPGM. EXIT.
      *////////////////////
       ORDER-PLAN SECTION.
      *////////////////////
      * SUBMISSION ORDER: DEPTH BELOW THE CHAIN'S ROOTS (SO EVERY STEP
      * COMES AFTER THE ONE IT WAITS ON), THEN TIMETABLE SEQUENCE,
      * THEN THE ORDER THE STEPS FIRST RAN UNDER THE DATE.
           MOVE 0 TO ORD-COUNT.
           PERFORM ORDER-ONE VARYING PGM-IDX FROM 1 BY 1
                UNTIL PGM-IDX > PGM-COUNT.
       FIN-ORDERPLAN. EXIT.
      *////////////////////
       ORDER-ONE SECTION.
      *////////////////////
           IF PGM-MARK(PGM-IDX) = SPACE
              GO TO FIN-ORDERONE.
           PERFORM SET-DEPTH.
           MOVE PLN-HOPS            TO PGM-K-DEPTH(PGM-IDX).
           MOVE PGM-SEQ(PGM-IDX)    TO PGM-K-SEQ(PGM-IDX).
           MOVE PGM-FIRST(PGM-IDX)  TO PGM-K-FIRST(PGM-IDX).
      * INSERTED INTO PLACE - THE TABLE IS SMALL.
           ADD 1 TO ORD-COUNT.
           MOVE ORD-COUNT TO ORD-POS.
           MOVE 0 TO ORD-PLACED.
           PERFORM SHIFT-ORDER UNTIL ORD-POS = 1 OR ORD-PLACED = 1.
           MOVE PGM-IDX TO ORD-ENTRY(ORD-POS).
       FIN-ORDERONE. EXIT.
      *////////////////////
       SHIFT-ORDER SECTION.
      *////////////////////
           MOVE ORD-ENTRY(ORD-POS - 1) TO ORD-IDX.
           IF PGM-KEY(ORD-IDX) NOT > PGM-KEY(PGM-IDX)
              MOVE 1 TO ORD-PLACED
              GO TO FIN-SHIFTORD.
           MOVE ORD-IDX TO ORD-ENTRY(ORD-POS).
           SUBTRACT 1 FROM ORD-POS.
       FIN-SHIFTORD. EXIT.
      *////////////////////
       SET-DEPTH SECTION.
      *////////////////////
      * HOPS UP THE PREREQUISITE CHAIN TO A STEP THAT WAITS ON
      * NOTHING KNOWN. THE LIMIT STOPS A DECLARED LOOP.
           MOVE 0 TO PLN-HOPS.
           MOVE PGM-IDX TO PGM-FOUND.
           PERFORM CLIMB-ONE UNTIL PGM-FOUND = 0 OR PLN-HOPS > 50.
       FIN-SETDEPTH. EXIT.
      *////////////////////
       CLIMB-ONE SECTION.
      *////////////////////
           IF PGM-PREREQ(PGM-FOUND) = SPACES
              MOVE 0 TO PGM-FOUND
              GO TO FIN-CLIMB.
           MOVE PGM-PREREQ(PGM-FOUND) TO PGM-SEEK.
           PERFORM LOCATE-PGM.
           IF PGM-FOUND > 0
              ADD 1 TO PLN-HOPS
           END-IF.
       FIN-CLIMB. EXIT.
      *////////////////////
       PRINT-PLAN SECTION.
      *////////////////////
      * EVERY LIST WALKS THE SUBMISSION ORDER, SO EACH ONE READS IN
      * RUN ORDER TOO.
           MOVE PLN-BUSDATE TO PLN-HDR-DATE.
           MOVE PLN-DAYTYPE TO PLN-HDR-TYPE.
           WRITE RUNPRPT-LINE FROM PLN-HEADING1.
           IF PLN-SET-USED = 'P'
              MOVE SPACES TO PLN-SEC-TEXT
              STRING 'NO RUNDLN TIMETABLE - STEPS TAKEN FROM NIGHT OF '
                     DELIMITED BY SIZE
                     PLN-PREV-DATE DELIMITED BY SIZE
                     INTO PLN-SEC-TEXT
              WRITE RUNPRPT-LINE FROM PLN-SECTION-LINE
           END-IF.

           MOVE 'FAILED - RESTART FIRST' TO PLN-SEC-TEXT.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 'F' TO PLN-LIST-SEL.
           PERFORM PRINT-MARKED VARYING ORD-IDX FROM 1 BY 1
                UNTIL ORD-IDX > ORD-COUNT.
           IF PLN-N-FAILED = 0
              MOVE 'NO FAILED STEP FOR THIS DATE' TO PLN-SEC-TEXT
              WRITE RUNPRPT-LINE FROM PLN-SECTION-LINE
           END-IF.

           MOVE 'ALREADY RAN ON STALE INPUT - MUST BE RERUN'
                TO PLN-SEC-TEXT.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 'R' TO PLN-LIST-SEL.
           PERFORM PRINT-MARKED VARYING ORD-IDX FROM 1 BY 1
                UNTIL ORD-IDX > ORD-COUNT.

           MOVE 'NOT YET RUN' TO PLN-SEC-TEXT.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 'N' TO PLN-LIST-SEL.
           PERFORM PRINT-MARKED VARYING ORD-IDX FROM 1 BY 1
                UNTIL ORD-IDX > ORD-COUNT.

           MOVE 'SUBMIT IN THIS ORDER' TO PLN-SEC-TEXT.
           PERFORM PRINT-SECTION-HEAD.
           MOVE SPACE TO PLN-LIST-SEL.
           PERFORM PRINT-MARKED VARYING ORD-IDX FROM 1 BY 1
                UNTIL ORD-IDX > ORD-COUNT.
           IF ORD-COUNT = 0
              MOVE 'NOTHING TO SUBMIT - THE NIGHT IS COMPLETE'
                   TO PLN-SEC-TEXT
              WRITE RUNPRPT-LINE FROM PLN-SECTION-LINE
           END-IF.

           MOVE SPACES TO RUNPRPT-LINE.
           WRITE RUNPRPT-LINE.
           MOVE PLN-N-FAILED TO PLN-TOT-FAIL.
           MOVE PLN-N-STALE  TO PLN-TOT-STALE.
           MOVE PLN-N-NOTRUN TO PLN-TOT-NOTRUN.
           MOVE ORD-COUNT    TO PLN-TOT-ORDER.
           WRITE RUNPRPT-LINE FROM PLN-TOTALS1.
       FIN-PRINTPLAN. EXIT.
      *////////////////////
       PRINT-SECTION-HEAD SECTION.
      *////////////////////
           MOVE SPACES TO RUNPRPT-LINE.
           WRITE RUNPRPT-LINE.
           WRITE RUNPRPT-LINE FROM PLN-SECTION-LINE.
       FIN-PRTSECHD. EXIT.
      *////////////////////
       PRINT-MARKED SECTION.
      *////////////////////
      * PLN-LIST-SEL PICKS THE LIST: 'F', 'R', 'N', OR SPACE FOR THE
      * WHOLE SUBMISSION ORDER, NUMBERED.
           MOVE ORD-ENTRY(ORD-IDX) TO PGM-IDX.
           IF PLN-LIST-SEL NOT = SPACE
              AND PGM-MARK(PGM-IDX) NOT = PLN-LIST-SEL
              GO TO FIN-PRTMARK.
           MOVE SPACES TO PLN-DETAIL.
           IF PLN-LIST-SEL = SPACE
              MOVE ORD-IDX TO PLN-DTL-SEQ
           END-IF.
           MOVE PGM-NAME(PGM-IDX) TO PLN-DTL-PROG.
           MOVE 'NOT RUN'         TO PLN-DTL-STATE.
           IF PGM-STATE(PGM-IDX) = 'C'
              MOVE 'COMPLETED'    TO PLN-DTL-STATE.
           IF PGM-STATE(PGM-IDX) = 'K'
              MOVE 'HOLIDAY SKIP' TO PLN-DTL-STATE.
           IF PGM-STATE(PGM-IDX) = 'F'
              MOVE 'FAILED'       TO PLN-DTL-STATE.
           IF PGM-STATE(PGM-IDX) = 'S'
              MOVE 'STARTED, NO END' TO PLN-DTL-STATE.
           IF PGM-HORA(PGM-IDX) NOT = SPACES
              STRING PGM-HORA(PGM-IDX)(1:2) DELIMITED BY SIZE
                     ':'                    DELIMITED BY SIZE
                     PGM-HORA(PGM-IDX)(3:2) DELIMITED BY SIZE
                     ':'                    DELIMITED BY SIZE
                     PGM-HORA(PGM-IDX)(5:2) DELIMITED BY SIZE
                     INTO PLN-DTL-HORA
           END-IF.
           IF PGM-PREREQ(PGM-IDX) NOT = SPACES
              MOVE 'WAITS ON '         TO PLN-DTL-WAITS
              MOVE PGM-PREREQ(PGM-IDX) TO PLN-DTL-PREREQ
           END-IF.
           IF PGM-MARK(PGM-IDX) = 'F'
              MOVE 'RESTART'              TO PLN-DTL-NOTE.
           IF PGM-MARK(PGM-IDX) = 'R'
              MOVE 'RERUN - INPUT STALE'  TO PLN-DTL-NOTE.
           IF PGM-MARK(PGM-IDX) = 'N'
              MOVE 'NOT RUN YET'          TO PLN-DTL-NOTE.
           IF PGM-SEQ(PGM-IDX) = 999 AND PLN-LIST-SEL = SPACE
              MOVE 'NOT IN THE TIMETABLE' TO PLN-DTL-NOTE.
           WRITE RUNPRPT-LINE FROM PLN-DETAIL.
       FIN-PRTMARK. EXIT.
      *////////////////////
       WRITE-LIST SECTION.
      *////////////////////
           OPEN OUTPUT RUNPLST.
           IF FS-RUNPLST NOT = '00'
              DISPLAY 'RUNCPLAN - ERROR OPENING RUNPLST STATUS='
                       FS-RUNPLST
              MOVE 8 TO RETURN-CODE
              GO TO FIN-WRITELST
           END-IF.
           PERFORM WRITE-LIST-ONE VARYING ORD-IDX FROM 1 BY 1
                UNTIL ORD-IDX > ORD-COUNT.
           CLOSE RUNPLST.
       FIN-WRITELST. EXIT.
      *////////////////////
       WRITE-LIST-ONE SECTION.
      *////////////////////
           MOVE ORD-ENTRY(ORD-IDX) TO PGM-IDX.
           MOVE SPACES              TO RPL-REC.
           MOVE PLN-BUSDATE         TO RPL-BUSDATE.
           MOVE ORD-IDX             TO RPL-SEQ.
           MOVE PGM-NAME(PGM-IDX)   TO RPL-PROG.
           MOVE PGM-MARK(PGM-IDX)   TO RPL-REASON.
           MOVE PGM-PREREQ(PGM-IDX) TO RPL-PREREQ.
           WRITE RPL-REC.
           ADD 1 TO PLN-N-LISTED.
       FIN-WRITELST1. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF FS-RUNPRPT = '00'
              CLOSE RUNPRPT
           END-IF.
           DISPLAY 'RUNCPLAN - BUSINESS DATE    : ' PLN-BUSDATE.
           DISPLAY 'RUNCPLAN - RUNCTL RECORDS   : ' PLN-RECS-READ.
           DISPLAY 'RUNCPLAN - FAILED STEPS     : ' PLN-N-FAILED.
           DISPLAY 'RUNCPLAN - STEPS TO RERUN   : ' PLN-N-STALE.
           DISPLAY 'RUNCPLAN - STEPS NOT RUN    : ' PLN-N-NOTRUN.
           IF PLN-WRITE-LIST
              DISPLAY 'RUNCPLAN - RERUN LIST LINES : ' PLN-N-LISTED
           END-IF.
           IF PGM-DROPPED > 0
              DISPLAY 'RUNCPLAN - PROGRAMS PAST TABLE : ' PGM-DROPPED
           END-IF.
       FIN-ENDJOB. EXIT.
      *////////////////////
