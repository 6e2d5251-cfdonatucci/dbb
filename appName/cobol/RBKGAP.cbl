      *----------------------------------------------------------------*
      *-- WEEKLY RUNBOOK GAP REPORT. READS THE LAST SEVEN DAYS OF THE
      *-- ALRTHIST ALERT HISTORY (SEE ALRTHSTS) AND LISTS EVERY ALERT
      *-- FOR WHICH THE RUNBOOK FILE (SEE RUNBKS) HOLDS NO RUNBOOK -
      *-- BY SOURCE AND TEXT, WITH HOW OFTEN IT FIRED AND WHEN IT WAS
      *-- LAST SEEN - SO THE TEAM CAN WRITE THE MISSING ONES IN
      *-- RBKMNT. AN ALERT IS COVERED BY THE SAME RULE ALRTCON AND
      *-- ALRTDISP APPLY (SEE RBKMATP). RECOVERY EVENTS ARE NOT
      *-- ALERTS TO ACT ON AND ARE LEFT OUT. NO RUNBOOK FILE AT ALL
      *-- MAKES EVERY ALERT A GAP.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKGAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTHIST  ASSIGN TO ALRTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AH-KEY
                  FILE STATUS  IS FS-ALRTHIST.
           SELECT RUNBOOK   ASSIGN TO RUNBOOK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RBK-KEY
                  FILE STATUS  IS FS-RUNBOOK.
           SELECT RGPRPT    ASSIGN TO RGPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RGPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ALRTHIST
           LABEL RECORDS ARE STANDARD.
           COPY ALRTHSTS.
       FD  RUNBOOK
           LABEL RECORDS ARE STANDARD.
           COPY RUNBKS.
       FD  RGPRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RGPRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-ALRTHIST        PIC XX     VALUE SPACES.
       77  FS-RUNBOOK         PIC XX     VALUE SPACES.
       77  FS-RGPRPT          PIC XX     VALUE SPACES.
       77  RGP-EOF            PIC X      VALUE 'N'.
           88  RGP-END-OF-HIST          VALUE 'Y'.
       77  RGP-RBK-EOF        PIC X      VALUE 'N'.
           88  RGP-END-OF-RBK           VALUE 'Y'.
       77  RGP-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  RGP-IN-WINDOW      PIC 9(7)   VALUE ZEROS.
       77  RGP-COVERED        PIC 9(7)   VALUE ZEROS.
       77  RGP-UNCOVERED      PIC 9(7)   VALUE ZEROS.
       77  RGP-OVERFLOW       PIC 9(7)   VALUE ZEROS.
      *
      * EVERY RUNBOOK ON FILE, ONE ENTRY PER SOURCE AND PATTERN (THE
      * STEPS THEMSELVES DO NOT MATTER HERE).
       77  RBT-MAX            PIC 9(4)   COMP VALUE 300.
       77  RBT-COUNT          PIC 9(4)   COMP VALUE 0.
       77  RBT-IDX            PIC 9(4)   COMP VALUE 0.
       01  RBT-TABLE.
           05  RBT-ENTRY OCCURS 300 TIMES.
               10  RBT-SOURCE     PIC X(8).
               10  RBT-PATTERN    PIC X(16).
      *
      * THE GAPS - ONE ENTRY PER DISTINCT SOURCE AND ALERT TEXT.
       77  GAP-MAX            PIC 9(4)   COMP VALUE 200.
       77  GAP-COUNT          PIC 9(4)   COMP VALUE 0.
       77  GAP-IDX            PIC 9(4)   COMP VALUE 0.
       77  GAP-FOUND          PIC 9      VALUE 0.
       01  GAP-TABLE.
           05  GAP-ENTRY OCCURS 200 TIMES.
               10  GAP-SOURCE     PIC X(8).
               10  GAP-TEXT       PIC X(62).
               10  GAP-TIMES      PIC 9(5).
               10  GAP-LAST-DATE  PIC X(8).
               10  GAP-LAST-TIME  PIC X(8).
      *
           COPY RBKMATS.
      *
      * DAY-WINDOW ARITHMETIC - THE SAME MARCH-BASED DAY NUMBER
      * ALRTHRPT USES.
       77  RGP-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  RGP-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  RGP-WORK-A         PIC S9(8)  COMP VALUE +0.
       77  RGP-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  RGP-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  RGP-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  RGP-AGE-DAYS       PIC S9(9)  COMP VALUE +0.
       01  RGP-TODAY          PIC X(8)   VALUE SPACES.
       01  RGP-DATE8          PIC X(8)   VALUE SPACES.
       01  RGP-DATE8-R REDEFINES RGP-DATE8.
           05  RGP-D8-YYYY    PIC 9(4).
           05  RGP-D8-MM      PIC 9(2).
           05  RGP-D8-DD      PIC 9(2).
      *
       01  RGP-HEADING1.
           05  FILLER  PIC X(52) VALUE
               'RBKGAP - ALERTS WITH NO RUNBOOK - LAST SEVEN DAYS'.
           05  FILLER  PIC X(8)  VALUE ' ENDING '.
           05  RGP-HDG-DATE   PIC X(8).
           05  FILLER  PIC X(65) VALUE SPACES.
       01  RGP-HEADING2.
           05  FILLER  PIC X(60) VALUE
               'SOURCE    TIMES  LAST SEEN          ALERT TEXT'.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  RGP-DETAIL.
           05  RGP-DTL-SOURCE PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RGP-DTL-TIMES  PIC ZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGP-DTL-DATE   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RGP-DTL-TIME   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGP-DTL-TEXT   PIC X(62).
           05  FILLER         PIC X(35) VALUE SPACES.
       01  RGP-TOTALS.
           05  RGP-TOT-LABEL  PIC X(30).
           05  RGP-TOT-CNT    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(95) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
       RPTLP.
           IF RGP-END-OF-HIST GO TO FINALI END-IF.
           PERFORM CHECK-ONE.
           PERFORM READ-HIST.
           GO TO RPTLP.
       FINALI.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  ALRTHIST.
           IF FS-ALRTHIST NOT = '00'
              DISPLAY 'RBKGAP   - ERROR OPENING ALRTHIST STATUS='
                       FS-ALRTHIST
              MOVE 'Y' TO RGP-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RGPRPT.
           IF FS-RGPRPT NOT = '00'
              DISPLAY 'RBKGAP   - ERROR OPENING RGPRPT   STATUS='
                       FS-RGPRPT
              MOVE 'Y' TO RGP-EOF
              GO TO FIN-INIT
           END-IF.

           ACCEPT RGP-TODAY FROM DATE YYYYMMDD.
           MOVE RGP-TODAY TO RGP-DATE8.
           PERFORM CALC-DAYNUM.
           MOVE RGP-DAYNUM TO RGP-TODAY-DAYNUM.

           MOVE RGP-TODAY TO RGP-HDG-DATE.
           WRITE RGPRPT-LINE FROM RGP-HEADING1.
           WRITE RGPRPT-LINE FROM RGP-HEADING2.

           PERFORM LOAD-RUNBOOKS.
           PERFORM READ-HIST.
       FIN-INIT. EXIT.
      *////////////////////
       LOAD-RUNBOOKS SECTION.
      *////////////////////
      * NO RUNBOOK FILE IS NOT AN ERROR HERE - IT IS THE BIGGEST GAP
      * OF ALL, AND EVERY ALERT IN THE WINDOW IS LISTED.
           OPEN INPUT RUNBOOK.
           IF FS-RUNBOOK NOT = '00'
              DISPLAY 'RBKGAP   - RUNBOOK FILE NOT AVAILABLE STATUS='
                       FS-RUNBOOK
              GO TO FIN-LOADRBK
           END-IF.
           PERFORM READ-RUNBOOK.
       LOADLP.
           IF RGP-END-OF-RBK GO TO LOADEND END-IF.
           IF RBT-COUNT = 0
              OR RBK-SOURCE  NOT = RBT-SOURCE(RBT-COUNT)
              OR RBK-PATTERN NOT = RBT-PATTERN(RBT-COUNT)
              IF RBT-COUNT < RBT-MAX
                 ADD 1 TO RBT-COUNT
                 MOVE RBK-SOURCE  TO RBT-SOURCE(RBT-COUNT)
                 MOVE RBK-PATTERN TO RBT-PATTERN(RBT-COUNT)
              END-IF
           END-IF.
           PERFORM READ-RUNBOOK.
           GO TO LOADLP.
       LOADEND.
           CLOSE RUNBOOK.
       FIN-LOADRBK. EXIT.
      *////////////////////
       READ-RUNBOOK SECTION.
      *////////////////////
           READ RUNBOOK NEXT RECORD
                AT END
                   MOVE 'Y' TO RGP-RBK-EOF
           END-READ.
       FIN-READRBK. EXIT.
      *////////////////////
       READ-HIST SECTION.
      *////////////////////
           READ ALRTHIST NEXT RECORD
                AT END
                   MOVE 'Y' TO RGP-EOF
                NOT AT END
                   ADD 1 TO RGP-RECS-READ
           END-READ.
       FIN-READHIST. EXIT.
      *////////////////////
       CHECK-ONE SECTION.
      *////////////////////
           IF AH-SEV = 'Clear   '
              GO TO FIN-CHECKONE.
           IF AH-DATE NOT NUMERIC
              GO TO FIN-CHECKONE.
           MOVE AH-DATE TO RGP-DATE8.
           PERFORM CALC-DAYNUM.
           COMPUTE RGP-AGE-DAYS = RGP-TODAY-DAYNUM - RGP-DAYNUM.
           IF RGP-AGE-DAYS < 0 OR RGP-AGE-DAYS > 6
              GO TO FIN-CHECKONE.
           ADD 1 TO RGP-IN-WINDOW.

           MOVE AH-TEXT TO RBM-TEXT.
           PERFORM RBKMAT-INIT.
           PERFORM CONSIDER-ONE VARYING RBT-IDX FROM 1 BY 1
                UNTIL RBT-IDX > RBT-COUNT OR RBM-EXACT.
           IF RBM-FOUND
              ADD 1 TO RGP-COVERED
              GO TO FIN-CHECKONE.

           ADD 1 TO RGP-UNCOVERED.
           PERFORM FIND-GAP.
           IF GAP-FOUND = 0
              ADD 1 TO RGP-OVERFLOW
              GO TO FIN-CHECKONE.
           ADD 1 TO GAP-TIMES(GAP-IDX).
      *-- THE HISTORY IS READ IN KEY (DATE+TIME) ORDER, SO THE LATEST
      *-- OCCURRENCE IS SIMPLY THE LAST ONE SEEN.
           MOVE AH-DATE TO GAP-LAST-DATE(GAP-IDX).
           MOVE AH-TIME TO GAP-LAST-TIME(GAP-IDX).
       FIN-CHECKONE. EXIT.
      *////////////////////
       CONSIDER-ONE SECTION.
      *////////////////////
           IF RBT-SOURCE(RBT-IDX) = AH-SOURCE
              MOVE RBT-PATTERN(RBT-IDX) TO RBM-PATTERN
              PERFORM RBKMAT-CONSIDER
           END-IF.
       FIN-CONSIDER. EXIT.
      *////////////////////
       FIND-GAP SECTION.
      *////////////////////
           MOVE 0 TO GAP-FOUND.
           MOVE 1 TO GAP-IDX.
       FINDGAPLP.
           IF GAP-IDX > GAP-COUNT GO TO NEWGAP END-IF.
           IF GAP-SOURCE(GAP-IDX) = AH-SOURCE
              AND GAP-TEXT(GAP-IDX) = AH-TEXT
              MOVE 1 TO GAP-FOUND
              GO TO FIN-FINDGAP
           END-IF.
           ADD 1 TO GAP-IDX.
           GO TO FINDGAPLP.
       NEWGAP.
           IF GAP-COUNT >= GAP-MAX
              GO TO FIN-FINDGAP.
           ADD 1 TO GAP-COUNT.
           MOVE GAP-COUNT TO GAP-IDX.
           MOVE AH-SOURCE TO GAP-SOURCE(GAP-IDX).
           MOVE AH-TEXT   TO GAP-TEXT(GAP-IDX).
           MOVE 0         TO GAP-TIMES(GAP-IDX).
           MOVE 1 TO GAP-FOUND.
       FIN-FINDGAP. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
           MOVE RGP-D8-YYYY TO RGP-WORK-Y.
           MOVE RGP-D8-MM   TO RGP-WORK-M.
           MOVE RGP-D8-DD   TO RGP-WORK-D.
           IF RGP-WORK-M < 3
              SUBTRACT 1 FROM RGP-WORK-Y
              ADD 12 TO RGP-WORK-M
           END-IF.
           COMPUTE RGP-WORK-A = RGP-WORK-Y / 100.
           COMPUTE RGP-DAYNUM = (36525 * RGP-WORK-Y) / 100
                   + RGP-WORK-Y / 4 - RGP-WORK-A + RGP-WORK-A / 4
                   + (306 * (RGP-WORK-M + 1)) / 10
                   + RGP-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF FS-RGPRPT NOT = '00'
              GO TO ENDJOB-CLOSE.
           PERFORM WRITE-GAP VARYING GAP-IDX FROM 1 BY 1
                UNTIL GAP-IDX > GAP-COUNT.

           MOVE SPACES TO RGPRPT-LINE.
           WRITE RGPRPT-LINE.
           MOVE 'ALERTS IN THE WINDOW        : ' TO RGP-TOT-LABEL.
           MOVE RGP-IN-WINDOW TO RGP-TOT-CNT.
           WRITE RGPRPT-LINE FROM RGP-TOTALS.
           MOVE 'COVERED BY A RUNBOOK        : ' TO RGP-TOT-LABEL.
           MOVE RGP-COVERED TO RGP-TOT-CNT.
           WRITE RGPRPT-LINE FROM RGP-TOTALS.
           MOVE 'WITH NO RUNBOOK             : ' TO RGP-TOT-LABEL.
           MOVE RGP-UNCOVERED TO RGP-TOT-CNT.
           WRITE RGPRPT-LINE FROM RGP-TOTALS.
           MOVE 'DISTINCT GAPS LISTED        : ' TO RGP-TOT-LABEL.
           MOVE GAP-COUNT TO RGP-TOT-CNT.
           WRITE RGPRPT-LINE FROM RGP-TOTALS.
           IF RGP-OVERFLOW > 0
              MOVE 'NOT LISTED - TABLE FULL     : ' TO RGP-TOT-LABEL
              MOVE RGP-OVERFLOW TO RGP-TOT-CNT
              WRITE RGPRPT-LINE FROM RGP-TOTALS
           END-IF.
       ENDJOB-CLOSE.
           CLOSE ALRTHIST RGPRPT.
           DISPLAY 'RBKGAP   - RECORDS READ     : ' RGP-RECS-READ.
           DISPLAY 'RBKGAP   - RUNBOOKS ON FILE : ' RBT-COUNT.
           DISPLAY 'RBKGAP   - ALERTS UNCOVERED : ' RGP-UNCOVERED.
       FIN-ENDJOB. EXIT.
      *////////////////////
       WRITE-GAP SECTION.
      *////////////////////
           MOVE GAP-SOURCE(GAP-IDX)    TO RGP-DTL-SOURCE.
           MOVE GAP-TIMES(GAP-IDX)     TO RGP-DTL-TIMES.
           MOVE GAP-LAST-DATE(GAP-IDX) TO RGP-DTL-DATE.
           MOVE GAP-LAST-TIME(GAP-IDX) TO RGP-DTL-TIME.
           MOVE GAP-TEXT(GAP-IDX)      TO RGP-DTL-TEXT.
           WRITE RGPRPT-LINE FROM RGP-DETAIL.
       FIN-WRGAP. EXIT.
      *////////////////////
           COPY RBKMATP.
      *////////////////////
