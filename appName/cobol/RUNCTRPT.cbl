      *-- RUNCNEW, WHICH THE JCL SWAPS IN AS THE NEW RUNCTL.
      *-- SKIPPED-HOLIDAY COMPLETIONS ('K', SEE RUNCTLP) SHOW AS A
      *-- PLANNED SKIP, NOT A FAILURE.
      *-- EACH PROGRAM'S AVERAGE RUNTIME IS ALSO STAMPED INTO ITS
      *-- RECORDS ON THE RUNDLN CHAIN TIMETABLE (SEE RUNDLNS), WHERE
      *-- THE BCWATCH NIGHT WATCHER ADDS UP WHAT THE STEPS STILL TO
      *-- RUN NEED AGAINST THE ONLINE START. NO RUNDLN, NO STAMPING.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT RUNCRPT   ASSIGN TO RUNCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCRPT.
           SELECT OPTIONAL RUNDLN ASSIGN TO RUNDLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DLN-KEY
                  FILE STATUS  IS FS-RUNDLN.
       DATA DIVISION.
       FILE SECTION.
      *
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RUNCRPT-LINE       PIC X(133).
       FD  RUNDLN
           LABEL RECORDS ARE STANDARD.
           COPY RUNDLNS.
      *
       WORKING-STORAGE SECTION.
       77  FS-RUNCTL          PIC XX     VALUE SPACES.
       77  FS-RUNCARC         PIC XX     VALUE SPACES.
       77  FS-RUNCNEW         PIC XX     VALUE SPACES.
       77  FS-RUNCRPT         PIC XX     VALUE SPACES.
       77  FS-RUNDLN          PIC XX     VALUE SPACES.
       77  RCT-DLN-EOF        PIC X      VALUE 'N'.
           88  RCT-END-OF-RUNDLN        VALUE 'Y'.
       77  RCT-STAMPED        PIC 9(7)   VALUE ZEROS.
       77  RCT-TODAY          PIC X(8)   VALUE SPACES.
       77  RCT-EOF            PIC X      VALUE 'N'.
           88  RCT-END-OF-RUNCTL        VALUE 'Y'.
       77  RCT-RECS-READ      PIC 9(7)   VALUE ZEROS.
           GO TO RCTLP.
       FINALI.
           PERFORM REPORT-STEPS.
           PERFORM STAMP-AVERAGES.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
           MOVE 0 TO TRD-SUM-ELAP(TRD-IDX) TRD-SUM-VOL(TRD-IDX).
           MOVE 1 TO TRD-FOUND.
       FIN-FINDTRD. EXIT.
      *////////////////////
       STAMP-AVERAGES SECTION.
      *////////////////////
      * THE AVERAGES BUILT BY CHECK-DRIFT, OVER EVERY DATE IN THIS
      * RUN, GO ONTO EVERY RUNDLN RECORD OF THE PROGRAM (ONE PER DAY
      * TYPE). A PROGRAM WITH NO RUNS HERE KEEPS ITS OLD FIGURE.
           OPEN I-O RUNDLN.
           IF FS-RUNDLN = '05'
              CLOSE RUNDLN
              GO TO FIN-STAMPAVG.
           IF FS-RUNDLN NOT = '00'
              DISPLAY 'RUNCTRPT - ERROR OPENING RUNDLN  STATUS='
                       FS-RUNDLN
              MOVE 4 TO RETURN-CODE
              GO TO FIN-STAMPAVG.
           ACCEPT RCT-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO RCT-DLN-EOF.
           PERFORM STAMP-AVG-ONE UNTIL RCT-END-OF-RUNDLN.
           CLOSE RUNDLN.
       FIN-STAMPAVG. EXIT.
      *////////////////////
       STAMP-AVG-ONE SECTION.
      *////////////////////
           READ RUNDLN NEXT RECORD
                AT END
                   MOVE 'Y' TO RCT-DLN-EOF
           END-READ.
           IF RCT-END-OF-RUNDLN
              GO TO FIN-STAMPAVG1.
           IF DLN-PROG(1:1) = '*'
              GO TO FIN-STAMPAVG1.
           MOVE 0 TO TRD-FOUND.
           PERFORM MATCH-TREND VARYING TRD-IDX FROM 1 BY 1
                UNTIL TRD-IDX > TRD-COUNT OR TRD-FOUND = 1.
           IF TRD-FOUND = 0
              GO TO FIN-STAMPAVG1.
           SUBTRACT 1 FROM TRD-IDX.
           IF TRD-RUNS(TRD-IDX) = 0
              GO TO FIN-STAMPAVG1.
           COMPUTE DLN-AVG-SECS = TRD-SUM-ELAP(TRD-IDX)
                   / TRD-RUNS(TRD-IDX).
           MOVE TRD-RUNS(TRD-IDX) TO DLN-AVG-RUNS.
           MOVE RCT-TODAY         TO DLN-AVG-DATE.
           REWRITE DLN-REC.
           IF FS-RUNDLN NOT = '00'
              DISPLAY 'RUNCTRPT - ERROR REWRITING RUNDLN STATUS='
                       FS-RUNDLN ' ' DLN-KEY
              MOVE 4 TO RETURN-CODE
              GO TO FIN-STAMPAVG1.
           ADD 1 TO RCT-STAMPED.
       FIN-STAMPAVG1. EXIT.
      *////////////////////
       MATCH-TREND SECTION.
      *////////////////////
           IF TRD-PROG(TRD-IDX) = DLN-PROG
              MOVE 1 TO TRD-FOUND
           END-IF.
       FIN-MATCHTRD. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           DISPLAY 'RUNCTRPT - RECORDS READ     : ' RCT-RECS-READ.
           DISPLAY 'RUNCTRPT - RECORDS ARCHIVED : ' RCT-ARCHIVED.
           DISPLAY 'RUNCTRPT - STEPS REPORTED   : ' STP-COUNT.
           DISPLAY 'RUNCTRPT - AVERAGES STAMPED : ' RCT-STAMPED.
           IF STP-DROPPED > 0
              DISPLAY 'RUNCTRPT - STEPS PAST TABLE : ' STP-DROPPED
           END-IF.
