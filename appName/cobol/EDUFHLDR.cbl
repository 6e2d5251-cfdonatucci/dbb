      *----------------------------------------------------------------*
      *-- BATCH DAILY LEGAL HOLD REPORT. LISTS FROM THE LGLHOLD FILE
      *-- (SEE EDUHLDS) EVERY HOLD IN FORCE ON THE BUSINESS DATE -
      *-- ACTIVE AND NOT PAST ITS EXPIRY - AND THEN, SEPARATELY, THE
      *-- ONES WHOSE EXPIRY FALLS WITHIN THE NEXT SEVEN DAYS, SO THE
      *-- COMPLIANCE OFFICER CAN HAVE A COURT ORDER RENEWED BEFORE
      *-- THE FREEZE LAPSES ON ITS OWN. A HOLD STILL ACTIVE BUT PAST
      *-- ITS EXPIRY NO LONGER BLOCKS ANYTHING; IT IS COUNTED AT THE
      *-- END SO SOMEONE LIFTS IT FORMALLY. THE HLDRRPT REPORT GOES TO
      *-- RPTSTOR WITH THE REST. RC 4 WHEN A HOLD EXPIRES THIS WEEK.
      *-- HOOKED INTO THE RUNCTL CHAIN; NO PREREQUISITE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFHLDR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HLD-NUMB
                  FILE STATUS  IS FS-LGLHOLD.
           SELECT HLDRRPT   ASSIGN TO HLDRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-HLDRRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGLHOLD
           LABEL RECORDS ARE STANDARD.
           COPY EDUHLDS.
      *
       FD  HLDRRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  HLDRRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-LGLHOLD         PIC XX     VALUE SPACES.
       77  FS-HLDRRPT         PIC XX     VALUE SPACES.
       77  HLR-EOF            PIC X      VALUE 'N'.
           88  HLR-END-OF-HOLDS         VALUE 'Y'.
       77  HLR-OPEN-BAD       PIC X      VALUE 'N'.
           88  HLR-OPEN-FAILED          VALUE 'Y'.
      * WHICH PART OF THE REPORT THE CURRENT PASS PRINTS.
       77  HLR-PASS           PIC X      VALUE SPACE.
           88  HLR-PASS-INFORCE         VALUE 'F'.
           88  HLR-PASS-EXPIRING        VALUE 'E'.
      * HOW FAR AHEAD AN EXPIRY COUNTS AS "THIS WEEK".
       77  HLR-WARN-DAYS      PIC S9(4)  COMP VALUE +7.
       77  HLR-WARN-FLAG      PIC X      VALUE 'N'.
           88  HLR-WARN-RC              VALUE 'Y'.
      *
       77  HLR-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  HLR-INFORCE        PIC 9(7)   VALUE ZEROS.
       77  HLR-FULL-CNT       PIC 9(7)   VALUE ZEROS.
       77  HLR-DEBIT-CNT      PIC 9(7)   VALUE ZEROS.
       77  HLR-NODEL-CNT      PIC 9(7)   VALUE ZEROS.
       77  HLR-EXPIRING       PIC 9(7)   VALUE ZEROS.
       77  HLR-LAPSED         PIC 9(7)   VALUE ZEROS.
       77  HLR-LIFTED         PIC 9(7)   VALUE ZEROS.
       77  HLR-LISTED         PIC 9(7)   VALUE ZEROS.
      *
      * CIVIL DATE TO DAY NUMBER - THE SAME ARITHMETIC AS EDUFDORM'S
      * CALC-DAYNUM.
       77  HLR-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-Q4        PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-Q100      PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-Q400      PIC S9(8)  COMP VALUE +0.
       77  HLR-WORK-QM        PIC S9(8)  COMP VALUE +0.
       77  HLR-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  HLR-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  HLR-DAYS-LEFT      PIC S9(9)  COMP VALUE +0.
      *
      * THE STATE OF THE HOLD IN HAND, SET BY CLASSIFY-HOLD.
       77  HLR-STATE          PIC X      VALUE SPACE.
           88  HLR-ST-INFORCE           VALUE 'F'.
           88  HLR-ST-LAPSED            VALUE 'X'.
           88  HLR-ST-LIFTED            VALUE 'L'.
       77  HLR-SOON-FLAG      PIC 9      VALUE 0.
           88  HLR-EXPIRES-SOON         VALUE 1.
      *
       01  HLR-BUSDATE        PIC X(8)   VALUE SPACES.
       01  HLR-BUSDATE-R REDEFINES HLR-BUSDATE.
           05  HLR-BD-YYYY    PIC 9(4).
           05  HLR-BD-MM      PIC 9(2).
           05  HLR-BD-DD      PIC 9(2).
       01  HLR-EXPDATE        PIC X(8)   VALUE SPACES.
       01  HLR-EXPDATE-R REDEFINES HLR-EXPDATE.
           05  HLR-EX-YYYY    PIC 9(4).
           05  HLR-EX-MM      PIC 9(2).
           05  HLR-EX-DD      PIC 9(2).
      *
       01  HLR-HEADING1.
           05  FILLER  PIC X(44) VALUE
               'EDUFHLDR - LEGAL HOLDS AND ACCOUNT FREEZES  '.
           05  FILLER  PIC X(15) VALUE 'BUSINESS DATE '.
           05  HLR-HD-DATE    PIC X(8).
           05  FILLER  PIC X(66) VALUE SPACES.
       01  HLR-TITLE.
           05  HLR-TT-TEXT    PIC X(60).
           05  FILLER         PIC X(73)  VALUE SPACES.
       01  HLR-DTL-HEAD.
           05  FILLER  PIC X(51) VALUE
               'NUMBER  TYPE          PLACED   BY  EXPIRES   DAYS  '.
           05  FILLER  PIC X(49) VALUE
               'REFERENCE            REASON'.
           05  FILLER  PIC X(33) VALUE SPACES.
       01  HLR-DTL-LINE.
           05  HLR-DL-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  HLR-DL-TYPE    PIC X(13).
           05  FILLER         PIC X     VALUE SPACE.
           05  HLR-DL-PLACED  PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  HLR-DL-BY      PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  HLR-DL-EXPIRY  PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  HLR-DL-DAYS    PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  HLR-DL-REF     PIC X(20).
           05  FILLER         PIC X     VALUE SPACE.
           05  HLR-DL-REASON  PIC X(30).
           05  FILLER         PIC X(30) VALUE SPACES.
       01  HLR-NONE-LINE.
           05  FILLER  PIC X(8)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'NONE'.
           05  FILLER  PIC X(121) VALUE SPACES.
       01  HLR-CNTLINE.
           05  HLR-CL-LABEL   PIC X(40).
           05  HLR-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFHLDR' TO RC-THIS-PROG.
           MOVE SPACES     TO RC-PREREQ.
           MOVE 'LGLHOLD     ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF HLR-OPEN-FAILED
              PERFORM RUNCTL-END
              STOP RUN
           END-IF.
           MOVE 'F' TO HLR-PASS.
           PERFORM LIST-PASS.
           MOVE 'E' TO HLR-PASS.
           PERFORM LIST-PASS.
           PERFORM END-JOB.
           MOVE HLR-RECS-READ TO RC-IN-W.
           MOVE HLR-INFORCE   TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * HOLDS RUNNING OUT THIS WEEK FLAG THE STEP FOR THE OPERATORS.
      * SET AFTER RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF HLR-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT LGLHOLD.
           IF FS-LGLHOLD NOT = '00' AND FS-LGLHOLD NOT = '05'
              DISPLAY 'EDUFHLDR - ERROR OPENING LGLHOLD  STATUS='
                       FS-LGLHOLD
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT HLDRRPT.
           IF FS-HLDRRPT NOT = '00'
              DISPLAY 'EDUFHLDR - ERROR OPENING HLDRRPT  STATUS='
                       FS-HLDRRPT
              CLOSE LGLHOLD
              GO TO INIT-BAD
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO HLR-BUSDATE.
           MOVE HLR-BD-YYYY TO HLR-WORK-Y.
           MOVE HLR-BD-MM   TO HLR-WORK-M.
           MOVE HLR-BD-DD   TO HLR-WORK-D.
           PERFORM CALC-DAYNUM.
           MOVE HLR-DAYNUM TO HLR-TODAY-DAYNUM.

           MOVE HLR-BUSDATE TO HLR-HD-DATE.
           WRITE HLDRRPT-LINE FROM HLR-HEADING1.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO HLR-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       LIST-PASS SECTION.
      *////////////////////
      * ONE BROWSE OF THE FILE PER PART OF THE REPORT; THE FIRST PASS
      * ALSO TAKES THE COUNTS.
           MOVE SPACES TO HLDRRPT-LINE.
           WRITE HLDRRPT-LINE.
           IF HLR-PASS-INFORCE
              MOVE 'HOLDS IN FORCE' TO HLR-TT-TEXT
           ELSE
              MOVE 'HOLDS EXPIRING WITHIN 7 DAYS - RENEW OR LET LAPSE'
                   TO HLR-TT-TEXT
           END-IF.
           WRITE HLDRRPT-LINE FROM HLR-TITLE.
           WRITE HLDRRPT-LINE FROM HLR-DTL-HEAD.

           MOVE 0   TO HLR-LISTED.
           MOVE 'N' TO HLR-EOF.
           MOVE LOW-VALUES TO HLD-NUMB.
           START LGLHOLD KEY IS NOT LESS THAN HLD-NUMB.
           IF FS-LGLHOLD NOT = '00'
              MOVE 'Y' TO HLR-EOF
           END-IF.
           PERFORM LIST-ONE UNTIL HLR-END-OF-HOLDS.
           IF HLR-LISTED = 0
              WRITE HLDRRPT-LINE FROM HLR-NONE-LINE
           END-IF.
       FIN-LISTPASS. EXIT.
      *////////////////////
       LIST-ONE SECTION.
      *////////////////////
           READ LGLHOLD NEXT RECORD
                AT END
                   MOVE 'Y' TO HLR-EOF
           END-READ.
           IF HLR-END-OF-HOLDS
              GO TO FIN-LISTONE.
           IF FS-LGLHOLD NOT = '00'
              DISPLAY 'EDUFHLDR - ERROR READING LGLHOLD  STATUS='
                       FS-LGLHOLD
              MOVE 4 TO RETURN-CODE
              MOVE 'Y' TO HLR-EOF
              GO TO FIN-LISTONE.

           PERFORM CLASSIFY-HOLD.

           IF HLR-PASS-EXPIRING
              GO TO LISTONE-EXPIRING.

           ADD 1 TO HLR-RECS-READ.
           IF HLR-ST-LIFTED
              ADD 1 TO HLR-LIFTED
              GO TO FIN-LISTONE.
           IF HLR-ST-LAPSED
              ADD 1 TO HLR-LAPSED
              GO TO FIN-LISTONE.
           ADD 1 TO HLR-INFORCE.
           IF HLD-FULL
              ADD 1 TO HLR-FULL-CNT.
           IF HLD-DEBIT
              ADD 1 TO HLR-DEBIT-CNT.
           IF HLD-NODELETE
              ADD 1 TO HLR-NODEL-CNT.
           IF HLR-EXPIRES-SOON
              ADD 1 TO HLR-EXPIRING.
           PERFORM WRITE-DETAIL.
           GO TO FIN-LISTONE.

       LISTONE-EXPIRING.
           IF NOT HLR-ST-INFORCE OR NOT HLR-EXPIRES-SOON
              GO TO FIN-LISTONE.
           PERFORM WRITE-DETAIL.
       FIN-LISTONE. EXIT.
      *////////////////////
       CLASSIFY-HOLD SECTION.
      *////////////////////
      * LIFTED, LAPSED (ACTIVE BUT PAST ITS EXPIRY) OR IN FORCE, AND
      * FOR AN IN-FORCE HOLD WITH AN EXPIRY THE DAYS IT HAS LEFT.
           MOVE 0 TO HLR-SOON-FLAG.
           MOVE 0 TO HLR-DAYS-LEFT.
           IF NOT HLD-ACTIVE
              MOVE 'L' TO HLR-STATE
              GO TO FIN-CLASSIFY.
           MOVE 'F' TO HLR-STATE.
           IF HLD-EXPIRY = SPACES
              GO TO FIN-CLASSIFY.
           IF HLD-EXPIRY < HLR-BUSDATE
              MOVE 'X' TO HLR-STATE
              GO TO FIN-CLASSIFY.
           IF HLD-EXPIRY NOT NUMERIC
              GO TO FIN-CLASSIFY.
           MOVE HLD-EXPIRY  TO HLR-EXPDATE.
           MOVE HLR-EX-YYYY TO HLR-WORK-Y.
           MOVE HLR-EX-MM   TO HLR-WORK-M.
           MOVE HLR-EX-DD   TO HLR-WORK-D.
           PERFORM CALC-DAYNUM.
           COMPUTE HLR-DAYS-LEFT = HLR-DAYNUM - HLR-TODAY-DAYNUM.
           IF HLR-DAYS-LEFT NOT > HLR-WARN-DAYS
              MOVE 1 TO HLR-SOON-FLAG
           END-IF.
       FIN-CLASSIFY. EXIT.
      *////////////////////
       WRITE-DETAIL SECTION.
      *////////////////////
           ADD 1 TO HLR-LISTED.
           MOVE SPACES TO HLR-DTL-LINE.
           MOVE HLD-NUMB       TO HLR-DL-NUMB.
           IF HLD-FULL
              MOVE 'FULL FREEZE'   TO HLR-DL-TYPE
           ELSE
              IF HLD-DEBIT
                 MOVE 'DEBITS FROZEN' TO HLR-DL-TYPE
              ELSE
                 MOVE 'NO DELETE'     TO HLR-DL-TYPE
              END-IF
           END-IF.
           MOVE HLD-PLACE-DATE TO HLR-DL-PLACED.
           MOVE HLD-PLACED-BY  TO HLR-DL-BY.
           IF HLD-EXPIRY = SPACES
              MOVE 'NONE'      TO HLR-DL-EXPIRY
           ELSE
              MOVE HLD-EXPIRY  TO HLR-DL-EXPIRY
              MOVE HLR-DAYS-LEFT TO HLR-DL-DAYS
           END-IF.
           MOVE HLD-REF        TO HLR-DL-REF.
           MOVE HLD-REASON     TO HLR-DL-REASON.
           WRITE HLDRRPT-LINE FROM HLR-DTL-LINE.
       FIN-WRDTL. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
      * CIVIL DATE TO A RUNNING DAY NUMBER, YEAR COUNTED FROM MARCH SO
      * THE LEAP DAY FALLS AT THE END.
           IF HLR-WORK-M < 3
              SUBTRACT 1 FROM HLR-WORK-Y
              ADD 12 TO HLR-WORK-M
           END-IF.
           COMPUTE HLR-WORK-Q4   = HLR-WORK-Y / 4.
           COMPUTE HLR-WORK-Q100 = HLR-WORK-Y / 100.
           COMPUTE HLR-WORK-Q400 = HLR-WORK-Y / 400.
           COMPUTE HLR-WORK-QM   = (153 * (HLR-WORK-M - 3) + 2) / 5.
           COMPUTE HLR-DAYNUM = 365 * HLR-WORK-Y + HLR-WORK-Q4
                   - HLR-WORK-Q100 + HLR-WORK-Q400 + HLR-WORK-QM
                   + HLR-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO HLDRRPT-LINE.
           WRITE HLDRRPT-LINE.
           MOVE 'HOLD RECORDS ON FILE                  : '
                TO HLR-CL-LABEL.
           MOVE HLR-RECS-READ TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE 'HOLDS IN FORCE                        : '
                TO HLR-CL-LABEL.
           MOVE HLR-INFORCE TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE '  FULL FREEZE                         : '
                TO HLR-CL-LABEL.
           MOVE HLR-FULL-CNT TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE '  DEBITS FROZEN                       : '
                TO HLR-CL-LABEL.
           MOVE HLR-DEBIT-CNT TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE '  NO DELETE                           : '
                TO HLR-CL-LABEL.
           MOVE HLR-NODEL-CNT TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE 'EXPIRING WITHIN 7 DAYS                : '
                TO HLR-CL-LABEL.
           MOVE HLR-EXPIRING TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE 'PAST EXPIRY, NOT YET LIFTED           : '
                TO HLR-CL-LABEL.
           MOVE HLR-LAPSED TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.
           MOVE 'LIFTED                                : '
                TO HLR-CL-LABEL.
           MOVE HLR-LIFTED TO HLR-CL-CNT.
           WRITE HLDRRPT-LINE FROM HLR-CNTLINE.

           IF HLR-EXPIRING > 0
              MOVE 'Y' TO HLR-WARN-FLAG
           END-IF.
           CLOSE LGLHOLD HLDRRPT.
           DISPLAY 'EDUFHLDR - HOLDS IN FORCE     : ' HLR-INFORCE.
           DISPLAY 'EDUFHLDR - EXPIRING THIS WEEK : ' HLR-EXPIRING.
           DISPLAY 'EDUFHLDR - PAST EXPIRY        : ' HLR-LAPSED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
