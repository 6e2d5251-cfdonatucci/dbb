      *----------------------------------------------------------------*
      *-- BATCH AGING REPORT OF THE UNAPPLIED-PAYMENTS SUSPENSE FILE
      *-- (SEE EDUSUSS). EVERY ITEM STILL OPEN - MONEY THE BANK HAS
      *-- PAID IN THAT NO CUSTOMER HAS BEEN CREDITED WITH AND THAT HAS
      *-- NOT BEEN SENT BACK - IS LISTED WITH ITS AGE IN DAYS SINCE
      *-- IT ARRIVED, AND COUNTED AND SUMMED INTO THE SAME 0-30 /
      *-- 31-90 / 91-180 / 181-365 / OVER 365 DAY BUCKETS EDUFAGE
      *-- USES. AGE IS MEASURED TO THE CHAIN'S BUSINESS DATE. THE
      *-- 133-BYTE REGISTER IS PICKED UP BY THE RPTSTORE COLLECTOR
      *-- FOR THE RPTVIEW SCREEN. THE RUN IS HOOKED INTO THE RUNCTL
      *-- CHAIN BEHIND EDUFPAYB SO THE NIGHT'S NEW REJECTS ARE ON IT.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFSUSA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE  ASSIGN TO SUSPENSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SUS-REF
                  FILE STATUS  IS FS-SUSPENSE.
           SELECT SUSARPT   ASSIGN TO SUSARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-SUSARPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE
           LABEL RECORDS ARE STANDARD.
           COPY EDUSUSS.
       FD  SUSARPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SUSARPT-LINE       PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-SUSPENSE        PIC XX     VALUE SPACES.
       77  FS-SUSARPT         PIC XX     VALUE SPACES.
       77  SUA-EOF            PIC X      VALUE 'N'.
           88  SUA-END-OF-SUSPENSE      VALUE 'Y'.
       77  SUA-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  SUA-OPEN-CNT       PIC 9(7)   VALUE ZEROS.
       77  SUA-OPEN-SUM       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  SUA-BADDATE-CNT    PIC 9(7)   VALUE ZEROS.
      *
       01  SUA-BUSDATE        PIC X(8)   VALUE SPACES.
       01  SUA-BUSDATE-R REDEFINES SUA-BUSDATE.
           05  SUA-BD-YYYY    PIC 9(4).
           05  SUA-BD-MM      PIC 99.
           05  SUA-BD-DD      PIC 99.
       01  SUA-ARRIVED        PIC X(8)   VALUE SPACES.
       01  SUA-ARRIVED-R REDEFINES SUA-ARRIVED.
           05  SUA-AR-YYYY    PIC 9(4).
           05  SUA-AR-MM      PIC 99.
           05  SUA-AR-DD      PIC 99.
      *
      * DAY-NUMBER WORK - THE MARCH-BASED FORMULA EDUFAGE USES, WITH
      * EACH QUOTIENT TAKEN INTO ITS OWN WHOLE-NUMBER FIELD SO NO
      * FRACTION CARRIES INTO THE SUM.
       77  SUA-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-Q4        PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-Q100      PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-Q400      PIC S9(8)  COMP VALUE +0.
       77  SUA-WORK-QM        PIC S9(8)  COMP VALUE +0.
       77  SUA-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  SUA-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  SUA-DAYS           PIC S9(9)  COMP VALUE +0.
      *
      * AGING BUCKETS BY DAYS SINCE ARRIVAL - SAME FIXED BUCKET-TABLE
      * SHAPE AS EDUFAGE, WITH THE AMOUNT HELD CARRIED ALONGSIDE.
       77  SUA-BKT-IDX        PIC 9      VALUE 0.
       01  SUA-BKT-TABLE.
           05  SUA-BKT-ENTRY OCCURS 5 TIMES.
               10  SUA-BKT-LOW    PIC S9(9) COMP.
               10  SUA-BKT-HIGH   PIC S9(9) COMP.
               10  SUA-BKT-LABEL  PIC X(20).
               10  SUA-BKT-CNT    PIC 9(7).
               10  SUA-BKT-SUM    PIC S9(9)V99 COMP-3.
      *
       01  SUA-HEADING1.
           05  FILLER  PIC X(46) VALUE
               'EDUFSUSA - OPEN SUSPENSE ITEMS AGING AS OF '.
           05  SUA-HD-DATE    PIC X(8).
           05  FILLER  PIC X(79) VALUE SPACES.
       01  SUA-HEADING2.
           05  FILLER  PIC X(29) VALUE
               'REFERENCE        CUST        '.
           05  FILLER  PIC X(37) VALUE
               'AMOUNT  ARRIVED   DAYS RS REJECT TEXT'.
           05  FILLER  PIC X(67) VALUE SPACES.
       01  SUA-DETAIL.
           05  SUA-DT-REF     PIC X(16).
           05  FILLER         PIC X      VALUE SPACE.
           05  SUA-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  SUA-DT-AMT     PIC ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  SUA-DT-ARRIVED PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  SUA-DT-DAYS    PIC ZZZZ9.
           05  FILLER         PIC X      VALUE SPACE.
           05  SUA-DT-RSN     PIC X(2).
           05  FILLER         PIC X      VALUE SPACE.
           05  SUA-DT-TEXT    PIC X(30).
           05  FILLER         PIC X(48)  VALUE SPACES.
       01  SUA-BKT-HEADING.
           05  FILLER  PIC X(40) VALUE
               'AGE BUCKET             ITEMS      AMOUNT'.
           05  FILLER  PIC X(93) VALUE SPACES.
       01  SUA-BKT-DETAIL.
           05  SUA-BKD-LABEL  PIC X(20).
           05  SUA-BKD-CNT    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  SUA-BKD-SUM    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(90)  VALUE SPACES.
       01  SUA-TOTALS1.
           05  FILLER  PIC X(24) VALUE
               'SUSPENSE RECORDS READ : '.
           05  SUA-TOT-READ   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  SUA-TOTALS2.
           05  FILLER  PIC X(24) VALUE
               'ITEMS STILL OPEN      : '.
           05  SUA-TOT-OPEN   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  TOTAL '.
           05  SUA-TOT-SUM    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(77) VALUE SPACES.
       01  SUA-TOTALS3.
           05  FILLER  PIC X(24) VALUE
               'OPEN, NO ARRIVAL DATE : '.
           05  SUA-TOT-BAD    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFSUSA' TO RC-THIS-PROG.
           MOVE 'EDUFPAYB' TO RC-PREREQ.
           MOVE 'SUSPENSE    ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       SUALP.
           IF SUA-END-OF-SUSPENSE GO TO FINALI END-IF.
           PERFORM AGE-ONE.
           PERFORM READ-SUSPENSE.
           GO TO SUALP.
       FINALI.
           PERFORM END-JOB.
           MOVE SUA-RECS-READ TO RC-IN-W.
           MOVE SUA-OPEN-CNT  TO RC-OUT-W.
           PERFORM RUNCTL-END.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  SUSPENSE.
           IF FS-SUSPENSE NOT = '00'
              DISPLAY 'EDUFSUSA - ERROR OPENING SUSPENSE STATUS='
                       FS-SUSPENSE
              MOVE 'Y' TO SUA-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT SUSARPT.
           IF FS-SUSARPT NOT = '00'
              DISPLAY 'EDUFSUSA - ERROR OPENING SUSARPT  STATUS='
                       FS-SUSARPT
              MOVE 'Y' TO SUA-EOF
              GO TO FIN-INIT
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO SUA-BUSDATE.
           MOVE SUA-BD-YYYY TO SUA-WORK-Y.
           MOVE SUA-BD-MM   TO SUA-WORK-M.
           MOVE SUA-BD-DD   TO SUA-WORK-D.
           PERFORM CALC-DAYNUM.
           MOVE SUA-DAYNUM TO SUA-TODAY-DAYNUM.

           PERFORM INIT-BUCKETS.

           MOVE SUA-BUSDATE TO SUA-HD-DATE.
           WRITE SUSARPT-LINE FROM SUA-HEADING1.
           WRITE SUSARPT-LINE FROM SUA-HEADING2.

           PERFORM READ-SUSPENSE.
       FIN-INIT. EXIT.
      *////////////////////
       INIT-BUCKETS SECTION.
      *////////////////////
           MOVE 0   TO SUA-BKT-LOW(1).
           MOVE 30  TO SUA-BKT-HIGH(1).
           MOVE '0 - 30 DAYS         ' TO SUA-BKT-LABEL(1).
           MOVE 31  TO SUA-BKT-LOW(2).
           MOVE 90  TO SUA-BKT-HIGH(2).
           MOVE '31 - 90 DAYS        ' TO SUA-BKT-LABEL(2).
           MOVE 91  TO SUA-BKT-LOW(3).
           MOVE 180 TO SUA-BKT-HIGH(3).
           MOVE '91 - 180 DAYS       ' TO SUA-BKT-LABEL(3).
           MOVE 181 TO SUA-BKT-LOW(4).
           MOVE 365 TO SUA-BKT-HIGH(4).
           MOVE '181 - 365 DAYS      ' TO SUA-BKT-LABEL(4).
           MOVE 366 TO SUA-BKT-LOW(5).
           MOVE 999999999 TO SUA-BKT-HIGH(5).
           MOVE 'OVER 365 DAYS       ' TO SUA-BKT-LABEL(5).
           MOVE 0 TO SUA-BKT-CNT(1) SUA-BKT-CNT(2) SUA-BKT-CNT(3)
                     SUA-BKT-CNT(4) SUA-BKT-CNT(5).
           MOVE 0 TO SUA-BKT-SUM(1) SUA-BKT-SUM(2) SUA-BKT-SUM(3)
                     SUA-BKT-SUM(4) SUA-BKT-SUM(5).
       FIN-INITBKT. EXIT.
      *////////////////////
       READ-SUSPENSE SECTION.
      *////////////////////
           READ SUSPENSE NEXT RECORD
                AT END
                   MOVE 'Y' TO SUA-EOF
                NOT AT END
                   ADD 1 TO SUA-RECS-READ
           END-READ.
           IF FS-SUSPENSE NOT = '00' AND FS-SUSPENSE NOT = '10'
              DISPLAY 'EDUFSUSA - ERROR READING SUSPENSE STATUS='
                       FS-SUSPENSE
              MOVE 'Y' TO SUA-EOF
           END-IF.
       FIN-READSUS. EXIT.
      *////////////////////
       AGE-ONE SECTION.
      *////////////////////
      * ASSIGNED AND RETURNED ITEMS ARE SETTLED - ONLY OPEN ONES AGE.
           IF NOT SUS-OPEN
              GO TO FIN-AGEONE.

           ADD 1 TO SUA-OPEN-CNT.
           ADD SUS-AMOUNT TO SUA-OPEN-SUM.
           MOVE SUS-REF     TO SUA-DT-REF.
           MOVE SUS-NUMB    TO SUA-DT-NUMB.
           MOVE SUS-AMOUNT  TO SUA-DT-AMT.
           MOVE SUS-ARRIVED TO SUA-DT-ARRIVED.
           MOVE SUS-RSN     TO SUA-DT-RSN.
           MOVE SUS-TEXT    TO SUA-DT-TEXT.

      * AN ITEM WITH NO USABLE ARRIVAL DATE IS STILL LISTED, BUT
      * COUNTED APART INSTEAD OF IN A BUCKET.
           MOVE SUS-ARRIVED TO SUA-ARRIVED.
           IF SUA-ARRIVED NOT NUMERIC
              ADD 1 TO SUA-BADDATE-CNT
              MOVE ZEROS TO SUA-DT-DAYS
              WRITE SUSARPT-LINE FROM SUA-DETAIL
              GO TO FIN-AGEONE.

           MOVE SUA-AR-YYYY TO SUA-WORK-Y.
           MOVE SUA-AR-MM   TO SUA-WORK-M.
           MOVE SUA-AR-DD   TO SUA-WORK-D.
           PERFORM CALC-DAYNUM.
           COMPUTE SUA-DAYS = SUA-TODAY-DAYNUM - SUA-DAYNUM.
           IF SUA-DAYS < 0
              MOVE 0 TO SUA-DAYS
           END-IF.
           MOVE SUA-DAYS TO SUA-DT-DAYS.
           WRITE SUSARPT-LINE FROM SUA-DETAIL.

           PERFORM FIND-BUCKET.
           IF SUA-BKT-IDX > 0
              ADD 1          TO SUA-BKT-CNT(SUA-BKT-IDX)
              ADD SUS-AMOUNT TO SUA-BKT-SUM(SUA-BKT-IDX)
           END-IF.
       FIN-AGEONE. EXIT.
      *////////////////////
       FIND-BUCKET SECTION.
      *////////////////////
           MOVE 1 TO SUA-BKT-IDX.
       FINDBKTLP.
           IF SUA-BKT-IDX > 5
              MOVE 0 TO SUA-BKT-IDX
              GO TO FIN-FINDBKT
           END-IF.
           IF SUA-DAYS NOT LESS SUA-BKT-LOW(SUA-BKT-IDX)
              AND SUA-DAYS NOT GREATER SUA-BKT-HIGH(SUA-BKT-IDX)
              GO TO FIN-FINDBKT
           END-IF.
           ADD 1 TO SUA-BKT-IDX.
           GO TO FINDBKTLP.
       FIN-FINDBKT. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
      * CIVIL DATE TO A RUNNING DAY NUMBER, YEAR COUNTED FROM MARCH SO
      * THE LEAP DAY FALLS AT THE END: 365 A YEAR PLUS THE LEAP DAYS
      * (EVERY 4TH YEAR, NOT THE 100TH, BUT THE 400TH) PLUS THE DAYS
      * OF THE MONTHS ALREADY GONE.
           IF SUA-WORK-M < 3
              SUBTRACT 1 FROM SUA-WORK-Y
              ADD 12 TO SUA-WORK-M
           END-IF.
           COMPUTE SUA-WORK-Q4   = SUA-WORK-Y / 4.
           COMPUTE SUA-WORK-Q100 = SUA-WORK-Y / 100.
           COMPUTE SUA-WORK-Q400 = SUA-WORK-Y / 400.
           COMPUTE SUA-WORK-QM   = (153 * (SUA-WORK-M - 3) + 2) / 5.
           COMPUTE SUA-DAYNUM = 365 * SUA-WORK-Y + SUA-WORK-Q4
                   - SUA-WORK-Q100 + SUA-WORK-Q400 + SUA-WORK-QM
                   + SUA-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           WRITE SUSARPT-LINE FROM SUA-BKT-HEADING.
           PERFORM WRITE-BUCKET VARYING SUA-BKT-IDX
                   FROM 1 BY 1 UNTIL SUA-BKT-IDX > 5.

           MOVE SUA-RECS-READ   TO SUA-TOT-READ.
           WRITE SUSARPT-LINE FROM SUA-TOTALS1.
           MOVE SUA-OPEN-CNT    TO SUA-TOT-OPEN.
           MOVE SUA-OPEN-SUM    TO SUA-TOT-SUM.
           WRITE SUSARPT-LINE FROM SUA-TOTALS2.
           MOVE SUA-BADDATE-CNT TO SUA-TOT-BAD.
           WRITE SUSARPT-LINE FROM SUA-TOTALS3.

           CLOSE SUSPENSE SUSARPT.
           DISPLAY 'EDUFSUSA - RECORDS READ     : ' SUA-RECS-READ.
           DISPLAY 'EDUFSUSA - ITEMS STILL OPEN : ' SUA-OPEN-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
       WRITE-BUCKET SECTION.
      *////////////////////
           MOVE SUA-BKT-LABEL(SUA-BKT-IDX) TO SUA-BKD-LABEL.
           MOVE SUA-BKT-CNT(SUA-BKT-IDX)   TO SUA-BKD-CNT.
           MOVE SUA-BKT-SUM(SUA-BKT-IDX)   TO SUA-BKD-SUM.
           WRITE SUSARPT-LINE FROM SUA-BKT-DETAIL.
       FIN-WBKT. EXIT.
      *////////////////////
           COPY RUNCTLP.
