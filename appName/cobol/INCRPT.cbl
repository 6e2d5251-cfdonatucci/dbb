      *----------------------------------------------------------------*
      *-- MONTHLY INCIDENT REPORT OVER THE INCIDENT KSDS ALRTCON AND
      *-- INCMNT MAINTAIN (SEE INCDNTS). FOR THE INCIDENTS OPENED IN
      *-- THE MONTH IT LISTS EACH ONE, THEN GIVES:
      *--   THE COUNT BY CAUSE CODE (SEE INCCODS) WITH THE AVERAGE
      *--   HOURS TO RESOLVE PER CAUSE, PLUS THOSE STILL OPEN;
      *--   THE OVERALL TIME TO RESOLVE - AVERAGE AND LONGEST, FROM
      *--   OPENED TO CLOSED;
      *--   THE REPEAT INCIDENTS - EVERY COMPONENT THAT HAD MORE THAN
      *--   ONE INCIDENT IN THE MONTH.
      *-- THE MONTH IS ON THE INCCTL CARD, COLS 1-6 AS YYYYMM; A BLANK
      *-- CARD MEANS THE MONTH JUST ENDED, SO THE MONTH-START RUN NEEDS
      *-- NO CARD CHANGE. THE INCRPT REPORT GOES TO RPTSTOR WITH THE
      *-- REST.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCCTL    ASSIGN TO INCCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INCCTL.
           SELECT INCIDENT  ASSIGN TO INCIDENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS INC-KEY
                  FILE STATUS  IS FS-INCIDENT.
           SELECT INCRPT    ASSIGN TO INCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  INCCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INCCTL-REC.
           05  CTL-MONTH      PIC X(6).
           05  FILLER         PIC X(74).
      *
       FD  INCIDENT
           LABEL RECORDS ARE STANDARD.
           COPY INCDNTS.
      *
       FD  INCRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  INCRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-INCCTL          PIC XX     VALUE SPACES.
       77  FS-INCIDENT        PIC XX     VALUE SPACES.
       77  FS-INCRPT          PIC XX     VALUE SPACES.
       77  IRP-EOF            PIC X      VALUE 'N'.
           88  IRP-END-OF-FILE          VALUE 'Y'.
       77  IRP-OPEN-BAD       PIC X      VALUE 'N'.
           88  IRP-OPEN-FAILED          VALUE 'Y'.
       77  IRP-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  IRP-TODAY          PIC X(8)   VALUE SPACES.
       01  IRP-MONTH          PIC X(6)   VALUE SPACES.
       01  IRP-MONTH-R REDEFINES IRP-MONTH.
           05  IRP-MON-YYYY   PIC 9(4).
           05  IRP-MON-MM     PIC 9(2).
      *
       77  IRP-OPENED         PIC 9(5)   VALUE ZEROS.
       77  IRP-CLOSED         PIC 9(5)   VALUE ZEROS.
       77  IRP-STILL-OPEN     PIC 9(5)   VALUE ZEROS.
       77  IRP-ALERTS         PIC 9(7)   VALUE ZEROS.
       77  IRP-REPEATS        PIC 9(5)   VALUE ZEROS.
      *
      * COUNT AND MINUTES TO RESOLVE PER CAUSE - ENTRY 9 TAKES A CODE
      * NOT IN INCCODS (AN INCIDENT CLOSED BEFORE A CODE WAS RETIRED).
       77  CAU-IDX            PIC 9(2)   VALUE 0.
       01  CAU-TABLE.
           05  CAU-ENTRY OCCURS 9 TIMES.
               10  CAU-CNT        PIC 9(5).
               10  CAU-MINS       PIC 9(9).
      *
      * TIME TO RESOLVE, IN MINUTES FROM OPENED TO CLOSED.
       77  TTR-MINS           PIC S9(9)  COMP VALUE +0.
       77  TTR-SUM-MINS       PIC S9(11) COMP-3 VALUE ZEROS.
       77  TTR-MAX-MINS       PIC S9(9)  COMP VALUE +0.
       77  TTR-MAX-ID         PIC 9(6)   VALUE ZEROS.
       77  TTR-AVG-MINS       PIC S9(9)  COMP VALUE +0.
       77  TTR-HOURS          PIC S9(7)  COMP VALUE +0.
       77  TTR-REST-MINS      PIC S9(4)  COMP VALUE +0.
       77  IRP-OPEN-DAYNUM    PIC S9(9)  COMP VALUE +0.
       77  IRP-OPEN-MINS      PIC S9(9)  COMP VALUE +0.
       01  IRP-TIME-PARSE.
           05  IRP-TP-HH      PIC 99.
           05  FILLER         PIC X.
           05  IRP-TP-MM      PIC 99.
           05  FILLER         PIC X(3).
      *
      * REPEAT INCIDENTS - ONE ROW PER COMPONENT SEEN IN THE MONTH.
       77  CMP-MAX            PIC 9(3)   VALUE 100.
       77  CMP-COUNT          PIC 9(3)   VALUE 0.
       77  CMP-IDX            PIC 9(3)   VALUE 0.
       77  CMP-FOUND          PIC 9      VALUE 0.
       01  CMP-TABLE.
           05  CMP-ENTRY OCCURS 100 TIMES.
               10  CMP-NAME       PIC X(8).
               10  CMP-CNT        PIC 9(5).
               10  CMP-FIRST      PIC 9(6).
               10  CMP-LAST       PIC 9(6).
      *
      * DAY ARITHMETIC - THE SAME MARCH-BASED DAY NUMBER ALRTHRPT,
      * EDUFAGE AND TRNAVRPT USE.
       77  IRP-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  IRP-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  IRP-WORK-A         PIC S9(8)  COMP VALUE +0.
       77  IRP-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  IRP-DAYNUM         PIC S9(9)  COMP VALUE +0.
       01  IRP-DATE8          PIC X(8)   VALUE SPACES.
       01  IRP-DATE8-R REDEFINES IRP-DATE8.
           05  IRP-D8-YYYY    PIC 9(4).
           05  IRP-D8-MM      PIC 9(2).
           05  IRP-D8-DD      PIC 9(2).
      *
           COPY INCCODS.
      *
       01  IRP-HEADING1.
           05  FILLER  PIC X(40) VALUE
               'INCRPT - MONTHLY INCIDENT REPORT  MONTH '.
           05  IRP-HD-MONTH   PIC X(6).
           05  FILLER  PIC X(10) VALUE '   RUN ON '.
           05  IRP-HD-DATE    PIC X(8).
           05  FILLER  PIC X(69) VALUE SPACES.
       01  IRP-SECHDR.
           05  IRP-SH-TEXT    PIC X(60).
           05  FILLER         PIC X(73) VALUE SPACES.
       01  IRP-DETHDR.
           05  FILLER  PIC X(18) VALUE '  INCID  OPENED   '.
           05  FILLER  PIC X(17) VALUE 'STATUS COMPONENT '.
           05  FILLER  PIC X(20) VALUE 'CAUSE RESOL   HH:MM '.
           05  FILLER  PIC X(5)  VALUE 'ALR  '.
           05  FILLER  PIC X(41) VALUE 'TITLE'.
           05  FILLER  PIC X(32) VALUE 'OWNER'.
       01  IRP-DETLINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-DL-ID      PIC 9(6).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-OPENED  PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-STATUS  PIC X(6).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-COMP    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-DL-CAUSE   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-DL-RESOL   PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-TTR     PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-ALERTS  PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-DL-TITLE   PIC X(40).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-DL-OWNER   PIC X(8).
           05  FILLER         PIC X(24) VALUE SPACES.
       01  IRP-TTR-EDIT.
           05  IRP-TE-HOURS   PIC ZZZZ9.
           05  FILLER         PIC X     VALUE ':'.
           05  IRP-TE-MINS    PIC 99.
       01  IRP-CAULINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-CL-CODE    PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  IRP-CL-DESC    PIC X(20).
           05  IRP-CL-CNT     PIC ZZ,ZZ9.
           05  FILLER  PIC X(25) VALUE '   AVG HOURS TO RESOLVE  '.
           05  IRP-CL-AVG     PIC X(8).
           05  FILLER         PIC X(67) VALUE SPACES.
       01  IRP-CMPLINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-CM-NAME    PIC X(8).
           05  IRP-CM-CNT     PIC ZZ,ZZ9.
           05  FILLER  PIC X(26) VALUE ' INCIDENTS - FIRST/LAST  '.
           05  IRP-CM-FIRST   PIC 9(6).
           05  FILLER         PIC X     VALUE '/'.
           05  IRP-CM-LAST    PIC 9(6).
           05  FILLER         PIC X(78) VALUE SPACES.
       01  IRP-CNTLINE.
           05  IRP-CN-LABEL   PIC X(40).
           05  IRP-CN-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
       01  IRP-HRSLINE.
           05  IRP-HL-LABEL   PIC X(40).
           05  IRP-HL-TTR     PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IRP-HL-NOTE    PIC X(30).
           05  FILLER         PIC X(53) VALUE SPACES.
       01  IRP-NONE-LINE.
           05  FILLER  PIC X(8)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'NONE'.
           05  FILLER  PIC X(121) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF IRP-OPEN-FAILED
              STOP RUN
           END-IF.
       RPTLP.
           IF IRP-END-OF-FILE GO TO FINALI END-IF.
           PERFORM TALLY-ONE.
           PERFORM READ-INCIDENT.
           GO TO RPTLP.
       FINALI.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT IRP-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT INCCTL.
           IF FS-INCCTL NOT = '00'
              DISPLAY 'INCRPT - ERROR OPENING INCCTL   STATUS='
                       FS-INCCTL
              GO TO INIT-BAD
           END-IF.
           READ INCCTL
                AT END
                   MOVE SPACES TO INCCTL-REC
           END-READ.
           MOVE CTL-MONTH TO IRP-MONTH.
           CLOSE INCCTL.

      * NO MONTH ON THE CARD - THE ONE BEFORE TODAY'S.
           IF IRP-MONTH = SPACES
              MOVE IRP-TODAY(1:6) TO IRP-MONTH
              IF IRP-MON-MM = 1
                 SUBTRACT 1 FROM IRP-MON-YYYY
                 MOVE 12 TO IRP-MON-MM
              ELSE
                 SUBTRACT 1 FROM IRP-MON-MM
              END-IF
           END-IF.
           IF IRP-MONTH NOT NUMERIC
              OR IRP-MON-MM < 1 OR IRP-MON-MM > 12
              DISPLAY 'INCRPT - BAD MONTH ON INCCTL - RUN REFUSED: '
                       IRP-MONTH
              GO TO INIT-BAD
           END-IF.

           OPEN INPUT INCIDENT.
           IF FS-INCIDENT NOT = '00'
              DISPLAY 'INCRPT - ERROR OPENING INCIDENT STATUS='
                       FS-INCIDENT
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT INCRPT.
           IF FS-INCRPT NOT = '00'
              DISPLAY 'INCRPT - ERROR OPENING INCRPT   STATUS='
                       FS-INCRPT
              CLOSE INCIDENT
              GO TO INIT-BAD
           END-IF.

           MOVE IRP-MONTH TO IRP-HD-MONTH.
           MOVE IRP-TODAY TO IRP-HD-DATE.
           WRITE INCRPT-LINE FROM IRP-HEADING1.
           MOVE 'INCIDENTS OPENED IN THE MONTH' TO IRP-SH-TEXT.
           WRITE INCRPT-LINE FROM IRP-SECHDR.
           WRITE INCRPT-LINE FROM IRP-DETHDR.
           MOVE ZEROS TO CAU-TABLE.

           PERFORM READ-INCIDENT.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO IRP-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       READ-INCIDENT SECTION.
      *////////////////////
           READ INCIDENT NEXT RECORD
                AT END
                   MOVE 'Y' TO IRP-EOF
                NOT AT END
                   ADD 1 TO IRP-RECS-READ
           END-READ.
       FIN-READINC. EXIT.
      *////////////////////
       TALLY-ONE SECTION.
      *////////////////////
      * ONLY INCIDENT HEADERS OPENED IN THE MONTH - THE CONTROL
      * RECORD AND THE TIMELINE EVENTS ARE PASSED OVER.
           IF INC-CONTROL-REC OR NOT INC-HEADER-REC
              GO TO FIN-TALLYONE.
           IF INC-OPEN-DATE(1:6) NOT = IRP-MONTH
              GO TO FIN-TALLYONE.

           ADD 1 TO IRP-OPENED.
           ADD INC-ALERTS TO IRP-ALERTS.
           PERFORM FIND-COMPONENT.
           IF CMP-FOUND = 1
              ADD 1 TO CMP-CNT(CMP-IDX)
              MOVE INC-ID TO CMP-LAST(CMP-IDX)
           END-IF.

           MOVE INC-ID        TO IRP-DL-ID.
           MOVE INC-OPEN-DATE TO IRP-DL-OPENED.
           MOVE INC-COMPONENT TO IRP-DL-COMP.
           MOVE INC-CAUSE     TO IRP-DL-CAUSE.
           MOVE INC-RESOL     TO IRP-DL-RESOL.
           MOVE INC-ALERTS    TO IRP-DL-ALERTS.
           MOVE INC-TITLE     TO IRP-DL-TITLE.
           MOVE INC-OWNER     TO IRP-DL-OWNER.
           MOVE SPACES        TO IRP-DL-TTR.

           IF NOT INC-CLOSED
              ADD 1 TO IRP-STILL-OPEN
              IF INC-ACKED
                 MOVE 'ACKED ' TO IRP-DL-STATUS
              ELSE
                 MOVE 'OPEN  ' TO IRP-DL-STATUS
              END-IF
              WRITE INCRPT-LINE FROM IRP-DETLINE
              GO TO FIN-TALLYONE.

           MOVE 'CLOSED' TO IRP-DL-STATUS.
           ADD 1 TO IRP-CLOSED.
           PERFORM CALC-TTR.
           MOVE TTR-MINS TO TTR-AVG-MINS.
           PERFORM EDIT-TTR.
           MOVE IRP-TTR-EDIT TO IRP-DL-TTR.
           WRITE INCRPT-LINE FROM IRP-DETLINE.

           ADD TTR-MINS TO TTR-SUM-MINS.
           IF TTR-MINS > TTR-MAX-MINS
              MOVE TTR-MINS TO TTR-MAX-MINS
              MOVE INC-ID   TO TTR-MAX-ID
           END-IF.

           MOVE 1 TO CAU-IDX.
       TALLY-CAUSE.
           IF CAU-IDX > INC-CAUSE-MAX
              GO TO TALLY-CAUSE-ADD.
           IF INC-CAUSE-CODE(CAU-IDX) = INC-CAUSE
              GO TO TALLY-CAUSE-ADD.
           ADD 1 TO CAU-IDX.
           GO TO TALLY-CAUSE.
       TALLY-CAUSE-ADD.
           ADD 1        TO CAU-CNT(CAU-IDX).
           ADD TTR-MINS TO CAU-MINS(CAU-IDX).
       FIN-TALLYONE. EXIT.
      *////////////////////
       CALC-TTR SECTION.
      *////////////////////
      * OPENED TO CLOSED IN MINUTES ACROSS ANY NUMBER OF DAYS. A
      * STAMP THAT DOES NOT PARSE COUNTS AS ZERO RATHER THAN SKEWING
      * THE AVERAGE WITH A NONSENSE FIGURE.
           MOVE 0 TO TTR-MINS.
           IF INC-OPEN-DATE NOT NUMERIC OR INC-CLOSE-DATE NOT NUMERIC
              OR INC-OPEN-TIME(1:2) NOT NUMERIC
              OR INC-CLOSE-TIME(1:2) NOT NUMERIC
              GO TO FIN-CALCTTR.

           MOVE INC-OPEN-DATE TO IRP-DATE8.
           PERFORM CALC-DAYNUM.
           MOVE IRP-DAYNUM TO IRP-OPEN-DAYNUM.
           MOVE INC-OPEN-TIME TO IRP-TIME-PARSE.
           COMPUTE IRP-OPEN-MINS = (IRP-TP-HH * 60) + IRP-TP-MM.

           MOVE INC-CLOSE-DATE TO IRP-DATE8.
           PERFORM CALC-DAYNUM.
           MOVE INC-CLOSE-TIME TO IRP-TIME-PARSE.
           COMPUTE TTR-MINS = (IRP-DAYNUM - IRP-OPEN-DAYNUM) * 1440
                   + (IRP-TP-HH * 60) + IRP-TP-MM - IRP-OPEN-MINS.
           IF TTR-MINS < 0
              MOVE 0 TO TTR-MINS.
       FIN-CALCTTR. EXIT.
      *////////////////////
       EDIT-TTR SECTION.
      *////////////////////
      * TTR-AVG-MINS AS HHHHH:MM INTO IRP-TTR-EDIT.
           DIVIDE TTR-AVG-MINS BY 60 GIVING TTR-HOURS
                  REMAINDER TTR-REST-MINS.
           MOVE TTR-HOURS     TO IRP-TE-HOURS.
           MOVE TTR-REST-MINS TO IRP-TE-MINS.
       FIN-EDITTTR. EXIT.
      *////////////////////
       FIND-COMPONENT SECTION.
      *////////////////////
           MOVE 0 TO CMP-FOUND.
           MOVE 1 TO CMP-IDX.
       FINDCMPLP.
           IF CMP-IDX > CMP-COUNT GO TO NEWCMP END-IF.
           IF CMP-NAME(CMP-IDX) = INC-COMPONENT
              MOVE 1 TO CMP-FOUND
              GO TO FIN-FINDCMP
           END-IF.
           ADD 1 TO CMP-IDX.
           GO TO FINDCMPLP.
       NEWCMP.
           IF CMP-COUNT >= CMP-MAX
              GO TO FIN-FINDCMP.
           ADD 1 TO CMP-COUNT.
           MOVE CMP-COUNT TO CMP-IDX.
           MOVE INC-COMPONENT TO CMP-NAME(CMP-IDX).
           MOVE 0      TO CMP-CNT(CMP-IDX).
           MOVE INC-ID TO CMP-FIRST(CMP-IDX) CMP-LAST(CMP-IDX).
           MOVE 1 TO CMP-FOUND.
       FIN-FINDCMP. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
           MOVE IRP-D8-YYYY TO IRP-WORK-Y.
           MOVE IRP-D8-MM   TO IRP-WORK-M.
           MOVE IRP-D8-DD   TO IRP-WORK-D.
           IF IRP-WORK-M < 3
              SUBTRACT 1 FROM IRP-WORK-Y
              ADD 12 TO IRP-WORK-M
           END-IF.
           COMPUTE IRP-WORK-A = IRP-WORK-Y / 100.
           COMPUTE IRP-DAYNUM = (36525 * IRP-WORK-Y) / 100
                   + IRP-WORK-Y / 4 - IRP-WORK-A + IRP-WORK-A / 4
                   + (306 * (IRP-WORK-M + 1)) / 10
                   + IRP-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF IRP-OPENED = 0
              WRITE INCRPT-LINE FROM IRP-NONE-LINE.

           MOVE 'CLOSED INCIDENTS BY CAUSE'
                TO IRP-SH-TEXT.
           WRITE INCRPT-LINE FROM IRP-SECHDR.
           PERFORM WRITE-CAUSE VARYING CAU-IDX FROM 1 BY 1
                UNTIL CAU-IDX > 9.
           MOVE 'STILL OPEN AT RUN TIME' TO IRP-CN-LABEL.
           MOVE IRP-STILL-OPEN TO IRP-CN-CNT.
           WRITE INCRPT-LINE FROM IRP-CNTLINE.

           MOVE 'TIME TO RESOLVE (HOURS:MINUTES)' TO IRP-SH-TEXT.
           WRITE INCRPT-LINE FROM IRP-SECHDR.
           IF IRP-CLOSED > 0
              COMPUTE TTR-AVG-MINS = TTR-SUM-MINS / IRP-CLOSED
           ELSE
              MOVE 0 TO TTR-AVG-MINS
           END-IF.
           PERFORM EDIT-TTR.
           MOVE 'AVERAGE OVER CLOSED INCIDENTS' TO IRP-HL-LABEL.
           MOVE IRP-TTR-EDIT TO IRP-HL-TTR.
           MOVE SPACES TO IRP-HL-NOTE.
           WRITE INCRPT-LINE FROM IRP-HRSLINE.
           MOVE TTR-MAX-MINS TO TTR-AVG-MINS.
           PERFORM EDIT-TTR.
           MOVE 'LONGEST' TO IRP-HL-LABEL.
           MOVE IRP-TTR-EDIT TO IRP-HL-TTR.
           MOVE SPACES TO IRP-HL-NOTE.
           IF IRP-CLOSED > 0
              STRING 'INCIDENT ' DELIMITED BY SIZE
                     TTR-MAX-ID  DELIMITED BY SIZE
                     INTO IRP-HL-NOTE
           END-IF.
           WRITE INCRPT-LINE FROM IRP-HRSLINE.

           MOVE 'REPEAT INCIDENTS BY COMPONENT (MORE THAN ONE)'
                TO IRP-SH-TEXT.
           WRITE INCRPT-LINE FROM IRP-SECHDR.
           PERFORM WRITE-COMPONENT VARYING CMP-IDX FROM 1 BY 1
                UNTIL CMP-IDX > CMP-COUNT.
           IF IRP-REPEATS = 0
              WRITE INCRPT-LINE FROM IRP-NONE-LINE.

           MOVE 'TOTALS' TO IRP-SH-TEXT.
           WRITE INCRPT-LINE FROM IRP-SECHDR.
           MOVE 'INCIDENTS OPENED' TO IRP-CN-LABEL.
           MOVE IRP-OPENED TO IRP-CN-CNT.
           WRITE INCRPT-LINE FROM IRP-CNTLINE.
           MOVE 'INCIDENTS CLOSED' TO IRP-CN-LABEL.
           MOVE IRP-CLOSED TO IRP-CN-CNT.
           WRITE INCRPT-LINE FROM IRP-CNTLINE.
           MOVE 'ALERTS ATTACHED' TO IRP-CN-LABEL.
           MOVE IRP-ALERTS TO IRP-CN-CNT.
           WRITE INCRPT-LINE FROM IRP-CNTLINE.
           MOVE 'COMPONENTS WITH REPEAT INCIDENTS' TO IRP-CN-LABEL.
           MOVE IRP-REPEATS TO IRP-CN-CNT.
           WRITE INCRPT-LINE FROM IRP-CNTLINE.

           CLOSE INCIDENT INCRPT.
           DISPLAY 'INCRPT - MONTH              : ' IRP-MONTH.
           DISPLAY 'INCRPT - RECORDS READ       : ' IRP-RECS-READ.
           DISPLAY 'INCRPT - INCIDENTS OPENED   : ' IRP-OPENED.
           DISPLAY 'INCRPT - INCIDENTS CLOSED   : ' IRP-CLOSED.
           DISPLAY 'INCRPT - REPEAT COMPONENTS  : ' IRP-REPEATS.
       FIN-ENDJOB. EXIT.
      *////////////////////
       WRITE-CAUSE SECTION.
      *////////////////////
      * EVERY CAUSE CODE IS PRINTED, ZERO OR NOT, SO ONE MONTH LINES
      * UP AGAINST THE NEXT. THE ODD-CODE ROW ONLY WHEN IT HAS ANY.
           IF CAU-IDX > INC-CAUSE-MAX
              IF CAU-CNT(CAU-IDX) = 0
                 GO TO FIN-WRCAUSE
              END-IF
              MOVE '????'           TO IRP-CL-CODE
              MOVE 'OTHER / RETIRED' TO IRP-CL-DESC
           ELSE
              MOVE INC-CAUSE-CODE(CAU-IDX) TO IRP-CL-CODE
              MOVE INC-CAUSE-DESC(CAU-IDX) TO IRP-CL-DESC
           END-IF.
           MOVE CAU-CNT(CAU-IDX) TO IRP-CL-CNT.
           IF CAU-CNT(CAU-IDX) > 0
              COMPUTE TTR-AVG-MINS = CAU-MINS(CAU-IDX)
                                   / CAU-CNT(CAU-IDX)
              PERFORM EDIT-TTR
              MOVE IRP-TTR-EDIT TO IRP-CL-AVG
           ELSE
              MOVE SPACES TO IRP-CL-AVG
           END-IF.
           WRITE INCRPT-LINE FROM IRP-CAULINE.
       FIN-WRCAUSE. EXIT.
      *////////////////////
       WRITE-COMPONENT SECTION.
      *////////////////////
           IF CMP-CNT(CMP-IDX) < 2
              GO TO FIN-WRCMP.
           ADD 1 TO IRP-REPEATS.
           MOVE CMP-NAME(CMP-IDX)  TO IRP-CM-NAME.
           IF CMP-NAME(CMP-IDX) = SPACES
              MOVE '(NONE)' TO IRP-CM-NAME.
           MOVE CMP-CNT(CMP-IDX)   TO IRP-CM-CNT.
           MOVE CMP-FIRST(CMP-IDX) TO IRP-CM-FIRST.
           MOVE CMP-LAST(CMP-IDX)  TO IRP-CM-LAST.
           WRITE INCRPT-LINE FROM IRP-CMPLINE.
       FIN-WRCMP. EXIT.
      *////////////////////
