      *----------------------------------------------------------------*
      *-- REPORT DELIVERY FROM THE RPTSTOR REPOSITORY. RUN AS A STEP
      *-- AFTER THE LAST RPTSTORE COLLECTOR OF THE NIGHT: WORKS THROUGH
      *-- THE RPTDIST DISTRIBUTION LIST - ONE CARD PER REPORT NAME AND
      *-- RECIPIENT - AND SENDS EACH STORED REPORT TO THE PEOPLE WHO
      *-- NEVER LOG ON TO CICS: TO A PRINT DESTINATION (THE DSTPRT
      *-- PRINT FILE, ONE BANNERED COPY PER RECIPIENT FOR THE JCL TO
      *-- ROUTE) OR THROUGH THE E-DELIVERY GATEWAY (AN EDELFEED IN THE
      *-- SAME EDELHDR/EDELTXT/EDELEND SHAPE THE STATEMENT RUNS
      *-- WRITE). A CARD IS EITHER 'A' ALWAYS OR 'N' ONLY WHEN THE
      *-- REPORT'S STEP DID NOT END CLEAN FOR THE BUSINESS DATE ON
      *-- RUNCTL - A 'F' COMPLETION, OR A START WITH NO COMPLETION AT
      *-- ALL (THE STEP ABENDED). THE STEP IS THE REPORT NAME UNLESS
      *-- THE CARD NAMES ANOTHER. EVERY CARD LEAVES A RECORD ON THE
      *-- RPTDLOG DELIVERY LOG (SEE RPTDLGS) THAT RPTVIEW SHOWS, AND A
      *-- LINE ON THE DLVRPT LISTING. A RERUN DOES NOT SEND AGAIN WHAT
      *-- THE LOG ALREADY SHOWS AS SENT. RC 4 WHEN A REPORT WAS NOT ON
      *-- RPTSTOR, A CARD WAS REJECTED OR THE LOG COULD NOT BE WRITTEN.
      *--   RPTDIST CARD: COLS 1-8 REPORT NAME, 10 CONDITION (A/N),
      *--   12 METHOD (P=PRINT E=E-MAIL), 14-43 PRINT DESTINATION OR
      *--   E-MAIL ADDRESS, 45-64 RECIPIENT, 66-73 STEP (BLANK = THE
      *--   REPORT NAME). '*' IN COLUMN 1 IS A COMMENT.
      *-- HOOKED INTO THE RUNCTL CHAIN; NO PREREQUISITE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDLVR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTDIST   ASSIGN TO RPTDIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RPTDIST.
           SELECT RPTSTOR   ASSIGN TO RPTSTOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RPT-KEY
                  FILE STATUS  IS FS-RPTSTOR.
           SELECT OPTIONAL RPTDLOG ASSIGN TO RPTDLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RDL-KEY
                  FILE STATUS  IS FS-RPTDLOG.
           SELECT DSTPRT    ASSIGN TO DSTPRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DSTPRT.
           SELECT EDELFEED  ASSIGN TO EDELFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDELFEED.
           SELECT DLVRPT    ASSIGN TO DLVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DLVRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTDIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPTDIST-REC.
           05  DST-RPTNAME    PIC X(8).
           05  DST-COMMENT REDEFINES DST-RPTNAME.
               10  DST-COL1   PIC X.
                   88  DST-IS-COMMENT   VALUE '*'.
               10  FILLER     PIC X(7).
           05  FILLER         PIC X.
           05  DST-COND       PIC X.
               88  DST-ALWAYS           VALUE 'A'.
               88  DST-IF-NONZERO       VALUE 'N'.
           05  FILLER         PIC X.
           05  DST-METHOD     PIC X.
               88  DST-BY-PRINT         VALUE 'P'.
               88  DST-BY-EMAIL         VALUE 'E'.
           05  FILLER         PIC X.
           05  DST-DEST       PIC X(30).
           05  FILLER         PIC X.
           05  DST-RECIP      PIC X(20).
           05  FILLER         PIC X.
           05  DST-STEP       PIC X(8).
           05  FILLER         PIC X(7).
      *
       FD  RPTSTOR
           LABEL RECORDS ARE STANDARD.
           COPY RPTSTRS.
      *
       FD  RPTDLOG
           LABEL RECORDS ARE STANDARD.
           COPY RPTDLGS.
      *
       FD  DSTPRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DSTPRT-LINE         PIC X(133).
      *
      * THE E-DELIVERY FEED FOR THE GATEWAY - SAME SHAPE AS EDUFSTMT'S:
      * ONE EDELHDR PER DELIVERY (ADDRESS AND DELIVERY NUMBER), THE
      * REPORT AS EDELTXT, AND AN EDELEND CLOSER.
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
       FD  DLVRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DLVRPT-LINE         PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-RPTDIST         PIC XX     VALUE SPACES.
       77  FS-RPTSTOR         PIC XX     VALUE SPACES.
       77  FS-RPTDLOG         PIC XX     VALUE SPACES.
       77  FS-DSTPRT          PIC XX     VALUE SPACES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  FS-DLVRPT          PIC XX     VALUE SPACES.
       77  RDV-EOF            PIC X      VALUE 'N'.
           88  RDV-END-OF-FILE          VALUE 'Y'.
       77  RDV-BODY-EOF       PIC X      VALUE 'N'.
           88  RDV-END-OF-BODY          VALUE 'Y'.
       77  RDV-OPEN-BAD       PIC X      VALUE 'N'.
           88  RDV-OPEN-FAILED          VALUE 'Y'.
       77  RDV-FOUND          PIC X      VALUE 'N'.
           88  RDV-REPORT-FOUND         VALUE 'Y'.
      *
       77  RDV-BUSDATE        PIC X(8)   VALUE SPACES.
       77  RDV-TODAY          PIC X(8)   VALUE SPACES.
       77  RDV-TIME           PIC X(8)   VALUE SPACES.
       77  RDV-RPT-DATE       PIC X(8)   VALUE SPACES.
       77  RDV-STEP           PIC X(8)   VALUE SPACES.
       77  RDV-STEP-STAT      PIC X      VALUE SPACE.
       77  RDV-STEP-BAD       PIC X      VALUE 'N'.
           88  RDV-STEP-NOT-CLEAN       VALUE 'Y'.
       77  RDV-RESULT-TEXT    PIC X(16)  VALUE SPACES.
      *
      * EACH STEP'S LAST WORD ON RUNCTL FOR THE BUSINESS DATE - A RERUN
      * OVERWRITES THE ENTRY, SO THE STATUS IS THE LATEST ONE.
       77  RDV-STP-MAX        PIC 9(3)   VALUE 300.
       77  RDV-STP-COUNT      PIC 9(3)   VALUE 0.
       77  RDV-STP-OVER       PIC 9(5)   VALUE ZEROS.
       77  RDV-SX             PIC 9(3)   VALUE 0.
       77  RDV-SHX           PIC 9(3)   VALUE 0.
       01  RDV-STP-TABLE.
           05  RDV-STP OCCURS 300 TIMES.
               10  RDV-S-PROG     PIC X(8).
               10  RDV-S-STAT     PIC X.
      *
      * COUNTERS.
       77  RDV-CARDS          PIC 9(5)   VALUE ZEROS.
       77  RDV-CARD-NO        PIC 9(3)   VALUE ZEROS.
       77  RDV-SENT-PRT       PIC 9(5)   VALUE ZEROS.
       77  RDV-SENT-EML       PIC 9(5)   VALUE ZEROS.
       77  RDV-NOT-DUE        PIC 9(5)   VALUE ZEROS.
       77  RDV-MISSING        PIC 9(5)   VALUE ZEROS.
       77  RDV-ALREADY        PIC 9(5)   VALUE ZEROS.
       77  RDV-REJECTED       PIC 9(5)   VALUE ZEROS.
       77  RDV-LOG-ERRS       PIC 9(5)   VALUE ZEROS.
       77  RDV-WARN-FLAG      PIC X      VALUE 'N'.
           88  RDV-WARN-RC              VALUE 'Y'.
       77  RDV-LINES          PIC 9(5)   VALUE ZEROS.
       77  RDV-DLV-NO         PIC 9(6)   VALUE ZEROS.
      *
       01  RDV-HEADING1.
           05  FILLER  PIC X(44) VALUE
               'RPTDLVR - REPORT DELIVERY FROM RPTSTOR'.
           05  FILLER  PIC X(14) VALUE 'BUSINESS DATE '.
           05  RDV-HD-DATE    PIC X(8).
           05  FILLER  PIC X(10) VALUE '  RUN DATE'.
           05  FILLER  PIC X     VALUE SPACE.
           05  RDV-HD-TODAY   PIC X(8).
           05  FILLER  PIC X(48) VALUE SPACES.
       01  RDV-HEADING2.
           05  FILLER  PIC X(9)  VALUE 'REPORT'.
           05  FILLER  PIC X(9)  VALUE 'DATE'.
           05  FILLER  PIC X(21) VALUE 'RECIPIENT'.
           05  FILLER  PIC X(2)  VALUE 'M'.
           05  FILLER  PIC X(31) VALUE 'DESTINATION'.
           05  FILLER  PIC X(2)  VALUE 'C'.
           05  FILLER  PIC X(9)  VALUE 'STEP'.
           05  FILLER  PIC X(2)  VALUE 'S'.
           05  FILLER  PIC X(17) VALUE 'RESULT'.
           05  FILLER  PIC X(5)  VALUE 'LINES'.
           05  FILLER  PIC X(26) VALUE SPACES.
       01  RDV-DETAIL.
           05  RDV-DT-NAME    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-DATE    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-RECIP   PIC X(20).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-METHOD  PIC X.
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-DEST    PIC X(30).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-COND    PIC X.
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-STEP    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-STAT    PIC X.
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-RESULT  PIC X(16).
           05  FILLER         PIC X     VALUE SPACE.
           05  RDV-DT-LINES   PIC ZZZZ9.
           05  FILLER         PIC X(26) VALUE SPACES.
      *
      * THE BANNER EACH PRINTED COPY STARTS WITH, SO THE PRINT ROOM
      * KNOWS WHOSE PILE IT GOES ON.
       01  RDV-BANNER1.
           05  FILLER  PIC X(18) VALUE '*** DELIVER TO:   '.
           05  RDV-BN-RECIP   PIC X(20).
           05  FILLER  PIC X(8)  VALUE '  DEST: '.
           05  RDV-BN-DEST    PIC X(30).
           05  FILLER  PIC X(57) VALUE SPACES.
       01  RDV-BANNER2.
           05  FILLER  PIC X(18) VALUE '*** REPORT:       '.
           05  RDV-BN-NAME    PIC X(8).
           05  FILLER  PIC X(7)  VALUE '  DATE '.
           05  RDV-BN-DATE    PIC X(8).
           05  FILLER  PIC X(12) VALUE '  DELIVERY '.
           05  RDV-BN-DLVNO   PIC 9(6).
           05  FILLER  PIC X(74) VALUE SPACES.
       01  RDV-BANNER3.
           05  FILLER  PIC X(21) VALUE '*** END OF REPORT    '.
           05  RDV-BN-END     PIC X(8).
           05  FILLER  PIC X(104) VALUE SPACES.
      *
       01  RDV-CNTLINE.
           05  RDV-CL-LABEL   PIC X(40).
           05  RDV-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'RPTDLVR ' TO RC-THIS-PROG.
           MOVE SPACES     TO RC-PREREQ.
           MOVE 'RPTDIST     ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF RDV-OPEN-FAILED
              PERFORM RUNCTL-END
              STOP RUN
           END-IF.
           PERFORM LOAD-STEPS.
           MOVE 'N' TO RDV-EOF.
           PERFORM DELIVER-ONE UNTIL RDV-END-OF-FILE.
           PERFORM END-JOB.
           MOVE RDV-CARDS TO RC-IN-W.
           COMPUTE RC-OUT-W = RDV-SENT-PRT + RDV-SENT-EML.
           PERFORM RUNCTL-END.
      * SET AFTER RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF RDV-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT RPTDIST.
           IF FS-RPTDIST NOT = '00'
              DISPLAY 'RPTDLVR - ERROR OPENING RPTDIST  STATUS='
                       FS-RPTDIST
              GO TO INIT-BAD
           END-IF.

           OPEN INPUT RPTSTOR.
           IF FS-RPTSTOR NOT = '00'
              DISPLAY 'RPTDLVR - ERROR OPENING RPTSTOR  STATUS='
                       FS-RPTSTOR
              CLOSE RPTDIST
              GO TO INIT-BAD
           END-IF.

      *-- NO LOG YET IS THE FIRST NIGHT (OPTIONAL).
           OPEN I-O RPTDLOG.
           IF FS-RPTDLOG NOT = '00' AND FS-RPTDLOG NOT = '05'
              DISPLAY 'RPTDLVR - ERROR OPENING RPTDLOG  STATUS='
                       FS-RPTDLOG
              CLOSE RPTDIST RPTSTOR
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT DSTPRT.
           IF FS-DSTPRT NOT = '00'
              DISPLAY 'RPTDLVR - ERROR OPENING DSTPRT   STATUS='
                       FS-DSTPRT
              CLOSE RPTDIST RPTSTOR RPTDLOG
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT EDELFEED.
           IF FS-EDELFEED NOT = '00'
              DISPLAY 'RPTDLVR - ERROR OPENING EDELFEED STATUS='
                       FS-EDELFEED
              CLOSE RPTDIST RPTSTOR RPTDLOG DSTPRT
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT DLVRPT.
           IF FS-DLVRPT NOT = '00'
              DISPLAY 'RPTDLVR - ERROR OPENING DLVRPT   STATUS='
                       FS-DLVRPT
              CLOSE RPTDIST RPTSTOR RPTDLOG DSTPRT EDELFEED
              GO TO INIT-BAD
           END-IF.

      * THE CHAIN'S BUSINESS DATE DECIDES WHICH RUNCTL RECORDS COUNT;
      * THE COLLECTORS FILE UNDER THEIR RUN DATE, SO BOTH ARE KEPT.
           MOVE RC-BUSDATE-W TO RDV-BUSDATE.
           ACCEPT RDV-TODAY FROM DATE YYYYMMDD.
           ACCEPT RDV-TIME FROM TIME.
           MOVE RDV-BUSDATE TO RDV-HD-DATE.
           MOVE RDV-TODAY   TO RDV-HD-TODAY.
           WRITE DLVRPT-LINE FROM RDV-HEADING1.
           MOVE SPACES TO DLVRPT-LINE.
           WRITE DLVRPT-LINE.
           WRITE DLVRPT-LINE FROM RDV-HEADING2.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO RDV-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       LOAD-STEPS SECTION.
      *////////////////////
           MOVE 0 TO RC-SCAN-EOF.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT = '00' AND FS-RUNCTL NOT = '05'
              MOVE 1 TO RC-SCAN-EOF
           END-IF.
           PERFORM STEP-ONE UNTIL RC-SCAN-DONE.
           IF FS-RUNCTL = '00' OR FS-RUNCTL = '05' OR FS-RUNCTL = '10'
              CLOSE RUNCTL
           END-IF.
       FIN-LOADSTEPS. EXIT.
      *////////////////////
       STEP-ONE SECTION.
      *////////////////////
           READ RUNCTL
                AT END
                   MOVE 1 TO RC-SCAN-EOF
           END-READ.
           IF RC-SCAN-DONE
              GO TO FIN-STEPONE.
           IF RCF-BUSDATE NOT = RDV-BUSDATE
              OR RCF-PROGRAM(1:1) = '*'
              GO TO FIN-STEPONE.
           MOVE RCF-PROGRAM TO RDV-STEP.
           PERFORM FIND-STEP.
           IF RDV-SHX = 0
              IF RDV-STP-COUNT NOT < RDV-STP-MAX
                 ADD 1 TO RDV-STP-OVER
                 GO TO FIN-STEPONE
              END-IF
              ADD 1 TO RDV-STP-COUNT
              MOVE RDV-STP-COUNT TO RDV-SHX
              MOVE RCF-PROGRAM TO RDV-S-PROG(RDV-SHX)
           END-IF.
           MOVE RCF-STATUS TO RDV-S-STAT(RDV-SHX).
       FIN-STEPONE. EXIT.
      *////////////////////
       FIND-STEP SECTION.
      *////////////////////
           MOVE 0 TO RDV-SHX.
           MOVE 1 TO RDV-SX.
       FINDSTEP.
           IF RDV-SX > RDV-STP-COUNT
              GO TO FIN-FINDSTEP.
           IF RDV-S-PROG(RDV-SX) = RDV-STEP
              MOVE RDV-SX TO RDV-SHX
              GO TO FIN-FINDSTEP.
           ADD 1 TO RDV-SX.
           GO TO FINDSTEP.
       FIN-FINDSTEP. EXIT.
      *////////////////////
       DELIVER-ONE SECTION.
      *////////////////////
           READ RPTDIST
                AT END
                   MOVE 'Y' TO RDV-EOF
           END-READ.
           IF RDV-END-OF-FILE
              GO TO FIN-DELIVERONE.
           IF DST-IS-COMMENT OR RPTDIST-REC = SPACES
              GO TO FIN-DELIVERONE.
           ADD 1 TO RDV-CARDS.
           ADD 1 TO RDV-CARD-NO.
           MOVE ZEROS TO RDV-LINES.

           MOVE SPACES      TO RDV-DETAIL.
           MOVE DST-RPTNAME TO RDV-DT-NAME.
           MOVE DST-RECIP   TO RDV-DT-RECIP.
           MOVE DST-METHOD  TO RDV-DT-METHOD.
           MOVE DST-DEST    TO RDV-DT-DEST.
           MOVE DST-COND    TO RDV-DT-COND.

      *-- A CARD THAT CANNOT BE ACTED ON IS NOT GUESSED AT.
           IF DST-RPTNAME = SPACES OR DST-DEST = SPACES
              OR (NOT DST-ALWAYS AND NOT DST-IF-NONZERO)
              OR (NOT DST-BY-PRINT AND NOT DST-BY-EMAIL)
              ADD 1 TO RDV-REJECTED
              MOVE 'CARD REJECTED' TO RDV-DT-RESULT
              WRITE DLVRPT-LINE FROM RDV-DETAIL
              GO TO FIN-DELIVERONE.

           MOVE DST-STEP TO RDV-STEP.
           IF RDV-STEP = SPACES
              MOVE DST-RPTNAME TO RDV-STEP.
           PERFORM FIND-STEP.
           MOVE SPACE TO RDV-STEP-STAT.
           IF RDV-SHX > 0
              MOVE RDV-S-STAT(RDV-SHX) TO RDV-STEP-STAT.
      *-- A START WITH NO COMPLETION BEHIND IT IS AN ABEND - AS
      *-- NON-ZERO AS IT GETS.
           MOVE 'N' TO RDV-STEP-BAD.
           IF RDV-STEP-STAT = 'F' OR RDV-STEP-STAT = 'S'
              MOVE 'Y' TO RDV-STEP-BAD.
           MOVE RDV-STEP      TO RDV-DT-STEP.
           MOVE RDV-STEP-STAT TO RDV-DT-STAT.

           PERFORM FIND-REPORT.
           MOVE RDV-RPT-DATE TO RDV-DT-DATE.

           MOVE RDV-CARD-NO  TO RDL-SEQ.
           MOVE DST-RPTNAME  TO RDL-NAME.
           MOVE RDV-RPT-DATE TO RDL-DATE.
           READ RPTDLOG
                INVALID KEY
                   MOVE SPACE TO RDL-RESULT
           END-READ.
           IF FS-RPTDLOG = '00' AND RDL-SENT
              ADD 1 TO RDV-ALREADY
              MOVE 'ALREADY SENT' TO RDV-DT-RESULT
              MOVE RDL-LINES TO RDV-DT-LINES
              WRITE DLVRPT-LINE FROM RDV-DETAIL
              GO TO FIN-DELIVERONE.

           IF NOT RDV-REPORT-FOUND
              ADD 1 TO RDV-MISSING
              MOVE 'M' TO RDL-RESULT
              MOVE 'NOT ON RPTSTOR' TO RDV-RESULT-TEXT
              GO TO DELIVER-LOG.

           IF DST-IF-NONZERO AND NOT RDV-STEP-NOT-CLEAN
              ADD 1 TO RDV-NOT-DUE
              MOVE 'N' TO RDL-RESULT
              MOVE 'NOT DUE' TO RDV-RESULT-TEXT
              GO TO DELIVER-LOG.

           ADD 1 TO RDV-DLV-NO.
           IF DST-BY-PRINT
              PERFORM SEND-PRINT
              ADD 1 TO RDV-SENT-PRT
              MOVE 'PRINTED' TO RDV-RESULT-TEXT
           ELSE
              PERFORM SEND-EMAIL
              ADD 1 TO RDV-SENT-EML
              MOVE 'E-MAILED' TO RDV-RESULT-TEXT
           END-IF.
           MOVE 'S' TO RDL-RESULT.

       DELIVER-LOG.
           PERFORM WRITE-LOG.
           MOVE RDV-RESULT-TEXT TO RDV-DT-RESULT.
           MOVE RDV-LINES TO RDV-DT-LINES.
           WRITE DLVRPT-LINE FROM RDV-DETAIL.
       FIN-DELIVERONE. EXIT.
      *////////////////////
       FIND-REPORT SECTION.
      *////////////////////
      * THE COLLECTORS FILE UNDER THEIR RUN DATE - TODAY'S FIRST, THEN
      * THE BUSINESS DATE FOR A CHAIN THAT CROSSED MIDNIGHT BETWEEN
      * THE COLLECTOR AND THIS STEP. THE LINE-ZERO DIRECTORY RECORD
      * ONLY EXISTS ONCE THE LOAD FINISHED.
           MOVE 'N' TO RDV-FOUND.
           MOVE RDV-TODAY TO RDV-RPT-DATE.
           MOVE DST-RPTNAME TO RPT-NAME.
           MOVE RDV-TODAY   TO RPT-DATE.
           MOVE ZEROS       TO RPT-LINE.
           READ RPTSTOR
                INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RPTSTOR = '00'
              MOVE 'Y' TO RDV-FOUND
              GO TO FIN-FINDRPT.
           IF RDV-BUSDATE = RDV-TODAY
              GO TO FIN-FINDRPT.
           MOVE DST-RPTNAME TO RPT-NAME.
           MOVE RDV-BUSDATE TO RPT-DATE.
           MOVE ZEROS       TO RPT-LINE.
           READ RPTSTOR
                INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RPTSTOR = '00'
              MOVE 'Y' TO RDV-FOUND
              MOVE RDV-BUSDATE TO RDV-RPT-DATE
           END-IF.
       FIN-FINDRPT. EXIT.
      *////////////////////
       SEND-PRINT SECTION.
      *////////////////////
           MOVE DST-RECIP    TO RDV-BN-RECIP.
           MOVE DST-DEST     TO RDV-BN-DEST.
           MOVE DST-RPTNAME  TO RDV-BN-NAME.
           MOVE RDV-RPT-DATE TO RDV-BN-DATE.
           MOVE RDV-DLV-NO   TO RDV-BN-DLVNO.
           WRITE DSTPRT-LINE FROM RDV-BANNER1.
           WRITE DSTPRT-LINE FROM RDV-BANNER2.
           MOVE SPACES TO DSTPRT-LINE.
           WRITE DSTPRT-LINE.
           PERFORM START-BODY.
           PERFORM PRINT-BODY-ONE UNTIL RDV-END-OF-BODY.
           MOVE DST-RPTNAME TO RDV-BN-END.
           WRITE DSTPRT-LINE FROM RDV-BANNER3.
       FIN-SENDPRT. EXIT.
      *////////////////////
       PRINT-BODY-ONE SECTION.
      *////////////////////
           PERFORM READ-BODY.
           IF RDV-END-OF-BODY
              GO TO FIN-PRTBODY.
           WRITE DSTPRT-LINE FROM RPT-TEXT.
       FIN-PRTBODY. EXIT.
      *////////////////////
       SEND-EMAIL SECTION.
      *////////////////////
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELHDR ' TO EDEL-TYPE.
           MOVE DST-DEST   TO EDEL-HDR-EMAIL.
           MOVE RDV-DLV-NO TO EDEL-HDR-NUMB.
           WRITE EDEL-REC.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELTXT ' TO EDEL-TYPE.
           MOVE DST-RPTNAME  TO RDV-BN-NAME.
           MOVE RDV-RPT-DATE TO RDV-BN-DATE.
           MOVE RDV-DLV-NO   TO RDV-BN-DLVNO.
           MOVE RDV-BANNER2 TO EDEL-DATA.
           WRITE EDEL-REC.
           PERFORM START-BODY.
           PERFORM EMAIL-BODY-ONE UNTIL RDV-END-OF-BODY.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELEND ' TO EDEL-TYPE.
           MOVE RDV-DLV-NO TO EDEL-DATA(1:6).
           WRITE EDEL-REC.
       FIN-SENDEML. EXIT.
      *////////////////////
       EMAIL-BODY-ONE SECTION.
      *////////////////////
           PERFORM READ-BODY.
           IF RDV-END-OF-BODY
              GO TO FIN-EMLBODY.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELTXT ' TO EDEL-TYPE.
           MOVE RPT-TEXT   TO EDEL-DATA.
           WRITE EDEL-REC.
       FIN-EMLBODY. EXIT.
      *////////////////////
       START-BODY SECTION.
      *////////////////////
      * THE BODY IS EVERY LINE AFTER LINE ZERO UNDER THE SAME NAME AND
      * DATE - ONE STRETCH OF THE KEY.
           MOVE 'N' TO RDV-BODY-EOF.
           MOVE DST-RPTNAME  TO RPT-NAME.
           MOVE RDV-RPT-DATE TO RPT-DATE.
           MOVE 1            TO RPT-LINE.
           START RPTSTOR KEY IS NOT LESS THAN RPT-KEY
               INVALID KEY
                   MOVE 'Y' TO RDV-BODY-EOF
           END-START.
       FIN-STARTBODY. EXIT.
      *////////////////////
       READ-BODY SECTION.
      *////////////////////
           READ RPTSTOR NEXT RECORD
                AT END
                   MOVE 'Y' TO RDV-BODY-EOF
           END-READ.
           IF RDV-END-OF-BODY
              GO TO FIN-READBODY.
           IF RPT-NAME NOT = DST-RPTNAME OR RPT-DATE NOT = RDV-RPT-DATE
              MOVE 'Y' TO RDV-BODY-EOF
              GO TO FIN-READBODY.
           ADD 1 TO RDV-LINES.
       FIN-READBODY. EXIT.
      *////////////////////
       WRITE-LOG SECTION.
      *////////////////////
           MOVE DST-RPTNAME   TO RDL-NAME.
           MOVE RDV-RPT-DATE  TO RDL-DATE.
           MOVE RDV-CARD-NO   TO RDL-SEQ.
           MOVE DST-RECIP     TO RDL-RECIP.
           MOVE DST-METHOD    TO RDL-METHOD.
           MOVE DST-DEST      TO RDL-DEST.
           MOVE DST-COND      TO RDL-COND.
           MOVE RDV-STEP      TO RDL-STEP.
           MOVE RDV-STEP-STAT TO RDL-STEP-STAT.
           MOVE RDV-TODAY     TO RDL-SENT-DATE.
           MOVE RDV-TIME(1:6) TO RDL-SENT-TIME.
           MOVE RDV-LINES     TO RDL-LINES.
      * A RERUN REPLACES THE ENTRY IT LEFT LAST TIME (NOT DUE OR
      * MISSING THEN, PERHAPS SENT NOW).
           WRITE RDL-REC.
           IF FS-RPTDLOG = '22'
              REWRITE RDL-REC
           END-IF.
           IF FS-RPTDLOG NOT = '00'
              DISPLAY 'RPTDLVR - ERROR WRITING RPTDLOG  STATUS='
                      FS-RPTDLOG ' REPORT=' RDL-NAME
              ADD 1 TO RDV-LOG-ERRS
           END-IF.
       FIN-WRITELOG. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO DLVRPT-LINE.
           WRITE DLVRPT-LINE.
           MOVE 'DISTRIBUTION ENTRIES READ' TO RDV-CL-LABEL.
           MOVE RDV-CARDS TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  SENT TO A PRINT DESTINATION' TO RDV-CL-LABEL.
           MOVE RDV-SENT-PRT TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  SENT THROUGH THE E-DELIVERY GATEWAY' TO RDV-CL-LABEL.
           MOVE RDV-SENT-EML TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  NOT DUE - STEP ENDED CLEAN' TO RDV-CL-LABEL.
           MOVE RDV-NOT-DUE TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  ALREADY SENT BY AN EARLIER RUN' TO RDV-CL-LABEL.
           MOVE RDV-ALREADY TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  REPORT NOT ON RPTSTOR' TO RDV-CL-LABEL.
           MOVE RDV-MISSING TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
           MOVE '  CARDS REJECTED' TO RDV-CL-LABEL.
           MOVE RDV-REJECTED TO RDV-CL-CNT.
           WRITE DLVRPT-LINE FROM RDV-CNTLINE.
      *-- SOMEBODY EXPECTED A REPORT AND DID NOT GET IT - SAY SO IN
      *-- THE RETURN CODE AS WELL AS ON THE LISTING (SET AFTER
      *-- RUNCTL-END). A DELIVERY LOG THAT WOULD NOT TAKE A WRITE IS
      *-- AN I/O ERROR AND FAILS THE STEP.
           IF RDV-MISSING > 0 OR RDV-REJECTED > 0
              MOVE 'Y' TO RDV-WARN-FLAG
           END-IF.
           IF RDV-LOG-ERRS > 0
              MOVE 'DELIVERY LOG WRITE ERRORS' TO RDV-CL-LABEL
              MOVE RDV-LOG-ERRS TO RDV-CL-CNT
              WRITE DLVRPT-LINE FROM RDV-CNTLINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RDV-STP-OVER > 0
              MOVE 'RUNCTL STEPS NOT TABLED - TABLE FULL' TO
                   RDV-CL-LABEL
              MOVE RDV-STP-OVER TO RDV-CL-CNT
              WRITE DLVRPT-LINE FROM RDV-CNTLINE
              MOVE 'Y' TO RDV-WARN-FLAG
           END-IF.

           CLOSE RPTDIST RPTSTOR RPTDLOG DSTPRT EDELFEED DLVRPT.
           DISPLAY 'RPTDLVR - ENTRIES READ      : ' RDV-CARDS.
           DISPLAY 'RPTDLVR - PRINTED           : ' RDV-SENT-PRT.
           DISPLAY 'RPTDLVR - E-MAILED          : ' RDV-SENT-EML.
           DISPLAY 'RPTDLVR - NOT ON RPTSTOR    : ' RDV-MISSING.
       FIN-ENDJOB. EXIT.
      *////////////////////
           COPY RUNCTLP.
