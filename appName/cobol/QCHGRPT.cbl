      *-- OPERATOR, TERMINAL AND THE BEFORE AND AFTER TEXT, SO A
      *-- MISSING LINE OR A SURPRISE QUIESCE MARKER CAN BE TRACED THE
      *-- WAY FILEA CHANGES ARE TRACED THROUGH EDUJ.
      *-- CHANGES CONFIRMED DURING A DECLARED CHANGE FREEZE (SEE
      *-- FRZCALS) SHOW THE OPERATOR'S EMERGENCY CHANGE REFERENCE ON
      *-- THE DETAIL LINE, AND THE 'E' RECORDS FRZCHK WRITES FOR EVERY
      *-- EMERGENCY CONFIRM - FROM INITMNT, SECPMNT, HOLMNT OR ONCMNT -
      *-- ARE KEPT OUT OF THE HISTORY AND LISTED IN A SECTION OF THEIR
      *-- OWN AFTER IT, READ BY A SECOND PASS OVER THE FILE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           88  QCH-END-OF-AUD           VALUE 'Y'.
       77  QCH-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  QCH-ACT-DESC       PIC X(10)  VALUE SPACES.
       77  QCH-RECS-LISTED    PIC 9(7)   VALUE ZEROS.
       77  QCH-EMERG-LISTED   PIC 9(7)   VALUE ZEROS.
      *
       01  QCH-HEADING1.
           05  FILLER  PIC X(46) VALUE
           05  FILLER  PIC X(52) VALUE
               'DATE     TIME     QUE  ACTION     OPR TERM'.
           05  FILLER  PIC X(81) VALUE SPACES.
      *
      * EMERGENCY CHANGE SECTION - ONE LINE PER CONFIRM MADE DURING A
      * FREEZE, WHICHEVER MAINTENANCE SCREEN IT CAME FROM.
       01  QCH-EM-HEADING1.
           05  FILLER  PIC X(50) VALUE
               'EMERGENCY CHANGES CONFIRMED DURING A CHANGE FREEZE'.
           05  FILLER  PIC X(83) VALUE SPACES.
       01  QCH-EM-HEADING2.
           05  FILLER  PIC X(60) VALUE
               'DATE     TIME     PROGRAM  QUE  OPR TERM EMERGENCY REF'.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  QCH-EM-DETAIL.
           05  QCH-EMD-DATE   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-TIME   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-PROG   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-QNAME  PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-OPID   PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-TERM   PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-EMD-REF    PIC X(12).
           05  FILLER         PIC X(80) VALUE SPACES.
       01  QCH-DETAIL.
           05  QCH-DTL-DATE   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-DTL-OPID   PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-DTL-TERM   PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  QCH-DTL-EMTAG  PIC X(10).
           05  QCH-DTL-EMREF  PIC X(12).
           05  FILLER         PIC X(68) VALUE SPACES.
       01  QCH-TEXTLINE.
           05  QCH-TL-TAG     PIC X(9).
           05  QCH-TL-TEXT    PIC X(80).
               'CHANGES LISTED        : '.
           05  QCH-TOT-READ   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  QCH-EM-TOTALS.
           05  FILLER  PIC X(24) VALUE
               'EMERGENCY CHANGES     : '.
           05  QCH-TOT-EMERG  PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
           PERFORM READ-AUD.
           GO TO RPTLP.
       FINALI.
           PERFORM EMERG-PASS.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       REPORT-ONE SECTION.
      *////////////////////
      *-- EMERGENCY RECORDS BELONG TO THE SECTION AFTER THE HISTORY.
           IF QCA-ACT-EMERGENCY
              GO TO FIN-REPORTONE.
           ADD 1 TO QCH-RECS-LISTED.
           MOVE SPACES TO QCH-ACT-DESC.
           IF QCA-ACT-ADDED
              MOVE 'ADDED     ' TO QCH-ACT-DESC
           MOVE QCH-ACT-DESC TO QCH-DTL-ACT.
           MOVE QCA-OPID   TO QCH-DTL-OPID.
           MOVE QCA-TERM   TO QCH-DTL-TERM.
           MOVE SPACES     TO QCH-DTL-EMTAG QCH-DTL-EMREF.
           IF QCA-EMERG-REF NOT = SPACES
              AND QCA-EMERG-REF NOT = LOW-VALUES
              MOVE 'EMERG REF ' TO QCH-DTL-EMTAG
              MOVE QCA-EMERG-REF TO QCH-DTL-EMREF
           END-IF.
           WRITE QCHRPT-LINE FROM QCH-DETAIL.

           IF QCA-BEFORE NOT = SPACES
           MOVE QCA-AFTER   TO QCH-TL-TEXT.
           WRITE QCHRPT-LINE FROM QCH-TEXTLINE.
       FIN-REPORTONE. EXIT.
      *////////////////////
       EMERG-PASS SECTION.
      *////////////////////
      * SECOND PASS OVER THE AUDIT FILE FOR THE 'E' RECORDS ONLY -
      * THE FREEZE THEY BROKE AND WHAT WAS CHANGED UNDER THE
      * EMERGENCY REFERENCE.
           IF FS-QCHGAUD NOT = '00' AND FS-QCHGAUD NOT = '10'
              GO TO FIN-EMERG.
           IF FS-QCHRPT NOT = '00'
              GO TO FIN-EMERG.
           CLOSE QCHGAUD.
           OPEN INPUT QCHGAUD.
           IF FS-QCHGAUD NOT = '00'
              DISPLAY 'QCHGRPT  - ERROR REOPENING QCHGAUD STATUS='
                       FS-QCHGAUD
              GO TO FIN-EMERG
           END-IF.
           MOVE 'N' TO QCH-EOF.
           MOVE SPACES TO QCHRPT-LINE.
           WRITE QCHRPT-LINE.
           WRITE QCHRPT-LINE FROM QCH-EM-HEADING1.
           WRITE QCHRPT-LINE FROM QCH-EM-HEADING2.
           PERFORM READ-EMERG.
       EMLP.
           IF QCH-END-OF-AUD GO TO FIN-EMERG END-IF.
           IF QCA-ACT-EMERGENCY
              PERFORM REPORT-EMERG
           END-IF.
           PERFORM READ-EMERG.
           GO TO EMLP.
       FIN-EMERG. EXIT.
      *////////////////////
       READ-EMERG SECTION.
      *////////////////////
           READ QCHGAUD NEXT RECORD
                AT END
                   MOVE 'Y' TO QCH-EOF
           END-READ.
       FIN-READEMERG. EXIT.
      *////////////////////
       REPORT-EMERG SECTION.
      *////////////////////
           ADD 1 TO QCH-EMERG-LISTED.
           MOVE QCA-DATE      TO QCH-EMD-DATE.
           MOVE QCA-TIME      TO QCH-EMD-TIME.
           MOVE QCA-PROGRAM   TO QCH-EMD-PROG.
           MOVE QCA-QNAME     TO QCH-EMD-QNAME.
           MOVE QCA-OPID      TO QCH-EMD-OPID.
           MOVE QCA-TERM      TO QCH-EMD-TERM.
           MOVE QCA-EMERG-REF TO QCH-EMD-REF.
           WRITE QCHRPT-LINE FROM QCH-EM-DETAIL.

           MOVE '  FREEZE:' TO QCH-TL-TAG.
           MOVE QCA-BEFORE  TO QCH-TL-TEXT.
           WRITE QCHRPT-LINE FROM QCH-TEXTLINE.
           MOVE '  CHANGE:' TO QCH-TL-TAG.
           MOVE QCA-AFTER   TO QCH-TL-TEXT.
           WRITE QCHRPT-LINE FROM QCH-TEXTLINE.
       FIN-REPORTEMERG. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE QCH-RECS-LISTED TO QCH-TOT-READ.
           WRITE QCHRPT-LINE FROM QCH-TOTALS.
           MOVE QCH-EMERG-LISTED TO QCH-TOT-EMERG.
           WRITE QCHRPT-LINE FROM QCH-EM-TOTALS.
           CLOSE QCHGAUD QCHRPT.
           DISPLAY 'QCHGRPT  - CHANGES LISTED   : ' QCH-RECS-LISTED.
           DISPLAY 'QCHGRPT  - EMERGENCY CHANGES: ' QCH-EMERG-LISTED.
       FIN-ENDJOB. EXIT.
      *////////////////////
