      *----------------------------------------------------------------*
      *-- BATCH NIGHTLY LOAD OF THE DAY'S EDUJ JOURNAL ARCHIVE INTO
      *-- THE JRNHIST HISTORY FILE (SEE EDUJHSS), SO AN OLD DISPUTE IS
      *-- ANSWERED ONLINE BY JRNINQ INSTEAD OF BY RESTORING EDJA
      *-- DATASETS. RUNS AFTER TERMTRAN HAS DRAINED EDUJ TO EDJA AT
      *-- SHUTDOWN. THE EDJAIN INPUT IS THAT ARCHIVE (30-BYTE EDUJRNS
      *-- LINES - THE ONBJRN BATCH-ADD JOURNAL MAY BE CONCATENATED
      *-- BEHIND IT, AS FOR EDUJRECN). IT IS READ TWICE: THE FIRST
      *-- PASS LOOKS FOR TERMTRAN'S CLOSING CONTROL RECORD (CUSTOMER
      *-- 999999, FUNCTION 'Z', OPERATOR 'EOD', TERMINAL 'TERM') AND
      *-- REFUSES THE LOAD WITH RC 8 WHEN THERE IS NONE - THE REGION
      *-- DID NOT SHUT DOWN CLEANLY AND THE DAY IS SHORT - OR MORE
      *-- THAN ONE (TWO DAYS IN ONE INPUT). THE SECOND PASS WRITES
      *-- EVERY CUSTOMER ENTRY UNDER CUSTOMER + DATE + TIME, WITH A
      *-- SEQUENCE FOR ENTRIES IN THE SAME SECOND. THE ARCHIVE IS
      *-- REMEMBERED ON A LOAD RECORD UNDER CUSTOMER '000000', KEYED
      *-- ON THE CONTROL RECORD'S DATE AND TIME: A LOAD RECORD ALREADY
      *-- COMPLETE MEANS THE ARCHIVE IS ON FILE AND NOTHING IS DONE
      *-- (RC 4); ONE LEFT PARTIAL BY A FAILED RUN IS FINISHED, ENTRIES
      *-- ALREADY LOADED FROM THE SAME ARCHIVE BEING SKIPPED. THE
      *-- RETENTION PERIOD IS APPLIED BY EDUFPURG (PURGCTL TYPE
      *-- JRNHIST). THE JHLDRPT REGISTER GOES TO RPTSTOR WITH THE
      *-- REST. HOOKED INTO THE RUNCTL CHAIN; NO PREREQUISITE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFJHLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDJAIN    ASSIGN TO EDJAIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDJAIN.
           SELECT JRNHIST   ASSIGN TO JRNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS JHS-KEY
                  FILE STATUS  IS FS-JRNHIST.
           SELECT JHLDRPT   ASSIGN TO JHLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-JHLDRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDJAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  EDJAIN-REC          PIC X(30).
      *
       FD  JRNHIST
           LABEL RECORDS ARE STANDARD.
           COPY EDUJHSS.
      *
       FD  JHLDRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JHLDRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-EDJAIN          PIC XX     VALUE SPACES.
       77  FS-JRNHIST         PIC XX     VALUE SPACES.
       77  FS-JHLDRPT         PIC XX     VALUE SPACES.
       77  JHL-EOF            PIC X      VALUE 'N'.
           88  JHL-END-OF-INPUT         VALUE 'Y'.
       77  JHL-OPEN-BAD       PIC X      VALUE 'N'.
           88  JHL-OPEN-FAILED          VALUE 'Y'.
       77  JHL-REFUSE         PIC X      VALUE 'N'.
           88  JHL-REFUSED              VALUE 'Y'.
       77  JHL-WARN-FLAG      PIC X      VALUE 'N'.
           88  JHL-WARN-RC              VALUE 'Y'.
      * 'Y' WHEN A PARTIAL LOAD OF THIS ARCHIVE IS BEING FINISHED - A
      * DUPLICATE KEY MAY THEN BE THE ENTRY THE FAILED RUN WROTE.
       77  JHL-RESUME         PIC X      VALUE 'N'.
           88  JHL-RESUMING             VALUE 'Y'.
       77  JHL-PLACED         PIC X      VALUE 'N'.
           88  JHL-ENTRY-PLACED         VALUE 'Y'.
      *
       77  JHL-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  JHL-CTL-CNT        PIC 9(7)   VALUE ZEROS.
       77  JHL-LOADED         PIC 9(7)   VALUE ZEROS.
       77  JHL-ALREADY        PIC 9(7)   VALUE ZEROS.
       77  JHL-NONCUST        PIC 9(7)   VALUE ZEROS.
       77  JHL-ERRORS         PIC 9(7)   VALUE ZEROS.
       77  JHL-REFUSE-TEXT    PIC X(60)  VALUE SPACES.
      *
       01  JHL-TODAY          PIC X(8)   VALUE SPACES.
      * THE ARCHIVE BEING LOADED - DATE AND TIME ON ITS CONTROL RECORD.
       01  JHL-ARCHID.
           05  JHL-ARCH-FECHA PIC X(8)   VALUE SPACES.
           05  JHL-ARCH-HORA  PIC X(8)   VALUE SPACES.
      * THE ENTRY IN HAND, AND THE ONE ON FILE UNDER A DUPLICATE KEY.
       01  JHL-ENTRY          PIC X(80)  VALUE SPACES.
           COPY EDUJRNS.
      *
       01  JHL-HEADING1.
           05  FILLER  PIC X(44) VALUE
               'EDUFJHLD - EDUJ JOURNAL HISTORY LOAD        '.
           05  FILLER  PIC X(15) VALUE 'BUSINESS DATE '.
           05  JHL-HD-DATE    PIC X(8).
           05  FILLER  PIC X(66) VALUE SPACES.
       01  JHL-ARCH-LINE.
           05  FILLER  PIC X(40) VALUE
               'EDJA ARCHIVE CLOSED BY TERMTRAN ON    : '.
           05  JHL-AL-FECHA   PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  JHL-AL-HORA    PIC X(8).
           05  FILLER         PIC X(76)  VALUE SPACES.
       01  JHL-MSG-LINE.
           05  JHL-ML-TEXT    PIC X(60).
           05  FILLER         PIC X(73)  VALUE SPACES.
       01  JHL-ERR-LINE.
           05  FILLER  PIC X(30) VALUE
               'NOT LOADED - CUSTOMER/DATE    '.
           05  JHL-EL-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  JHL-EL-FECHA   PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  JHL-EL-HORA    PIC X(8).
           05  FILLER  PIC X(9)  VALUE ' STATUS '.
           05  JHL-EL-FS      PIC XX.
           05  FILLER         PIC X(68)  VALUE SPACES.
       01  JHL-CNTLINE.
           05  JHL-CL-LABEL   PIC X(40).
           05  JHL-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFJHLD' TO RC-THIS-PROG.
           MOVE SPACES     TO RC-PREREQ.
           MOVE 'EDJAIN      ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF JHL-OPEN-FAILED
              PERFORM RUNCTL-END
              STOP RUN
           END-IF.
           PERFORM VERIFY-ARCHIVE.
           IF NOT JHL-REFUSED
              PERFORM CHECK-LOADED
           END-IF.
           IF NOT JHL-REFUSED
              PERFORM LOAD-ARCHIVE
           END-IF.
           PERFORM END-JOB.
           MOVE JHL-RECS-READ TO RC-IN-W.
           MOVE JHL-LOADED    TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * AN ARCHIVE ALREADY LOADED IS A RERUN, NOT A FAILURE. SET AFTER
      * RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF JHL-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN I-O JRNHIST.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR OPENING JRNHIST  STATUS='
                       FS-JRNHIST
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT JHLDRPT.
           IF FS-JHLDRPT NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR OPENING JHLDRPT  STATUS='
                       FS-JHLDRPT
              CLOSE JRNHIST
              GO TO INIT-BAD
           END-IF.

           IF RC-BUSDATE-W NOT = SPACES
              MOVE RC-BUSDATE-W TO JHL-TODAY
           ELSE
              ACCEPT JHL-TODAY FROM DATE YYYYMMDD
           END-IF.
           MOVE JHL-TODAY TO JHL-HD-DATE.
           WRITE JHLDRPT-LINE FROM JHL-HEADING1.
           MOVE SPACES TO JHLDRPT-LINE.
           WRITE JHLDRPT-LINE.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO JHL-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       VERIFY-ARCHIVE SECTION.
      *////////////////////
      * FIRST PASS - EXACTLY ONE CLOSING CONTROL RECORD, OR NOTHING IS
      * LOADED. A SHORT DAY LOADED NOW COULD NOT BE TOPPED UP LATER
      * WITHOUT DOUBLING WHAT IS ALREADY THERE.
           OPEN INPUT EDJAIN.
           IF FS-EDJAIN NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR OPENING EDJAIN   STATUS='
                       FS-EDJAIN
              MOVE 'EDJA ARCHIVE COULD NOT BE OPENED - NOTHING LOADED'
                   TO JHL-REFUSE-TEXT
              GO TO VERIFY-REFUSE.
           MOVE 'N' TO JHL-EOF.
           MOVE 0   TO JHL-CTL-CNT.
           PERFORM VERIFY-ONE UNTIL JHL-END-OF-INPUT.
           CLOSE EDJAIN.

           IF JHL-CTL-CNT = 0
              MOVE 'NO TERMTRAN CLOSING RECORD - SHORT DAY, NOT LOADED'
                   TO JHL-REFUSE-TEXT
              GO TO VERIFY-REFUSE.
           IF JHL-CTL-CNT > 1
              MOVE 'MORE THAN ONE CLOSING RECORD - NOT LOADED'
                   TO JHL-REFUSE-TEXT
              GO TO VERIFY-REFUSE.

           MOVE JHL-ARCH-FECHA TO JHL-AL-FECHA.
           MOVE JHL-ARCH-HORA  TO JHL-AL-HORA.
           WRITE JHLDRPT-LINE FROM JHL-ARCH-LINE.
           GO TO FIN-VERIFY.
       VERIFY-REFUSE.
           MOVE 'Y' TO JHL-REFUSE.
           MOVE 8   TO RETURN-CODE.
           MOVE JHL-REFUSE-TEXT TO JHL-ML-TEXT.
           WRITE JHLDRPT-LINE FROM JHL-MSG-LINE.
           DISPLAY 'EDUFJHLD - ' JHL-REFUSE-TEXT.
       FIN-VERIFY. EXIT.
      *////////////////////
       VERIFY-ONE SECTION.
      *////////////////////
           READ EDJAIN INTO EDF-JOURNAL
                AT END
                   MOVE 'Y' TO JHL-EOF
           END-READ.
           IF JHL-END-OF-INPUT
              GO TO FIN-VERIFY1.
           ADD 1 TO JHL-RECS-READ.
           IF EDF-JRN-NUMB = '999999' AND EDF-JRN-FUNC = 'Z'
              AND EDF-JRN-OPID = 'EOD' AND EDF-JRN-TERM = 'TERM'
              ADD 1 TO JHL-CTL-CNT
              MOVE EDF-JRN-FECHA TO JHL-ARCH-FECHA
              MOVE EDF-JRN-HORA  TO JHL-ARCH-HORA
           END-IF.
       FIN-VERIFY1. EXIT.
      *////////////////////
       CHECK-LOADED SECTION.
      *////////////////////
      * THE LOAD RECORD FOR THIS ARCHIVE. COMPLETE - ALREADY ON FILE.
      * PARTIAL - A FAILED RUN IS FINISHED. NONE - A NEW LOAD, MARKED
      * PARTIAL UNTIL THE LAST ENTRY IS WRITTEN.
           MOVE SPACES         TO JHS-REC.
           MOVE '000000'       TO JHS-NUMB.
           MOVE JHL-ARCH-FECHA TO JHS-FECHA.
           MOVE JHL-ARCH-HORA  TO JHS-HORA.
           MOVE 0              TO JHS-SEQ.
           READ JRNHIST RECORD KEY IS JHS-KEY.
           IF FS-JRNHIST = '00'
              IF JHS-LOAD-DONE
                 MOVE 'ARCHIVE ALREADY LOADED - NOTHING DONE'
                      TO JHL-ML-TEXT
                 WRITE JHLDRPT-LINE FROM JHL-MSG-LINE
                 DISPLAY 'EDUFJHLD - ARCHIVE ALREADY LOADED'
                 MOVE 'Y' TO JHL-REFUSE
                 MOVE 'Y' TO JHL-WARN-FLAG
                 GO TO FIN-CHKLOAD
              END-IF
              MOVE 'Y' TO JHL-RESUME
              MOVE 'FINISHING A PARTIAL LOAD OF THIS ARCHIVE'
                   TO JHL-ML-TEXT
              WRITE JHLDRPT-LINE FROM JHL-MSG-LINE
              GO TO FIN-CHKLOAD.
           IF FS-JRNHIST NOT = '23'
              DISPLAY 'EDUFJHLD - ERROR READING JRNHIST  STATUS='
                       FS-JRNHIST
              MOVE 'JRNHIST LOAD RECORD UNREADABLE - NOT LOADED'
                   TO JHL-ML-TEXT
              WRITE JHLDRPT-LINE FROM JHL-MSG-LINE
              MOVE 'Y' TO JHL-REFUSE
              MOVE 8   TO RETURN-CODE
              GO TO FIN-CHKLOAD.

           MOVE SPACES         TO JHS-REC.
           MOVE '000000'       TO JHS-NUMB.
           MOVE JHL-ARCH-FECHA TO JHS-FECHA.
           MOVE JHL-ARCH-HORA  TO JHS-HORA.
           MOVE 0              TO JHS-SEQ.
           MOVE 'Z'            TO JHS-FUNC.
           MOVE 'EOD'          TO JHS-OPID.
           MOVE 'TERM'         TO JHS-TERM.
           MOVE JHL-ARCHID     TO JHS-ARCHID.
           MOVE JHL-TODAY      TO JHS-LOADED.
           MOVE 'P'            TO JHS-LOAD-STATE.
           MOVE 0              TO JHS-LOAD-COUNT.
           WRITE JHS-REC.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR WRITING JRNHIST  STATUS='
                       FS-JRNHIST
              MOVE 'JRNHIST LOAD RECORD NOT WRITTEN - NOT LOADED'
                   TO JHL-ML-TEXT
              WRITE JHLDRPT-LINE FROM JHL-MSG-LINE
              MOVE 'Y' TO JHL-REFUSE
              MOVE 8   TO RETURN-CODE
           END-IF.
       FIN-CHKLOAD. EXIT.
      *////////////////////
       LOAD-ARCHIVE SECTION.
      *////////////////////
      * SECOND PASS - EVERY CUSTOMER ENTRY. THE CONTROL RECORD AND THE
      * ENTRIES NOT AGAINST A CUSTOMER (CAPTURE-GAP MARKERS, BROWSES
      * STARTED ON A BLANK KEY) ARE COUNTED AND LEFT OUT.
           OPEN INPUT EDJAIN.
           IF FS-EDJAIN NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR OPENING EDJAIN   STATUS='
                       FS-EDJAIN
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADARCH.
           MOVE 'N' TO JHL-EOF.
           PERFORM LOAD-ONE UNTIL JHL-END-OF-INPUT.
           CLOSE EDJAIN.

      * ONLY A LOAD WITH EVERY ENTRY ON FILE IS MARKED COMPLETE - AN
      * ERROR LEAVES IT PARTIAL FOR THE RERUN TO FINISH.
           IF JHL-ERRORS > 0
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADARCH.
           MOVE SPACES         TO JHS-REC.
           MOVE '000000'       TO JHS-NUMB.
           MOVE JHL-ARCH-FECHA TO JHS-FECHA.
           MOVE JHL-ARCH-HORA  TO JHS-HORA.
           MOVE 0              TO JHS-SEQ.
           READ JRNHIST RECORD KEY IS JHS-KEY.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR READING JRNHIST  STATUS='
                       FS-JRNHIST
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADARCH.
           MOVE 'C'        TO JHS-LOAD-STATE.
           ADD JHL-LOADED  TO JHS-LOAD-COUNT.
           MOVE JHL-TODAY  TO JHS-LOADED.
           REWRITE JHS-REC.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFJHLD - ERROR REWRITING JRNHIST STATUS='
                       FS-JRNHIST
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-LOADARCH. EXIT.
      *////////////////////
       LOAD-ONE SECTION.
      *////////////////////
           READ EDJAIN INTO EDF-JOURNAL
                AT END
                   MOVE 'Y' TO JHL-EOF
           END-READ.
           IF JHL-END-OF-INPUT
              GO TO FIN-LOADONE.
           IF EDF-JRN-NUMB NOT NUMERIC
              OR EDF-JRN-NUMB = '000000' OR EDF-JRN-NUMB = '999999'
              ADD 1 TO JHL-NONCUST
              GO TO FIN-LOADONE.

           MOVE SPACES         TO JHS-REC.
           MOVE EDF-JRN-NUMB   TO JHS-NUMB.
           MOVE EDF-JRN-FECHA  TO JHS-FECHA.
           MOVE EDF-JRN-HORA   TO JHS-HORA.
           MOVE 0              TO JHS-SEQ.
           MOVE EDF-JRN-FUNC   TO JHS-FUNC.
           MOVE EDF-JRN-OPID   TO JHS-OPID.
           MOVE EDF-JRN-TERM   TO JHS-TERM.
           MOVE JHL-ARCHID     TO JHS-ARCHID.
           MOVE JHL-TODAY      TO JHS-LOADED.
           MOVE ZEROS          TO JHS-LOAD-COUNT.
           MOVE JHS-REC        TO JHL-ENTRY.
           MOVE 'N'            TO JHL-PLACED.
           PERFORM PLACE-ENTRY UNTIL JHL-ENTRY-PLACED.
       FIN-LOADONE. EXIT.
      *////////////////////
       PLACE-ENTRY SECTION.
      *////////////////////
      * A DUPLICATE KEY IS ANOTHER ENTRY IN THE SAME SECOND - TAKE THE
      * NEXT SEQUENCE. WHEN FINISHING A PARTIAL LOAD, THE SAME ENTRY
      * FROM THE SAME ARCHIVE IS THE ONE THE FAILED RUN WROTE.
           WRITE JHS-REC.
           IF FS-JRNHIST = '00'
              ADD 1 TO JHL-LOADED
              MOVE 'Y' TO JHL-PLACED
              GO TO FIN-PLACE.
           IF FS-JRNHIST NOT = '22'
              GO TO PLACE-ERROR.

           IF JHL-RESUMING
              READ JRNHIST RECORD KEY IS JHS-KEY
              IF FS-JRNHIST = '00'
                 AND JHS-FUNC   = JHL-ENTRY(26:1)
                 AND JHS-OPID   = JHL-ENTRY(27:3)
                 AND JHS-TERM   = JHL-ENTRY(30:4)
                 AND JHS-ARCHID = JHL-ARCHID
                 ADD 1 TO JHL-ALREADY
                 MOVE 'Y' TO JHL-PLACED
                 GO TO FIN-PLACE
              END-IF
              MOVE JHL-ENTRY TO JHS-REC
           END-IF.

           IF JHS-SEQ = 999
              GO TO PLACE-ERROR.
           ADD 1 TO JHS-SEQ.
           MOVE JHS-SEQ TO JHL-ENTRY(23:3).
           GO TO FIN-PLACE.
       PLACE-ERROR.
           DISPLAY 'EDUFJHLD - ERROR WRITING JRNHIST  KEY=' JHS-KEY
                   ' STATUS=' FS-JRNHIST.
           ADD 1 TO JHL-ERRORS.
           MOVE JHS-NUMB   TO JHL-EL-NUMB.
           MOVE JHS-FECHA  TO JHL-EL-FECHA.
           MOVE JHS-HORA   TO JHL-EL-HORA.
           MOVE FS-JRNHIST TO JHL-EL-FS.
           WRITE JHLDRPT-LINE FROM JHL-ERR-LINE.
           MOVE 'Y' TO JHL-PLACED.
       FIN-PLACE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO JHLDRPT-LINE.
           WRITE JHLDRPT-LINE.
           MOVE 'JOURNAL LINES READ                    : '
                TO JHL-CL-LABEL.
           MOVE JHL-RECS-READ TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.
           MOVE 'CLOSING CONTROL RECORDS               : '
                TO JHL-CL-LABEL.
           MOVE JHL-CTL-CNT TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.
           MOVE 'ENTRIES LOADED                        : '
                TO JHL-CL-LABEL.
           MOVE JHL-LOADED TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.
           MOVE 'ENTRIES ALREADY LOADED BY A FAILED RUN: '
                TO JHL-CL-LABEL.
           MOVE JHL-ALREADY TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.
           MOVE 'LINES NOT AGAINST A CUSTOMER          : '
                TO JHL-CL-LABEL.
           MOVE JHL-NONCUST TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.
           MOVE 'ENTRIES NOT LOADED - ERRORS           : '
                TO JHL-CL-LABEL.
           MOVE JHL-ERRORS TO JHL-CL-CNT.
           WRITE JHLDRPT-LINE FROM JHL-CNTLINE.

           CLOSE JRNHIST JHLDRPT.
           DISPLAY 'EDUFJHLD - JOURNAL LINES READ : ' JHL-RECS-READ.
           DISPLAY 'EDUFJHLD - ENTRIES LOADED     : ' JHL-LOADED.
           DISPLAY 'EDUFJHLD - ENTRIES IN ERROR   : ' JHL-ERRORS.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
