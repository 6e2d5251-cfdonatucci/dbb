      *----------------------------------------------------------------*
      *-- DISASTER-RECOVERY CONFIGURATION EXPORT. WRITES ONE VERSIONED
      *-- BUNDLE (SEE DRBNDLS) WITH ALL THE CONTROL DATA A REGION
      *-- NEEDS TO BE REBUILT ELSEWHERE: THE INIT, INQT AND LCHK
      *-- DRIVING QUEUE DATASETS, THE SECPROF, HOLCAL, ONLCTL, ONCALL
      *-- AND HRTBEAT FILES AND THE AVTGTCTL AVAILABILITY TARGETS. EACH
      *-- SECTION CARRIES ITS RECORD COUNT IN A TRAILER AND THE BUNDLE
      *-- ENDS WITH A GRAND TRAILER, SO DRCIMP CAN PROVE THE BUNDLE IS
      *-- WHOLE BEFORE IT LOADS ANYTHING. THE EXPORT DATE AND TIME ARE
      *-- THE BUNDLE VERSION. THE SOURCE REGION COMES FROM THE DRXCTL
      *-- CONTROL FILE (ONE RECORD, THE APPLID), SINCE BATCH HAS NO
      *-- ASSIGN APPLID OF ITS OWN. THE LISTING SHOWS THE COUNT PER
      *-- SECTION. ANY FILE THAT WILL NOT OPEN ENDS THE STEP WITH
      *-- RETURN CODE 8 - A BUNDLE WITH A SECTION MISSING IS NO BUNDLE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRCEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRXCTL    ASSIGN TO DRXCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRXCTL.
           SELECT INITIN    ASSIGN TO INITIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INITIN.
           SELECT INQTIN    ASSIGN TO INQTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INQTIN.
           SELECT LCHKIN    ASSIGN TO LCHKIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LCHKIN.
           SELECT SECPROF   ASSIGN TO SECPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SEC-KEY
                  FILE STATUS  IS FS-SECPROF.
           SELECT OPTIONAL HOLCALVS ASSIGN TO HOLCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HOL-DATE
                  FILE STATUS  IS FS-HOLCAL.
           SELECT OPTIONAL ONLCTLVS ASSIGN TO ONLCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ONL-KEY
                  FILE STATUS  IS FS-ONLCTL.
           SELECT ONCALL    ASSIGN TO ONCALL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ONC-KEY
                  FILE STATUS  IS FS-ONCALL.
           SELECT HRTBEAT   ASSIGN TO HRTBEAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HB-PROG
                  FILE STATUS  IS FS-HRTBEAT.
           SELECT OPTIONAL AVTGTCTL ASSIGN TO AVTGTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-AVTGTCTL.
           SELECT DRBNDL    ASSIGN TO DRBNDL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRBNDL.
           SELECT DRXRPT    ASSIGN TO DRXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRXRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  DRXCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DRXCTL-REC.
           05  CTL-APPLID     PIC X(8).
           05  FILLER         PIC X(72).
       FD  INITIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INITIN-REC         PIC X(80).
       FD  INQTIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INQTIN-REC         PIC X(80).
       FD  LCHKIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LCHKIN-REC         PIC X(80).
       FD  SECPROF
           LABEL RECORDS ARE STANDARD.
           COPY SECPROFS.
       FD  HOLCALVS
           LABEL RECORDS ARE STANDARD.
           COPY HOLCALS.
       FD  ONLCTLVS
           LABEL RECORDS ARE STANDARD.
           COPY ONLCTLS.
       FD  ONCALL
           LABEL RECORDS ARE STANDARD.
           COPY ONCALLS.
       FD  HRTBEAT
           LABEL RECORDS ARE STANDARD.
           COPY HRTBTS.
       FD  AVTGTCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AVTGTCTL-REC       PIC X(80).
       FD  DRBNDL
           LABEL RECORDS ARE STANDARD.
           COPY DRBNDLS.
       FD  DRXRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DRXRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-DRXCTL          PIC XX     VALUE SPACES.
       77  FS-INITIN          PIC XX     VALUE SPACES.
       77  FS-INQTIN          PIC XX     VALUE SPACES.
       77  FS-LCHKIN          PIC XX     VALUE SPACES.
       77  FS-SECPROF         PIC XX     VALUE SPACES.
       77  FS-HOLCAL          PIC XX     VALUE SPACES.
       77  FS-ONLCTL          PIC XX     VALUE SPACES.
       77  FS-ONCALL          PIC XX     VALUE SPACES.
       77  FS-HRTBEAT         PIC XX     VALUE SPACES.
       77  FS-AVTGTCTL        PIC XX     VALUE SPACES.
       77  FS-DRBNDL          PIC XX     VALUE SPACES.
       77  FS-DRXRPT          PIC XX     VALUE SPACES.
       77  DRX-EOF            PIC X      VALUE 'N'.
           88  DRX-END-OF-FILE          VALUE 'Y'.
       77  DRX-STOP           PIC X      VALUE 'N'.
           88  DRX-STOPPED              VALUE 'Y'.
      *
      * THE BUNDLE FORMAT LEVEL - DRCIMP REFUSES ANY OTHER. CHANGE IT
      * TOGETHER WITH DRBNDLS AND THE SECTION LIST BELOW.
       77  DRX-FORMAT         PIC X(4)   VALUE 'DRB2'.
       77  DRX-SECTIONS       PIC 9(2)   VALUE 9.
      *
      * THE VERSION STAMP - EXPORT DATE AND TIME.
       01  DRX-VERSION.
           05  DRX-DATE       PIC X(8)   VALUE SPACES.
           05  DRX-TIME       PIC X(8)   VALUE SPACES.
       77  DRX-APPLID         PIC X(8)   VALUE SPACES.
      *
      * THE SECTION BEING WRITTEN AND THE RUNNING TOTALS.
       77  DRX-SECT-NAME      PIC X(8)   VALUE SPACES.
       77  DRX-SECT-COUNT     PIC 9(7)   VALUE ZEROS.
       77  DRX-SECT-DONE      PIC 9(2)   VALUE ZEROS.
       77  DRX-TOTAL          PIC 9(9)   VALUE ZEROS.
       77  DRX-WRITTEN        PIC 9(9)   VALUE ZEROS.
       77  DRX-IMAGE          PIC X(80)  VALUE SPACES.
      *
       01  DRX-HEADING1.
           05  FILLER  PIC X(48) VALUE
               'DRCEXP - DR CONFIGURATION BUNDLE EXPORT'.
           05  FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05  DRX-HD-DATE    PIC X(8).
           05  FILLER  PIC X(68) VALUE SPACES.
       01  DRX-HEADING2.
           05  FILLER  PIC X(15) VALUE 'SOURCE REGION  '.
           05  DRX-HD-APPLID  PIC X(8).
           05  FILLER  PIC X(18) VALUE '   BUNDLE VERSION '.
           05  DRX-HD-VDATE   PIC X(8).
           05  FILLER  PIC X     VALUE SPACE.
           05  DRX-HD-VTIME   PIC X(8).
           05  FILLER  PIC X(9)  VALUE '  FORMAT '.
           05  DRX-HD-FORMAT  PIC X(4).
           05  FILLER  PIC X(62) VALUE SPACES.
       01  DRX-HEADING3.
           05  FILLER  PIC X(30) VALUE
               'SECTION    RECORDS EXPORTED'.
           05  FILLER  PIC X(103) VALUE SPACES.
       01  DRX-DETAIL.
           05  DRX-DT-SECT    PIC X(8).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DRX-DT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(113) VALUE SPACES.
      *
       01  DRX-CNTLINE.
           05  DRX-CL-LABEL   PIC X(34).
           05  DRX-CL-CNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(88) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF DRX-STOPPED
              GO TO FINALI.
           PERFORM EXPORT-INIT.
           PERFORM EXPORT-INQT.
           PERFORM EXPORT-LCHK.
           PERFORM EXPORT-SECPROF.
           PERFORM EXPORT-HOLCAL.
           PERFORM EXPORT-ONLCTL.
           PERFORM EXPORT-ONCALL.
           PERFORM EXPORT-HRTBEAT.
           PERFORM EXPORT-AVTGT.
           PERFORM END-JOB.
       FINALI.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT DRX-DATE FROM DATE YYYYMMDD.
           ACCEPT DRX-TIME FROM TIME.

           OPEN INPUT DRXCTL.
           IF FS-DRXCTL NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING DRXCTL   STATUS='
                       FS-DRXCTL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.
           READ DRXCTL
                AT END
                   MOVE SPACES TO DRXCTL-REC
           END-READ.
           MOVE CTL-APPLID TO DRX-APPLID.
           CLOSE DRXCTL.
           IF DRX-APPLID = SPACES
              DISPLAY 'DRCEXP - NO SOURCE REGION ON DRXCTL'
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT INITIN.
           IF FS-INITIN NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING INITIN   STATUS='
                       FS-INITIN
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT INQTIN.
           IF FS-INQTIN NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING INQTIN   STATUS='
                       FS-INQTIN
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT LCHKIN.
           IF FS-LCHKIN NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING LCHKIN   STATUS='
                       FS-LCHKIN
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT SECPROF.
           IF FS-SECPROF NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING SECPROF  STATUS='
                       FS-SECPROF
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT HOLCALVS.
           IF FS-HOLCAL NOT = '00' AND FS-HOLCAL NOT = '05'
              DISPLAY 'DRCEXP - ERROR OPENING HOLCAL   STATUS='
                       FS-HOLCAL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT ONLCTLVS.
           IF FS-ONLCTL NOT = '00' AND FS-ONLCTL NOT = '05'
              DISPLAY 'DRCEXP - ERROR OPENING ONLCTL   STATUS='
                       FS-ONLCTL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT ONCALL.
           IF FS-ONCALL NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING ONCALL   STATUS='
                       FS-ONCALL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT HRTBEAT.
           IF FS-HRTBEAT NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING HRTBEAT  STATUS='
                       FS-HRTBEAT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT AVTGTCTL.
           IF FS-AVTGTCTL NOT = '00' AND FS-AVTGTCTL NOT = '05'
              DISPLAY 'DRCEXP - ERROR OPENING AVTGTCTL STATUS='
                       FS-AVTGTCTL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DRBNDL.
           IF FS-DRBNDL NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING DRBNDL   STATUS='
                       FS-DRBNDL
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT DRXRPT.
           IF FS-DRXRPT NOT = '00'
              DISPLAY 'DRCEXP - ERROR OPENING DRXRPT   STATUS='
                       FS-DRXRPT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           MOVE DRX-DATE      TO DRX-HD-DATE.
           MOVE DRX-APPLID    TO DRX-HD-APPLID.
           MOVE DRX-DATE      TO DRX-HD-VDATE.
           MOVE DRX-TIME      TO DRX-HD-VTIME.
           MOVE DRX-FORMAT    TO DRX-HD-FORMAT.
           WRITE DRXRPT-LINE FROM DRX-HEADING1.
           WRITE DRXRPT-LINE FROM DRX-HEADING2.
           MOVE SPACES TO DRXRPT-LINE.
           WRITE DRXRPT-LINE.
           WRITE DRXRPT-LINE FROM DRX-HEADING3.

           MOVE SPACES        TO DRB-REC.
           SET DRB-HEADER     TO TRUE.
           MOVE ZEROS         TO DRB-SEQ.
           MOVE DRX-FORMAT    TO DRB-H-FORMAT.
           MOVE DRX-VERSION   TO DRB-H-VERSION.
           MOVE DRX-APPLID    TO DRB-H-REGION.
           MOVE DRX-SECTIONS  TO DRB-H-SECTIONS.
           PERFORM PUT-BUNDLE.
       FIN-INIT. EXIT.
      *////////////////////
       STOP-RUN-8 SECTION.
      *////////////////////
           MOVE 'Y' TO DRX-STOP.
           MOVE 8 TO RETURN-CODE.
       FIN-STOPRUN8. EXIT.
      *////////////////////
      * THE DRIVING QUEUES GO OUT LINE FOR LINE - COMMENTS, CONTROL
      * LINES AND ALL - SO THE TARGET QUEUE READS EXACTLY AS THE
      * SOURCE ONE DID.
      *////////////////////
       EXPORT-INIT SECTION.
      *////////////////////
           MOVE 'INIT    ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM INIT-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPINIT. EXIT.
      *////////////////////
       INIT-ONE SECTION.
      *////////////////////
           READ INITIN
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-INITONE.
           MOVE INITIN-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-INITONE. EXIT.
      *////////////////////
       EXPORT-INQT SECTION.
      *////////////////////
           MOVE 'INQT    ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM INQT-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPINQT. EXIT.
      *////////////////////
       INQT-ONE SECTION.
      *////////////////////
           READ INQTIN
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-INQTONE.
           MOVE INQTIN-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-INQTONE. EXIT.
      *////////////////////
       EXPORT-LCHK SECTION.
      *////////////////////
           MOVE 'LCHK    ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM LCHK-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPLCHK. EXIT.
      *////////////////////
       LCHK-ONE SECTION.
      *////////////////////
           READ LCHKIN
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-LCHKONE.
           MOVE LCHKIN-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-LCHKONE. EXIT.
      *////////////////////
      * THE FILES GO OUT IN KEY ORDER, WHICH IS THE ORDER DRCIMP
      * RELOADS THEM IN.
      *////////////////////
       EXPORT-SECPROF SECTION.
      *////////////////////
           MOVE 'SECPROF ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM SECPROF-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPSECPROF. EXIT.
      *////////////////////
       SECPROF-ONE SECTION.
      *////////////////////
           READ SECPROF NEXT RECORD
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-SECPROFONE.
           MOVE SEC-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-SECPROFONE. EXIT.
      *////////////////////
       EXPORT-HOLCAL SECTION.
      *////////////////////
           MOVE 'HOLCAL  ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM HOLCAL-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPHOLCAL. EXIT.
      *////////////////////
       HOLCAL-ONE SECTION.
      *////////////////////
           READ HOLCALVS NEXT RECORD
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-HOLCALONE.
           MOVE HOL-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-HOLCALONE. EXIT.
      *////////////////////
       EXPORT-ONLCTL SECTION.
      *////////////////////
           MOVE 'ONLCTL  ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM ONLCTL-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPONLCTL. EXIT.
      *////////////////////
       ONLCTL-ONE SECTION.
      *////////////////////
           READ ONLCTLVS NEXT RECORD
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-ONLCTLONE.
           MOVE ONL-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-ONLCTLONE. EXIT.
      *////////////////////
       EXPORT-ONCALL SECTION.
      *////////////////////
           MOVE 'ONCALL  ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM ONCALL-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPONCALL. EXIT.
      *////////////////////
       ONCALL-ONE SECTION.
      *////////////////////
           READ ONCALL NEXT RECORD
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-ONCALLONE.
           MOVE ONC-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-ONCALLONE. EXIT.
      *////////////////////
       EXPORT-HRTBEAT SECTION.
      *////////////////////
           MOVE 'HRTBEAT ' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM HRTBEAT-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPHRTBEAT. EXIT.
      *////////////////////
       HRTBEAT-ONE SECTION.
      *////////////////////
           READ HRTBEAT NEXT RECORD
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-HRTBEATONE.
           MOVE HB-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-HRTBEATONE. EXIT.
      *////////////////////
       EXPORT-AVTGT SECTION.
      *////////////////////
           MOVE 'AVTGTCTL' TO DRX-SECT-NAME.
           PERFORM SECTION-START.
           MOVE 'N' TO DRX-EOF.
           PERFORM AVTGT-ONE UNTIL DRX-END-OF-FILE.
           PERFORM SECTION-END.
       FIN-EXPAVTGT. EXIT.
      *////////////////////
       AVTGT-ONE SECTION.
      *////////////////////
           READ AVTGTCTL
                AT END
                   MOVE 'Y' TO DRX-EOF
           END-READ.
           IF DRX-END-OF-FILE
              GO TO FIN-AVTGTONE.
           MOVE AVTGTCTL-REC TO DRX-IMAGE.
           PERFORM SECTION-DATA.
       FIN-AVTGTONE. EXIT.
      *////////////////////
       SECTION-START SECTION.
      *////////////////////
           MOVE ZEROS         TO DRX-SECT-COUNT.
           MOVE SPACES        TO DRB-REC.
           SET DRB-SECT-START TO TRUE.
           MOVE DRX-SECT-NAME TO DRB-SECTION.
           MOVE ZEROS         TO DRB-SEQ.
           PERFORM PUT-BUNDLE.
       FIN-SECTSTART. EXIT.
      *////////////////////
       SECTION-DATA SECTION.
      *////////////////////
           ADD 1 TO DRX-SECT-COUNT.
           ADD 1 TO DRX-TOTAL.
           MOVE SPACES         TO DRB-REC.
           SET DRB-DATA-LINE   TO TRUE.
           MOVE DRX-SECT-NAME  TO DRB-SECTION.
           MOVE DRX-SECT-COUNT TO DRB-SEQ.
           MOVE DRX-IMAGE      TO DRB-DATA.
           PERFORM PUT-BUNDLE.
       FIN-SECTDATA. EXIT.
      *////////////////////
       SECTION-END SECTION.
      *////////////////////
           MOVE SPACES           TO DRB-REC.
           SET DRB-SECT-TRAILER  TO TRUE.
           MOVE DRX-SECT-NAME    TO DRB-SECTION.
           MOVE ZEROS            TO DRB-SEQ.
           MOVE DRX-SECT-COUNT   TO DRB-T-COUNT.
           PERFORM PUT-BUNDLE.
           ADD 1 TO DRX-SECT-DONE.

           MOVE DRX-SECT-NAME    TO DRX-DT-SECT.
           MOVE DRX-SECT-COUNT   TO DRX-DT-COUNT.
           WRITE DRXRPT-LINE FROM DRX-DETAIL.
       FIN-SECTEND. EXIT.
      *////////////////////
       PUT-BUNDLE SECTION.
      *////////////////////
           WRITE DRB-REC.
           IF FS-DRBNDL NOT = '00'
              DISPLAY 'DRCEXP - ERROR WRITING DRBNDL   STATUS='
                       FS-DRBNDL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PUTBNDL
           END-IF.
           ADD 1 TO DRX-WRITTEN.
       FIN-PUTBNDL. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES          TO DRB-REC.
           SET DRB-BUNDLE-TRAILER TO TRUE.
           MOVE ZEROS           TO DRB-SEQ.
           MOVE DRX-SECT-DONE   TO DRB-Z-SECTIONS.
           MOVE DRX-TOTAL       TO DRB-Z-TOTAL.
           MOVE DRX-VERSION     TO DRB-Z-VERSION.
           PERFORM PUT-BUNDLE.

           MOVE SPACES TO DRXRPT-LINE.
           WRITE DRXRPT-LINE.
           MOVE 'SECTIONS EXPORTED               : ' TO DRX-CL-LABEL.
           MOVE DRX-SECT-DONE TO DRX-CL-CNT.
           WRITE DRXRPT-LINE FROM DRX-CNTLINE.
           MOVE 'DATA RECORDS EXPORTED           : ' TO DRX-CL-LABEL.
           MOVE DRX-TOTAL TO DRX-CL-CNT.
           WRITE DRXRPT-LINE FROM DRX-CNTLINE.
           MOVE 'BUNDLE LINES WRITTEN            : ' TO DRX-CL-LABEL.
           MOVE DRX-WRITTEN TO DRX-CL-CNT.
           WRITE DRXRPT-LINE FROM DRX-CNTLINE.

           CLOSE INITIN INQTIN LCHKIN SECPROF HOLCALVS ONLCTLVS ONCALL
                 HRTBEAT AVTGTCTL DRBNDL DRXRPT.
           DISPLAY 'DRCEXP - BUNDLE VERSION     : ' DRX-DATE ' '
                   DRX-TIME.
           DISPLAY 'DRCEXP - DATA RECORDS       : ' DRX-TOTAL.
       FIN-ENDJOB. EXIT.
      *////////////////////
