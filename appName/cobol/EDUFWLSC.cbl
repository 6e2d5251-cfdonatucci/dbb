      *----------------------------------------------------------------*
      *-- BATCH NIGHTLY WATCH-LIST RESCAN. EDUFILAP SCREENS A NAME ONLY
      *-- WHEN IT IS KEYED; THIS JOB SCREENS EVERY CUSTOMER ON THE
      *-- FILEAEXT EXTRACT AGAINST THE WATCHLST KSDS AS IT STANDS, SO A
      *-- CUSTOMER WHO IS LISTED AFTER OPENING THE ACCOUNT - OR WHO
      *-- CAME IN THROUGH THE EDUFONBD BATCH INTAKE - IS STILL CAUGHT.
      *-- EACH NAME IS KEYED THROUGH WLNAMEP EXACTLY AS THE LIST WAS
      *-- (SEE EDUFWLLD). A HIT IS LOOKED UP ON THE WLMATCH KSDS
      *-- (SEE EDUWLMS) UNDER CUSTOMER NUMBER AND NAME KEY:
      *--   NOT THERE - A NEW MATCH. WRITTEN OPEN, LISTED AS NEW AND
      *--               FED TO ALTF AS AN ERROR ALERT, THE SAME FEED
      *--               TRNAVRPT USES, SO COMPLIANCE IS PAGED ONCE.
      *--   OPEN      - STILL AWAITING REVIEW ON WLMMNT. LISTED, NOT
      *--               ALERTED AGAIN.
      *--   CLEARED   - A FALSE POSITIVE ALREADY DISMISSED. COUNTED.
      *-- A WATCHLST WITHOUT ITS '*WLCTL*' CONTROL RECORD HAS NEVER
      *-- BEEN LOADED: THE RUN IS REFUSED (RC 8) RATHER THAN REPORT
      *-- EVERY CUSTOMER CLEAN. RC 4 WHEN THERE ARE NEW MATCHES. THE
      *-- WLSCRPT REGISTER GOES TO RPTSTOR WITH THE REST. HOOKED INTO
      *-- THE RUNCTL CHAIN BEHIND EDUFEXTR.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFWLSC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT  ASSIGN TO FILEAEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-FILEAEXT.
           SELECT WATCHLST  ASSIGN TO WATCHLST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WL-KEY
                  FILE STATUS  IS FS-WATCHLST.
           SELECT OPTIONAL WLMATCH ASSIGN TO WLMATCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WLM-KEY
                  FILE STATUS  IS FS-WLMATCH.
           SELECT ALRTFEED  ASSIGN TO ALRTFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ALRTFEED.
           SELECT WLSCRPT   ASSIGN TO WLSCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-WLSCRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY EDUFILAS REPLACING FILEA BY FILEA-EXT.
       FD  WATCHLST
           LABEL RECORDS ARE STANDARD.
           COPY EDUWLS.
       FD  WLMATCH
           LABEL RECORDS ARE STANDARD.
           COPY EDUWLMS.
      *
      * NEW MATCHES - BATCH CANNOT LINK ALERTESC, SO THE 80-BYTE LINE
      * GOES TO THE ALTF FEED TRNAVRPT WRITES AND ALRTFDRN DRAINS.
       FD  ALRTFEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ALRTFEED-REC.
           05  AFD-SEV        PIC X(8).
           05  FILLER         PIC X.
           05  AFD-SOURCE     PIC X(8).
           05  FILLER         PIC X.
           05  AFD-TEXT       PIC X(62).
      *
       FD  WLSCRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  WLSCRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-FILEAEXT        PIC XX     VALUE SPACES.
       77  FS-WATCHLST        PIC XX     VALUE SPACES.
       77  FS-WLMATCH         PIC XX     VALUE SPACES.
       77  FS-ALRTFEED        PIC XX     VALUE SPACES.
       77  FS-WLSCRPT         PIC XX     VALUE SPACES.
       77  WSC-EOF            PIC X      VALUE 'N'.
           88  WSC-END-OF-FILEA         VALUE 'Y'.
       77  WSC-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  WSC-SCREENED       PIC 9(7)   VALUE ZEROS.
       77  WSC-NONAME         PIC 9(7)   VALUE ZEROS.
       77  WSC-NEW-CNT        PIC 9(7)   VALUE ZEROS.
       77  WSC-OPEN-CNT       PIC 9(7)   VALUE ZEROS.
       77  WSC-CLEAR-CNT      PIC 9(7)   VALUE ZEROS.
       77  WSC-ERR-CNT        PIC 9(7)   VALUE ZEROS.
       77  WSC-WARN-FLAG      PIC X      VALUE 'N'.
           88  WSC-WARN-RC              VALUE 'Y'.
       01  WSC-BUSDATE        PIC X(8)   VALUE SPACES.
       01  WSC-CUST-KEY       PIC X(20)  VALUE SPACES.
       01  WSC-ACTION         PIC X(40)  VALUE SPACES.
      * THE LIST AS LOADED - FROM THE CONTROL RECORD.
       01  WSC-LIST-DATE      PIC X(8)   VALUE SPACES.
       01  WSC-LIST-ENTRIES   PIC 9(7)   VALUE ZEROS.
       01  WSC-LIST-KEYS      PIC 9(7)   VALUE ZEROS.
      *
      * THE WATCH-LIST NAME MATCH KEY - SEE WLNAMEP.
           COPY WLNAMES.
      *
       01  WSC-HEADING1.
           05  FILLER  PIC X(37) VALUE
               'EDUFWLSC - WATCH-LIST RESCAN FOR     '.
           05  WSC-HD-DATE    PIC X(8).
           05  FILLER  PIC X(88) VALUE SPACES.
       01  WSC-HEADING2.
           05  FILLER  PIC X(17) VALUE 'LIST LOADED      '.
           05  WSC-HL-DATE    PIC X(8).
           05  FILLER  PIC X(10) VALUE '  ENTRIES '.
           05  WSC-HL-ENTRIES PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(12) VALUE '  NAME KEYS '.
           05  WSC-HL-KEYS    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(70) VALUE SPACES.
       01  WSC-HEADING3.
           05  FILLER  PIC X(46) VALUE
               'NUMBER NAME                 ENTRY      PROGRAM'.
           05  FILLER  PIC X(45) VALUE
               'ME  LISTED   ACTION                          '.
           05  FILLER  PIC X(42) VALUE SPACES.
       01  WSC-DETAIL.
           05  WSC-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  WSC-DT-NAME    PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  WSC-DT-ENTRY   PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  WSC-DT-PROGRAM PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  WSC-DT-LISTED  PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WSC-DT-ACTION  PIC X(40).
           05  FILLER         PIC X(34)  VALUE SPACES.
       01  WSC-CNTLINE.
           05  WSC-CL-LABEL   PIC X(28).
           05  WSC-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFWLSC' TO RC-THIS-PROG.
           MOVE 'EDUFEXTR' TO RC-PREREQ.
           MOVE 'FILEAEXT    ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       SCANLP.
           IF WSC-END-OF-FILEA GO TO FINALI END-IF.
           PERFORM SCAN-ONE.
           PERFORM READ-FILEAEXT.
           GO TO SCANLP.
       FINALI.
           PERFORM END-JOB.
           MOVE WSC-RECS-READ TO RC-IN-W.
           MOVE WSC-NEW-CNT   TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * NEW MATCHES FLAG THE STEP FOR THE OPERATORS. SET AFTER
      * RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF WSC-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  FILEAEXT.
           IF FS-FILEAEXT NOT = '00'
              DISPLAY 'EDUFWLSC - ERROR OPENING FILEAEXT STATUS='
                       FS-FILEAEXT
              GO TO INIT-BAD
           END-IF.

           OPEN INPUT  WATCHLST.
           IF FS-WATCHLST NOT = '00'
              DISPLAY 'EDUFWLSC - ERROR OPENING WATCHLST STATUS='
                       FS-WATCHLST
              GO TO INIT-BAD
           END-IF.

      * NO LOAD, NO SCREENING - A CLEAN REPORT OFF AN EMPTY LIST
      * WOULD BE WORSE THAN NONE.
           MOVE '*WLCTL*' TO WL-KEY.
           READ WATCHLST.
           IF FS-WATCHLST NOT = '00'
              DISPLAY 'EDUFWLSC - WATCHLST HAS NO CONTROL RECORD - '
                      'LIST NOT LOADED  STATUS=' FS-WATCHLST
              GO TO INIT-BAD
           END-IF.
           MOVE WL-LOADED      TO WSC-LIST-DATE.
           MOVE WL-CTL-ENTRIES TO WSC-LIST-ENTRIES.
           MOVE WL-CTL-KEYS    TO WSC-LIST-KEYS.

           OPEN I-O    WLMATCH.
           IF FS-WLMATCH NOT = '00' AND FS-WLMATCH NOT = '05'
              DISPLAY 'EDUFWLSC - ERROR OPENING WLMATCH  STATUS='
                       FS-WLMATCH
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT ALRTFEED.
           IF FS-ALRTFEED NOT = '00'
              DISPLAY 'EDUFWLSC - ERROR OPENING ALRTFEED STATUS='
                       FS-ALRTFEED
           END-IF.

           OPEN OUTPUT WLSCRPT.
           IF FS-WLSCRPT NOT = '00'
              DISPLAY 'EDUFWLSC - ERROR OPENING WLSCRPT  STATUS='
                       FS-WLSCRPT
              GO TO INIT-BAD
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO WSC-BUSDATE.
           MOVE WSC-BUSDATE      TO WSC-HD-DATE.
           MOVE WSC-LIST-DATE    TO WSC-HL-DATE.
           MOVE WSC-LIST-ENTRIES TO WSC-HL-ENTRIES.
           MOVE WSC-LIST-KEYS    TO WSC-HL-KEYS.
           WRITE WLSCRPT-LINE FROM WSC-HEADING1.
           WRITE WLSCRPT-LINE FROM WSC-HEADING2.
           WRITE WLSCRPT-LINE FROM WSC-HEADING3.

           PERFORM READ-FILEAEXT.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO WSC-EOF.
       FIN-INIT. EXIT.
      *////////////////////
       READ-FILEAEXT SECTION.
      *////////////////////
           READ FILEAEXT
                AT END
                   MOVE 'Y' TO WSC-EOF
           END-READ.
       FIN-READEXT. EXIT.
      *////////////////////
       SCAN-ONE SECTION.
      *////////////////////
      * THE CONTROL-TOTAL TRAILER (SEE EDUFTRLS) AND THE NEXT-NUMBER
      * CONTROL RECORD (SEE EDUNCTS) ARE NOT CUSTOMERS.
           IF NUMB IN FILEA-EXT = '999999'
              AND NAME IN FILEA-EXT (1:8) = 'TRAILER*'
              GO TO FIN-SCANONE.
           IF NUMB IN FILEA-EXT = '000000'
              AND NAME IN FILEA-EXT (1:8) = '*NUMCTL*'
              GO TO FIN-SCANONE.

           ADD 1 TO WSC-RECS-READ.

           MOVE NAME IN FILEA-EXT TO WLN-IN.
           PERFORM WLNAME-KEY.
           IF WLN-KEY = SPACES
              ADD 1 TO WSC-NONAME
              GO TO FIN-SCANONE.
           MOVE WLN-KEY TO WSC-CUST-KEY.
           ADD 1 TO WSC-SCREENED.

           MOVE WSC-CUST-KEY TO WL-KEY.
           READ WATCHLST.
           IF FS-WATCHLST = '23'
              GO TO FIN-SCANONE.
           IF FS-WATCHLST NOT = '00'
              ADD 1 TO WSC-ERR-CNT
              MOVE SPACES TO WL-REC
              MOVE 'NOT SCREENED - WATCHLST READ ERROR'
                   TO WSC-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-SCANONE.

           MOVE NUMB IN FILEA-EXT TO WLM-NUMB.
           MOVE WSC-CUST-KEY      TO WLM-WLKEY.
           READ WLMATCH.
           IF FS-WLMATCH = '00'
              GO TO SCANONE-KNOWN.
           IF FS-WLMATCH NOT = '23'
              ADD 1 TO WSC-ERR-CNT
              MOVE 'MATCH - WLMATCH READ ERROR, REVIEW BY HAND'
                   TO WSC-ACTION
              PERFORM WRITE-REGISTER
              PERFORM FEED-MATCH
              GO TO FIN-SCANONE.

      * FIRST TIME SEEN - RECORD IT OPEN AND PAGE COMPLIANCE.
           MOVE SPACES            TO WLM-REC.
           MOVE NUMB IN FILEA-EXT TO WLM-NUMB.
           MOVE WSC-CUST-KEY      TO WLM-WLKEY.
           SET WLM-OPEN TO TRUE.
           MOVE WL-ENTRY          TO WLM-ENTRY.
           MOVE NAME IN FILEA-EXT TO WLM-CUSTNAME.
           MOVE WSC-BUSDATE       TO WLM-FOUND-DATE.
           MOVE 'EDUFWLSC'        TO WLM-FOUND-BY.
           WRITE WLM-REC.
           IF FS-WLMATCH NOT = '00'
              ADD 1 TO WSC-ERR-CNT
              DISPLAY 'EDUFWLSC - ERROR WRITING WLMATCH  STATUS='
                       FS-WLMATCH ' NUMB=' WLM-NUMB
           END-IF.
           ADD 1 TO WSC-NEW-CNT.
           MOVE 'NEW MATCH - HELD FOR COMPLIANCE REVIEW' TO WSC-ACTION.
           PERFORM WRITE-REGISTER.
           PERFORM FEED-MATCH.
           GO TO FIN-SCANONE.
       SCANONE-KNOWN.
           IF WLM-CLEARED
              ADD 1 TO WSC-CLEAR-CNT
              GO TO FIN-SCANONE.
           ADD 1 TO WSC-OPEN-CNT.
           MOVE SPACES TO WSC-ACTION.
           STRING 'OPEN SINCE ' DELIMITED BY SIZE
                  WLM-FOUND-DATE DELIMITED BY SIZE
                  ' - AWAITING REVIEW' DELIMITED BY SIZE
                  INTO WSC-ACTION.
           PERFORM WRITE-REGISTER.
       FIN-SCANONE. EXIT.
      *////////////////////
       WRITE-REGISTER SECTION.
      *////////////////////
           MOVE NUMB IN FILEA-EXT TO WSC-DT-NUMB.
           MOVE NAME IN FILEA-EXT TO WSC-DT-NAME.
           MOVE WL-ENTRY          TO WSC-DT-ENTRY.
           MOVE WL-PROGRAM        TO WSC-DT-PROGRAM.
           MOVE WL-LISTED         TO WSC-DT-LISTED.
           MOVE WSC-ACTION        TO WSC-DT-ACTION.
           WRITE WLSCRPT-LINE FROM WSC-DETAIL.
       FIN-WRREG. EXIT.
      *////////////////////
       FEED-MATCH SECTION.
      *////////////////////
           MOVE SPACES TO ALRTFEED-REC.
           MOVE 'Error   ' TO AFD-SEV.
           MOVE 'EDUFWLSC' TO AFD-SOURCE.
           MOVE SPACES TO AFD-TEXT.
           STRING 'Watch-list match cust '  DELIMITED BY SIZE
                  NUMB IN FILEA-EXT         DELIMITED BY SIZE
                  ' entry '                 DELIMITED BY SIZE
                  WL-ENTRY                  DELIMITED BY SPACE
                  ' '                       DELIMITED BY SIZE
                  WL-PROGRAM                DELIMITED BY SPACE
                  INTO AFD-TEXT.
           WRITE ALRTFEED-REC.
           IF FS-ALRTFEED NOT = '00'
              DISPLAY 'EDUFWLSC - ERROR WRITING ALRTFEED STATUS='
                       FS-ALRTFEED
           END-IF.
       FIN-FEEDMATCH. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF WSC-NEW-CNT > 0
              MOVE 'Y' TO WSC-WARN-FLAG
           END-IF.
           IF WSC-ERR-CNT > 0 AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF FS-WLSCRPT NOT = '00'
              GO TO ENDJOB-CLOSE.
           MOVE SPACES TO WLSCRPT-LINE.
           WRITE WLSCRPT-LINE.
           MOVE 'CUSTOMERS READ            : ' TO WSC-CL-LABEL.
           MOVE WSC-RECS-READ TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'CUSTOMERS SCREENED        : ' TO WSC-CL-LABEL.
           MOVE WSC-SCREENED TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'NO NAME TO SCREEN         : ' TO WSC-CL-LABEL.
           MOVE WSC-NONAME TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'NEW MATCHES               : ' TO WSC-CL-LABEL.
           MOVE WSC-NEW-CNT TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'OPEN, AWAITING REVIEW     : ' TO WSC-CL-LABEL.
           MOVE WSC-OPEN-CNT TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'CLEARED FALSE POSITIVES   : ' TO WSC-CL-LABEL.
           MOVE WSC-CLEAR-CNT TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
           MOVE 'ERRORS                    : ' TO WSC-CL-LABEL.
           MOVE WSC-ERR-CNT TO WSC-CL-CNT.
           WRITE WLSCRPT-LINE FROM WSC-CNTLINE.
       ENDJOB-CLOSE.
           CLOSE FILEAEXT WATCHLST WLMATCH ALRTFEED WLSCRPT.

           DISPLAY 'EDUFWLSC - CUSTOMERS READ    : ' WSC-RECS-READ.
           DISPLAY 'EDUFWLSC - NEW MATCHES       : ' WSC-NEW-CNT.
           DISPLAY 'EDUFWLSC - OPEN MATCHES      : ' WSC-OPEN-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY WLNAMEP.
      *
           COPY RUNCTLP.
