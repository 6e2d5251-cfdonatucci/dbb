      *----------------------------------------------------------------*
      *-- BATCH SANCTIONS WATCH-LIST LOAD. REBUILDS THE WATCHLST KSDS
      *-- (SEE EDUWLS) FROM THE LIST THE REGULATOR PUBLISHES, RUN EACH
      *-- TIME A NEW LIST ARRIVES. THE WLPUBL INPUT IS ONE 100-BYTE
      *-- RECORD PER LISTED NAME (ALIASES ARE RECORDS OF THEIR OWN):
      *--   COLS  1-10  REGULATOR'S ENTRY REFERENCE
      *--   COLS 11-20  SANCTIONS PROGRAMME
      *--   COLS 21-28  DATE LISTED, YYYYMMDD
      *--   COLS 29-88  NAME AS PUBLISHED
      *-- EVERY NAME IS KEYED THROUGH WLNAMEP THE SAME WAY EDUFILAP AND
      *-- EDUFWLSC KEY A CUSTOMER; A NAME PUBLISHED AS SURNAME, GIVEN
      *-- NAMES IS KEYED BOTH WAYS ROUND. THE KEYS GO TO A WORK FILE,
      *-- ARE SORTED AND LOADED IN KEY ORDER OVER THE OLD LIST, WITH
      *-- THE '*WLCTL*' CONTROL RECORD (LOAD DATE AND TOTALS) AHEAD OF
      *-- THEM. TWO ENTRIES KEYING THE SAME KEEP THE FIRST BY ENTRY
      *-- REFERENCE - A CUSTOMER MATCHING EITHER IS HELD ALL THE SAME.
      *-- AN ENTRY WITH NO REFERENCE OR NO USABLE NAME IS LISTED AS
      *-- REJECTED (RC 4). AN INPUT THAT YIELDS NO KEYS AT ALL LEAVES
      *-- THE OLD LIST IN PLACE AND FAILS THE STEP (RC 8) - AN EMPTY
      *-- OR TRUNCATED DELIVERY MUST NOT SWITCH SCREENING OFF. THE
      *-- WLLDRPT REGISTER GOES TO RPTSTOR WITH THE REST. HOOKED INTO
      *-- THE RUNCTL CHAIN; NO PREREQUISITE. THE NIGHTLY EDUFWLSC
      *-- RESCAN PICKS UP THE NEW LIST ON ITS NEXT RUN.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFWLLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLPUBL    ASSIGN TO WLPUBL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-WLPUBL.
           SELECT WLWK      ASSIGN TO WLWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-WLWK.
           SELECT WLSWK     ASSIGN TO WLSWK.
           SELECT WLSRT     ASSIGN TO WLSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-WLSRT.
           SELECT WATCHLST  ASSIGN TO WATCHLST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WLF-KEY
                  FILE STATUS  IS FS-WATCHLST.
           SELECT WLLDRPT   ASSIGN TO WLLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-WLLDRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  WLPUBL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  WLPUBL-REC.
           05  PUB-ENTRY       PIC X(10).
           05  PUB-PROGRAM     PIC X(10).
           05  PUB-LISTED      PIC X(8).
           05  PUB-NAME        PIC X(60).
           05  FILLER          PIC X(12).
      *
      * ONE WATCHLST RECORD PER KEY, BUILT IN WL-REC.
       FD  WLWK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  WLWK-REC            PIC X(120).
       SD  WLSWK
           RECORD CONTAINS 120 CHARACTERS.
       01  WLS-REC.
           05  WLS-KEY         PIC X(20).
           05  WLS-ENTRY       PIC X(10).
           05  FILLER          PIC X(90).
       FD  WLSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  WLSRT-REC           PIC X(120).
      *
       FD  WATCHLST
           LABEL RECORDS ARE STANDARD.
       01  WATCHLST-REC.
           05  WLF-KEY         PIC X(20).
           05  FILLER          PIC X(100).
      *
       FD  WLLDRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  WLLDRPT-LINE        PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-WLPUBL          PIC XX     VALUE SPACES.
       77  FS-WLWK            PIC XX     VALUE SPACES.
       77  FS-WLSRT           PIC XX     VALUE SPACES.
       77  FS-WATCHLST        PIC XX     VALUE SPACES.
       77  FS-WLLDRPT         PIC XX     VALUE SPACES.
       77  WLL-EOF            PIC X      VALUE 'N'.
           88  WLL-END-OF-INPUT         VALUE 'Y'.
       77  WLL-OPEN-BAD       PIC X      VALUE 'N'.
           88  WLL-OPEN-FAILED          VALUE 'Y'.
       77  WLL-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  WLL-ENTRIES        PIC 9(7)   VALUE ZEROS.
       77  WLL-REJECTED       PIC 9(7)   VALUE ZEROS.
       77  WLL-WARN-FLAG      PIC X      VALUE 'N'.
           88  WLL-WARN-RC              VALUE 'Y'.
       77  WLL-KEYS-BUILT     PIC 9(7)   VALUE ZEROS.
       77  WLL-KEYS-LOADED    PIC 9(7)   VALUE ZEROS.
       77  WLL-DUPLICATES     PIC 9(7)   VALUE ZEROS.
       77  WLL-COMMA          PIC 9(3)   VALUE 0.
       01  WLL-TODAY          PIC X(8)   VALUE SPACES.
       01  WLL-PREV-KEY       PIC X(20)  VALUE SPACES.
       01  WLL-PREV-ENTRY     PIC X(10)  VALUE SPACES.
       01  WLL-PUB-KEY        PIC X(20)  VALUE SPACES.
      * SURNAME, GIVEN NAMES - THE TWO HALVES AND THEIR KEYS.
       01  WLL-PART1          PIC X(60)  VALUE SPACES.
       01  WLL-PART2          PIC X(60)  VALUE SPACES.
       01  WLL-KEY1           PIC X(20)  VALUE SPACES.
       01  WLL-KEY2           PIC X(20)  VALUE SPACES.
       01  WLL-REV-KEY        PIC X(20)  VALUE SPACES.
      *
      * THE WATCHLST RECORD BEING BUILT OR LOADED.
           COPY EDUWLS.
      * THE WATCH-LIST NAME MATCH KEY - SEE WLNAMEP.
           COPY WLNAMES.
      *
       01  WLL-HEADING1.
           05  FILLER  PIC X(42) VALUE
               'EDUFWLLD - SANCTIONS WATCH-LIST LOAD FOR '.
           05  WLL-HD-DATE    PIC X(8).
           05  FILLER  PIC X(83) VALUE SPACES.
       01  WLL-HEADING2.
           05  FILLER  PIC X(45) VALUE
               'ENTRY      PROGRAMME  NAME AS PUBLISHED      '.
           05  FILLER  PIC X(45) VALUE
               '                       ACTION                '.
           05  FILLER  PIC X(43) VALUE SPACES.
       01  WLL-DETAIL.
           05  WLL-DT-ENTRY   PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  WLL-DT-PROGRAM PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  WLL-DT-NAME    PIC X(45).
           05  FILLER         PIC X      VALUE SPACE.
           05  WLL-DT-ACTION  PIC X(50).
           05  FILLER         PIC X(15)  VALUE SPACES.
       01  WLL-CNTLINE.
           05  WLL-CL-LABEL   PIC X(28).
           05  WLL-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFWLLD' TO RC-THIS-PROG.
           MOVE SPACES     TO RC-PREREQ.
           MOVE 'WLPUBL      ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF WLL-OPEN-FAILED
              PERFORM RUNCTL-END
              STOP RUN
           END-IF.
       BUILDLP.
           IF WLL-END-OF-INPUT GO TO SORTLOAD END-IF.
           PERFORM BUILD-ONE.
           PERFORM READ-WLPUBL.
           GO TO BUILDLP.
       SORTLOAD.
           CLOSE WLPUBL WLWK.
           IF WLL-KEYS-BUILT = 0
              DISPLAY 'EDUFWLLD - NO USABLE LIST ENTRIES - WATCHLST '
                      'LEFT AS IT WAS'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-LIST
           END-IF.
           PERFORM END-JOB.
           MOVE WLL-RECS-READ   TO RC-IN-W.
           MOVE WLL-KEYS-LOADED TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * REJECTED LIST RECORDS FLAG THE STEP FOR THE OPERATORS. SET
      * AFTER RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF WLL-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT WLPUBL.
           IF FS-WLPUBL NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR OPENING WLPUBL   STATUS='
                       FS-WLPUBL
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT WLWK.
           IF FS-WLWK NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR OPENING WLWK     STATUS='
                       FS-WLWK
              CLOSE WLPUBL
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT WLLDRPT.
           IF FS-WLLDRPT NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR OPENING WLLDRPT  STATUS='
                       FS-WLLDRPT
              CLOSE WLPUBL WLWK
              GO TO INIT-BAD
           END-IF.

           IF RC-BUSDATE-W NOT = SPACES
              MOVE RC-BUSDATE-W TO WLL-TODAY
           ELSE
              ACCEPT WLL-TODAY FROM DATE YYYYMMDD
           END-IF.
           MOVE WLL-TODAY TO WLL-HD-DATE.
           WRITE WLLDRPT-LINE FROM WLL-HEADING1.
           WRITE WLLDRPT-LINE FROM WLL-HEADING2.

           PERFORM READ-WLPUBL.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO WLL-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       READ-WLPUBL SECTION.
      *////////////////////
           READ WLPUBL
                AT END
                   MOVE 'Y' TO WLL-EOF
           END-READ.
       FIN-READPUB. EXIT.
      *////////////////////
       BUILD-ONE SECTION.
      *////////////////////
      * A BLANK LINE IS PADDING, NOT AN ENTRY.
           IF WLPUBL-REC = SPACES
              GO TO FIN-BUILDONE.
           ADD 1 TO WLL-RECS-READ.

           MOVE PUB-NAME TO WLN-IN.
           PERFORM WLNAME-KEY.
           MOVE WLN-KEY TO WLL-PUB-KEY.
           IF PUB-ENTRY = SPACES
              ADD 1 TO WLL-REJECTED
              MOVE 'REJECTED - NO ENTRY REFERENCE' TO WLL-DT-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-BUILDONE.
           IF WLL-PUB-KEY = SPACES
              ADD 1 TO WLL-REJECTED
              MOVE 'REJECTED - NO LETTERS OR DIGITS IN THE NAME'
                   TO WLL-DT-ACTION
              PERFORM WRITE-REGISTER
              GO TO FIN-BUILDONE.
           ADD 1 TO WLL-ENTRIES.

           MOVE SPACES      TO WL-REC.
           MOVE WLL-PUB-KEY TO WL-KEY.
           MOVE PUB-ENTRY   TO WL-ENTRY.
           MOVE PUB-PROGRAM TO WL-PROGRAM.
           MOVE PUB-LISTED  TO WL-LISTED.
           MOVE PUB-NAME    TO WL-NAME.
           SET WL-AS-PUBLISHED TO TRUE.
           MOVE WLL-TODAY   TO WL-LOADED.
           PERFORM WRITE-WORK.

      * SURNAME, GIVEN NAMES IS ALSO KEYED GIVEN NAMES FIRST - THE WAY
      * A CUSTOMER NAME IS USUALLY KEYED AT THE COUNTER.
           MOVE 0 TO WLL-COMMA.
           INSPECT PUB-NAME TALLYING WLL-COMMA FOR ALL ','.
           IF WLL-COMMA = 0
              GO TO FIN-BUILDONE.
           MOVE SPACES TO WLL-PART1 WLL-PART2.
           UNSTRING PUB-NAME DELIMITED BY ','
                    INTO WLL-PART1 WLL-PART2.
           MOVE WLL-PART1 TO WLN-IN.
           PERFORM WLNAME-KEY.
           MOVE WLN-KEY TO WLL-KEY1.
           MOVE WLL-PART2 TO WLN-IN.
           PERFORM WLNAME-KEY.
           MOVE WLN-KEY TO WLL-KEY2.
           IF WLL-KEY1 = SPACES OR WLL-KEY2 = SPACES
              GO TO FIN-BUILDONE.
           MOVE SPACES TO WLL-REV-KEY.
           STRING WLL-KEY2 DELIMITED BY SPACE
                  WLL-KEY1 DELIMITED BY SPACE
                  INTO WLL-REV-KEY.
           IF WLL-REV-KEY = WLL-PUB-KEY
              GO TO FIN-BUILDONE.
           MOVE WLL-REV-KEY TO WL-KEY.
           SET WL-REORDERED TO TRUE.
           PERFORM WRITE-WORK.
       FIN-BUILDONE. EXIT.
      *////////////////////
       WRITE-WORK SECTION.
      *////////////////////
           WRITE WLWK-REC FROM WL-REC.
           IF FS-WLWK NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR WRITING WLWK    STATUS='
                       FS-WLWK ' ENTRY=' WL-ENTRY
              MOVE 8 TO RETURN-CODE
              GO TO FIN-WRWORK
           END-IF.
           ADD 1 TO WLL-KEYS-BUILT.
       FIN-WRWORK. EXIT.
      *////////////////////
       LOAD-LIST SECTION.
      *////////////////////
      * THE KEYS IN ORDER, THE LOWEST ENTRY REFERENCE FIRST WHEN TWO
      * ENTRIES SHARE ONE.
           SORT WLSWK ON ASCENDING KEY WLS-KEY WLS-ENTRY
                WITH DUPLICATES IN ORDER
                USING WLWK
                GIVING WLSRT.

           OPEN INPUT WLSRT.
           IF FS-WLSRT NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR OPENING WLSRT    STATUS='
                       FS-WLSRT ' - WATCHLST LEFT AS IT WAS'
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADLIST
           END-IF.
           OPEN OUTPUT WATCHLST.
           IF FS-WATCHLST NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR OPENING WATCHLST STATUS='
                       FS-WATCHLST
              MOVE 8 TO RETURN-CODE
              CLOSE WLSRT
              GO TO FIN-LOADLIST
           END-IF.

      * THE CONTROL RECORD FIRST - ITS KEY SORTS AHEAD OF EVERY NAME.
      * THE KEY COUNT IS WHAT WAS BUILT; DUPLICATES DROPPED BELOW ARE
      * ON THE REGISTER.
           MOVE SPACES         TO WL-REC.
           MOVE '*WLCTL*'      TO WL-KEY.
           MOVE 'CONTROL'      TO WL-ENTRY.
           MOVE ZEROS          TO WL-CTL-DATA.
           MOVE WLL-ENTRIES    TO WL-CTL-ENTRIES.
           MOVE WLL-KEYS-BUILT TO WL-CTL-KEYS.
           MOVE WLL-TODAY      TO WL-LOADED WL-LISTED.
           WRITE WATCHLST-REC FROM WL-REC.
           IF FS-WATCHLST NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR WRITING WATCHLST STATUS='
                       FS-WATCHLST ' - CONTROL RECORD'
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WLL-PREV-KEY WLL-PREV-ENTRY.
           MOVE 'N' TO WLL-EOF.
           PERFORM LOAD-ONE UNTIL WLL-END-OF-INPUT.
           CLOSE WLSRT WATCHLST.
       FIN-LOADLIST. EXIT.
      *////////////////////
       LOAD-ONE SECTION.
      *////////////////////
           READ WLSRT INTO WL-REC
                AT END
                   MOVE 'Y' TO WLL-EOF
           END-READ.
           IF WLL-END-OF-INPUT
              GO TO FIN-LOADONE.

           IF WL-KEY = WLL-PREV-KEY
              ADD 1 TO WLL-DUPLICATES
              MOVE WL-ENTRY   TO WLL-DT-ENTRY
              MOVE WL-PROGRAM TO WLL-DT-PROGRAM
              MOVE WL-NAME    TO WLL-DT-NAME
              MOVE SPACES     TO WLL-DT-ACTION
              STRING 'SAME NAME KEY AS ENTRY ' DELIMITED BY SIZE
                     WLL-PREV-ENTRY            DELIMITED BY SIZE
                     ' - NOT LOADED'           DELIMITED BY SIZE
                     INTO WLL-DT-ACTION
              WRITE WLLDRPT-LINE FROM WLL-DETAIL
              GO TO FIN-LOADONE.

           WRITE WATCHLST-REC FROM WL-REC.
           IF FS-WATCHLST NOT = '00'
              DISPLAY 'EDUFWLLD - ERROR WRITING WATCHLST STATUS='
                       FS-WATCHLST ' ENTRY=' WL-ENTRY
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADONE
           END-IF.
           ADD 1 TO WLL-KEYS-LOADED.
           MOVE WL-KEY   TO WLL-PREV-KEY.
           MOVE WL-ENTRY TO WLL-PREV-ENTRY.
       FIN-LOADONE. EXIT.
      *////////////////////
       WRITE-REGISTER SECTION.
      *////////////////////
           MOVE PUB-ENTRY   TO WLL-DT-ENTRY.
           MOVE PUB-PROGRAM TO WLL-DT-PROGRAM.
           MOVE PUB-NAME    TO WLL-DT-NAME.
           WRITE WLLDRPT-LINE FROM WLL-DETAIL.
       FIN-WRREG. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF WLL-REJECTED > 0
              MOVE 'Y' TO WLL-WARN-FLAG
           END-IF.
           MOVE SPACES TO WLLDRPT-LINE.
           WRITE WLLDRPT-LINE.
           MOVE 'LIST RECORDS READ         : ' TO WLL-CL-LABEL.
           MOVE WLL-RECS-READ TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           MOVE 'ENTRIES ACCEPTED          : ' TO WLL-CL-LABEL.
           MOVE WLL-ENTRIES TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           MOVE 'ENTRIES REJECTED          : ' TO WLL-CL-LABEL.
           MOVE WLL-REJECTED TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           MOVE 'NAME KEYS BUILT           : ' TO WLL-CL-LABEL.
           MOVE WLL-KEYS-BUILT TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           MOVE 'DUPLICATE KEYS DROPPED    : ' TO WLL-CL-LABEL.
           MOVE WLL-DUPLICATES TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           MOVE 'NAME KEYS LOADED          : ' TO WLL-CL-LABEL.
           MOVE WLL-KEYS-LOADED TO WLL-CL-CNT.
           WRITE WLLDRPT-LINE FROM WLL-CNTLINE.
           IF WLL-KEYS-BUILT = 0
              MOVE SPACES TO WLLDRPT-LINE
              MOVE 'NO USABLE ENTRIES - THE PREVIOUS LIST STAYS LOADED'
                   TO WLLDRPT-LINE
              WRITE WLLDRPT-LINE
           END-IF.
           CLOSE WLLDRPT.

           DISPLAY 'EDUFWLLD - LIST RECORDS READ : ' WLL-RECS-READ.
           DISPLAY 'EDUFWLLD - ENTRIES REJECTED  : ' WLL-REJECTED.
           DISPLAY 'EDUFWLLD - NAME KEYS LOADED  : ' WLL-KEYS-LOADED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY WLNAMEP.
      *
           COPY RUNCTLP.
