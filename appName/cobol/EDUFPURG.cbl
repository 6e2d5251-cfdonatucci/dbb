      *----------------------------------------------------------------*
      *-- BATCH YEARLY DATA-RETENTION RUN. THE DELARCH DELETE ARCHIVE,
      *-- THE EDUJ JOURNAL AND EDUC CHANGE ARCHIVES, POSTDTL AND THE
      *-- CNOTE CONTACT NOTES ONLY EVER GROW, AND KEEP THE NAMES,
      *-- ADDRESSES AND PHONES OF CUSTOMERS LONG GONE. THE PURGCTL
      *-- CONTROL FILE GIVES ONE RETENTION PERIOD PER DATA TYPE:
      *--   COLS  1- 8  DATA TYPE - DELARCH, EDUJ, EDUC, POSTDTL, CNOTE,
      *--                   JRNHIST
      *--   COLS 10-11  RETENTION IN YEARS (01-99)
      *-- ('*' IN COL 1 IS A COMMENT). DATA DATED BEFORE THE RUN DATE
      *-- LESS THE PERIOD IS PAST RETENTION:
      *--   DELARCH - THE ARCHIVED IMAGE IS DELETED.
      *--   EDUJ    - OPERATOR AND TERMINAL SCRAMBLED.
      *--   EDUC    - NAME, BOTH ADDRESS LINES, PHONE, EMAIL AND
      *--             COMMENT SCRAMBLED IN BOTH IMAGES, AND THE
      *--             OPERATOR AND TERMINAL.
      *--   POSTDTL - OPERATOR AND TERMINAL SCRAMBLED.
      *--   CNOTE   - NOTE TEXT AND OPERATOR SCRAMBLED.
      *--   JRNHIST - THE JOURNAL HISTORY ENTRY IS DELETED (ITS WHOLE
      *--             POINT IS WHO TOUCHED THE CUSTOMER, SO IT IS KEPT
      *--             WHOLE FOR ITS PERIOD AND THEN GOES). THE LOAD
      *--             RECORDS UNDER CUSTOMER 000000 GO WITH THEIR DAY.
      *-- THE SCRAMBLING IS EDUFMASK'S OWN SUBSTITUTION (SEE EDUMSKS),
      *-- SO IT IS DETERMINISTIC; CUSTOMER NUMBERS, DATES, TIMES,
      *-- AMOUNTS AND FUNCTION CODES ARE LEFT ALONE SO THE
      *-- RECONCILIATIONS AND HISTORY REPORTS STILL RUN. BATCH-POSTER
      *-- OPERATOR CODES (TERMINAL 'BTCH') NAME A JOB, NOT A PERSON,
      *-- AND ARE KEPT. A TYPE WITH NO CARD IS NOT TOUCHED (THE
      *-- ARCHIVES ARE STILL COPIED THROUGH WHOLE). THE SUBSTITUTION IS
      *-- NOT IDEMPOTENT, SO THE DATE EACH TYPE HAS BEEN ANONYMIZED UP
      *-- TO IS CARRIED FROM RUN TO RUN ON THE RETNHWM FILE (OLD
      *-- GENERATION IN, NEW GENERATION OUT) AND DATA BEFORE IT IS NOT
      *-- SCRAMBLED AGAIN. A CUSTOMER UNDER A LEGAL HOLD IN FORCE ON
      *-- THE RUN DATE (LGLHOLD - ANY KIND OF HOLD, A PURGE BEING THE
      *-- FURTHEST-REACHING CHANGE THERE IS) IS SKIPPED IN EVERY DATA
      *-- TYPE AND LISTED ON THE CERTIFICATE. FOR EACH SUCH CUSTOMER
      *-- AND TYPE THE MARK FILE ALSO CARRIES THE EARLIEST DATE LEFT
      *-- UNSCRAMBLED, SO THE TYPE'S MARK NEVER COVERS A SKIPPED
      *-- RECORD: THE FIRST RUN AFTER THE HOLD IS LIFTED DEALS WITH
      *-- IT. AN LGLHOLD THAT WILL NOT OPEN REFUSES THE RUN. THE
      *-- JOURNAL AND CHANGE ARCHIVES ARE READ FROM THE OLD
      *-- GENERATION AND WRITTEN TO A NEW ONE; THE VSAM
      *-- FILES ARE UPDATED IN PLACE. THE RETNCERT CERTIFICATE LISTS
      *-- THE CUSTOMERS PURGED AND THE COUNTS PER DATA TYPE FOR THE
      *-- DATA PROTECTION OFFICER'S SIGNATURE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFPURG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGCTL   ASSIGN TO PURGCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-PURGCTL.
           SELECT OPTIONAL RETNHWI ASSIGN TO RETNHWI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETNHWI.
           SELECT RETNHWO   ASSIGN TO RETNHWO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETNHWO.
           SELECT OPTIONAL DELARCH ASSIGN TO DELARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DEL-KEY
                  FILE STATUS  IS FS-DELARCH.
           SELECT OPTIONAL EDUJAIN ASSIGN TO EDUJAIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUJAIN.
           SELECT EDUJAOUT  ASSIGN TO EDUJAOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUJAOUT.
           SELECT OPTIONAL EDUCAIN ASSIGN TO EDUCAIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUCAIN.
           SELECT EDUCAOUT  ASSIGN TO EDUCAOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUCAOUT.
           SELECT OPTIONAL POSTDTL ASSIGN TO POSTDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PDT-KEY
                  FILE STATUS  IS FS-POSTDTL.
           SELECT OPTIONAL CNOTEVS ASSIGN TO CNOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NOT-KEY
                  FILE STATUS  IS FS-CNOTE.
           SELECT OPTIONAL JRNHIST ASSIGN TO JRNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS JHS-KEY
                  FILE STATUS  IS FS-JRNHIST.
           SELECT RETNCERT  ASSIGN TO RETNCERT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETNCERT.
           SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HLD-NUMB
                  FILE STATUS  IS FS-LGLHOLD.
       DATA DIVISION.
       FILE SECTION.
       FD  PURGCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PURGCTL-REC.
           05  CTL-TYPE       PIC X(8).
           05  FILLER         PIC X.
           05  CTL-YEARS      PIC 99.
           05  FILLER         PIC X(69).
       01  PURGCTL-REC-X REDEFINES PURGCTL-REC.
           05  CTL-COL1       PIC X.
           05  FILLER         PIC X(8).
           05  CTL-YEARS-X    PIC XX.
           05  FILLER         PIC X(69).
      *
      * ONE RECORD PER ANONYMIZED DATA TYPE: THE DATE IT HAS BEEN
      * SCRAMBLED UP TO (EVERYTHING STRICTLY BEFORE IT IS DONE). A
      * RECORD WITH A CUSTOMER NUMBER IS A CUSTOMER SKIPPED UNDER A
      * LEGAL HOLD: ITS DATA OF THAT TYPE FROM THE DATE ON IS NOT DONE,
      * WHATEVER THE TYPE'S MARK SAYS.
       FD  RETNHWI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HWI-REC.
           05  HWI-TYPE       PIC X(8).
           05  HWI-DATE       PIC X(8).
           05  FILLER         PIC X(8).
           05  HWI-NUMB       PIC X(6).
           05  FILLER         PIC X(50).
       FD  RETNHWO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HWO-REC.
           05  HWO-TYPE       PIC X(8).
           05  HWO-DATE       PIC X(8).
           05  HWO-RUNDATE    PIC X(8).
           05  HWO-NUMB       PIC X(6).
           05  FILLER         PIC X(50).
       FD  DELARCH
           LABEL RECORDS ARE STANDARD.
           COPY EDUDELS.
       FD  EDUJAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  EDUJAIN-REC        PIC X(30).
       FD  EDUJAOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY EDUJRNS.
       FD  EDUCAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
       01  EDUCAIN-REC        PIC X(470).
       FD  EDUCAOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
           COPY EDUCHGS.
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
       FD  CNOTEVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUNOTS.
       FD  JRNHIST
           LABEL RECORDS ARE STANDARD.
           COPY EDUJHSS.
       FD  RETNCERT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RETNCERT-LINE      PIC X(133).
           COPY LHOLDF.
      *
       WORKING-STORAGE SECTION.
       77  FS-PURGCTL         PIC XX     VALUE SPACES.
       77  FS-RETNHWI         PIC XX     VALUE SPACES.
       77  FS-RETNHWO         PIC XX     VALUE SPACES.
       77  FS-DELARCH         PIC XX     VALUE SPACES.
       77  FS-EDUJAIN         PIC XX     VALUE SPACES.
       77  FS-EDUJAOUT        PIC XX     VALUE SPACES.
       77  FS-EDUCAIN         PIC XX     VALUE SPACES.
       77  FS-EDUCAOUT        PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-CNOTE           PIC XX     VALUE SPACES.
       77  FS-JRNHIST         PIC XX     VALUE SPACES.
       77  FS-RETNCERT        PIC XX     VALUE SPACES.
       77  PUR-REFUSED        PIC X      VALUE 'N'.
           88  PUR-RUN-REFUSED          VALUE 'Y'.
       77  PUR-EOF            PIC X      VALUE 'N'.
           88  PUR-AT-END               VALUE 'Y'.
       77  PUR-IX             PIC S9(4)  COMP VALUE +0.
       77  PUR-CUR            PIC S9(4)  COMP VALUE +0.
       77  PUR-REC-DATE       PIC X(8)   VALUE SPACES.
       77  PUR-STATE          PIC X      VALUE SPACE.
           88  PUR-KEEP                 VALUE 'K'.
           88  PUR-ALREADY              VALUE 'A'.
           88  PUR-DUE                  VALUE 'D'.
           88  PUR-HELD                 VALUE 'H'.
       77  PUR-REC-NUMB       PIC X(6)   VALUE SPACES.
       77  PUR-SCR            PIC X(50)  VALUE SPACES.
       77  PUR-MATCH-TYPE     PIC X(8)   VALUE SPACES.
       77  PUR-PURGED-LINES   PIC 9(7)   VALUE ZEROS.
       77  PUR-HELD-LINES     PIC 9(7)   VALUE ZEROS.
       77  PUR-HELD-TOTAL     PIC 9(7)   VALUE ZEROS.
       77  PUR-NEW-HWM        PIC X(8)   VALUE SPACES.
      *
      * BATCH LEGAL HOLD CHECK - SEE LHOLDF/LHOLDP. THIS RUN IS NOT IN
      * THE DAILY CHAIN: RUNCTLS ONLY LENDS LHOLDP THE PROGRAM NAME AND
      * THE DATE THE HOLD EXPIRY IS JUDGED AGAINST (THE RUN DATE).
           COPY LHOLDS.
           COPY RUNCTLS.
      *
      * THE CUSTOMERS SKIPPED UNDER A LEGAL HOLD, ONE ENTRY PER DATA
      * TYPE AND CUSTOMER: THE EARLIEST DATE LEFT UNSCRAMBLED, WHETHER
      * IT CAME IN ON RETNHWI AND WHETHER IT WAS SKIPPED AGAIN TODAY.
      * A SKIP THE TABLE HAS NO ROOM FOR HOLDS THE TYPE'S OWN MARK BACK
      * INSTEAD (PUR-TY-HOVF).
       77  PUR-HL-MAX         PIC S9(4)  COMP VALUE +500.
       77  PUR-HL-COUNT       PIC S9(4)  COMP VALUE +0.
       77  PUR-HX             PIC S9(4)  COMP VALUE +0.
       77  PUR-HY             PIC S9(4)  COMP VALUE +0.
       01  PUR-HELD-TABLE.
           05  PUR-HL         OCCURS 500 TIMES.
               10  PUR-HL-TYPE    PIC S9(4)  COMP.
               10  PUR-HL-NUMB    PIC X(6).
               10  PUR-HL-FROM    PIC X(8).
               10  PUR-HL-CARRIED PIC X.
               10  PUR-HL-SKIPPED PIC X.
               10  PUR-HL-TEXT    PIC X(30).
      *
       01  PUR-RUNDATE        PIC X(8)   VALUE SPACES.
       01  PUR-RUNDATE-R REDEFINES PUR-RUNDATE.
           05  PUR-RD-YYYY    PIC 9(4).
           05  PUR-RD-MMDD    PIC X(4).
       01  PUR-CUTOFF         PIC X(8)   VALUE SPACES.
       01  PUR-CUTOFF-R REDEFINES PUR-CUTOFF.
           05  PUR-CO-YYYY    PIC 9(4).
           05  PUR-CO-MMDD    PIC X(4).
      *
      * THE DATA TYPES, IN THE ORDER THEY ARE PROCESSED AND PRINTED.
       01  PUR-TYPE-NAMES.
           05  FILLER         PIC X(8)   VALUE 'DELARCH '.
           05  FILLER         PIC X(8)   VALUE 'EDUJ    '.
           05  FILLER         PIC X(8)   VALUE 'EDUC    '.
           05  FILLER         PIC X(8)   VALUE 'POSTDTL '.
           05  FILLER         PIC X(8)   VALUE 'CNOTE   '.
           05  FILLER         PIC X(8)   VALUE 'JRNHIST '.
       01  PUR-TYPE-NAMES-R REDEFINES PUR-TYPE-NAMES.
           05  PUR-TY-NAME    PIC X(8)   OCCURS 6 TIMES.
       77  PUR-TY-DELARCH     PIC S9(4)  COMP VALUE +1.
       77  PUR-TY-EDUJ        PIC S9(4)  COMP VALUE +2.
       77  PUR-TY-EDUC        PIC S9(4)  COMP VALUE +3.
       77  PUR-TY-POSTDTL     PIC S9(4)  COMP VALUE +4.
       77  PUR-TY-CNOTE       PIC S9(4)  COMP VALUE +5.
       77  PUR-TY-JRNHIST     PIC S9(4)  COMP VALUE +6.
       01  PUR-TYPE-TABLE.
           05  PUR-TYPE       OCCURS 6 TIMES.
               10  PUR-TY-CARDED  PIC X.
               10  PUR-TY-YEARS   PIC 99.
               10  PUR-TY-CUTOFF  PIC X(8).
      *-- THE DATE ANONYMIZED UP TO ON THE LAST RUN, AND WHETHER THIS
      *-- RUN GOT THROUGH THE WHOLE FILE (ONLY THEN DOES IT MOVE ON).
               10  PUR-TY-HWM     PIC X(8).
               10  PUR-TY-RAN     PIC X.
               10  PUR-TY-NOTE    PIC X(30).
               10  PUR-TY-EXAM    PIC 9(7).
               10  PUR-TY-PAST    PIC 9(7).
               10  PUR-TY-DONE    PIC 9(7).
               10  PUR-TY-PREV    PIC 9(7).
               10  PUR-TY-ERR     PIC 9(7).
      *-- RECORDS SKIPPED UNDER A LEGAL HOLD, HELD ENTRIES CARRIED IN
      *-- FROM RETNHWI, AND THE EARLIEST SKIP THE TABLE HAD NO ROOM FOR.
               10  PUR-TY-HELD    PIC 9(7).
               10  PUR-TY-CARRY   PIC 9(7).
               10  PUR-TY-HOVF    PIC X(8).
      *
      * A CHANGE RECORD'S TWO IMAGES, FIELD BY FIELD.
           COPY EDUFILAS REPLACING FILEA BY PUR-BEF.
           COPY EDUFILAS REPLACING FILEA BY PUR-AFT.
      *
      * THE SUBSTITUTION TABLES - SAME AS EDUFMASK'S.
           COPY EDUMSKS.
      *
       01  PUR-HEADING1.
           05  FILLER  PIC X(38) VALUE
               'EDUFPURG - DATA RETENTION CERTIFICATE '.
           05  FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05  PUR-HD-DATE    PIC X(8).
           05  FILLER  PIC X(78) VALUE SPACES.
       01  PUR-STMT-LINES.
           05  FILLER  PIC X(50) VALUE
               'DATA DATED BEFORE ITS CUTOFF (RUN DATE LESS THE RE'.
           05  FILLER  PIC X(50) VALUE
               'TENTION PERIOD ON PURGCTL) IS PAST RETENTION.     '.
           05  FILLER  PIC X(50) VALUE
               'DELARCH IMAGES PAST RETENTION ARE DELETED. IN EDUJ'.
           05  FILLER  PIC X(50) VALUE
               ', EDUC, POSTDTL AND CNOTE DATA PAST RETENTION THE '.
           05  FILLER  PIC X(50) VALUE
               'NAME, ADDRESS LINES, PHONE, EMAIL, COMMENT, NOTE T'.
           05  FILLER  PIC X(50) VALUE
               'EXT, OPERATOR AND TERMINAL ARE REPLACED BY THE EDU'.
           05  FILLER  PIC X(50) VALUE
               'FMASK SUBSTITUTION. CUSTOMER NUMBERS, DATES AND AM'.
           05  FILLER  PIC X(50) VALUE
               'OUNTS ARE KEPT.                                   '.
           05  FILLER  PIC X(50) VALUE
               'JRNHIST JOURNAL HISTORY ENTRIES PAST RETENTION ARE'.
           05  FILLER  PIC X(50) VALUE
               ' DELETED.                                         '.
           05  FILLER  PIC X(50) VALUE
               'CUSTOMERS UNDER A LEGAL HOLD IN FORCE ON THE RUN D'.
           05  FILLER  PIC X(50) VALUE
               'ATE ARE SKIPPED AND LISTED BELOW. THEIR DATA PAST '.
           05  FILLER  PIC X(50) VALUE
               'RETENTION IS DEALT WITH BY THE FIRST RUN AFTER THE'.
           05  FILLER  PIC X(50) VALUE
               ' HOLD IS LIFTED.                                  '.
       01  PUR-STMT-LINES-R REDEFINES PUR-STMT-LINES.
           05  PUR-STMT-PAIR  OCCURS 7 TIMES.
               10  PUR-STMT-A PIC X(50).
               10  PUR-STMT-B PIC X(50).
       01  PUR-STMT-OUT.
           05  PUR-SO-A       PIC X(50).
           05  PUR-SO-B       PIC X(50).
           05  FILLER         PIC X(33)  VALUE SPACES.
       01  PUR-PURGE-HEAD.
           05  FILLER  PIC X(44) VALUE
               'DELARCH IMAGES PURGED - NUMBER  DELETED ON  '.
           05  FILLER  PIC X(89) VALUE SPACES.
       01  PUR-PURGE-LINE.
           05  FILLER         PIC X(23)  VALUE SPACES.
           05  PUR-PL-NUMB    PIC X(6).
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  PUR-PL-FECHA   PIC X(8).
           05  FILLER         PIC X(93)  VALUE SPACES.
       01  PUR-HELD-HEAD.
           05  FILLER  PIC X(54) VALUE
             'LEGAL HOLDS - SKIPPED TYPE      NUMBER  FROM      HOLD'.
           05  FILLER  PIC X(79) VALUE SPACES.
       01  PUR-HELD-LINE.
           05  FILLER         PIC X(22)  VALUE SPACES.
           05  PUR-HP-TYPE    PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-HP-NUMB    PIC X(6).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-HP-FROM    PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-HP-TEXT    PIC X(30).
           05  FILLER         PIC X(53)  VALUE SPACES.
       01  PUR-SUM-HEAD1.
           05  FILLER  PIC X(46) VALUE
               'DATA TYPE RETAIN  CUTOFF    EXAMINED  PAST RET'.
           05  FILLER  PIC X(46) VALUE
               'ENTION  PURGED/MASKED  ALREADY MASKED   ERRORS'.
           05  FILLER  PIC X(9)  VALUE '     HELD'.
           05  FILLER  PIC X(32) VALUE SPACES.
       01  PUR-SUM-LINE.
           05  PUR-SL-TYPE    PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-SL-YEARS   PIC Z9.
           05  FILLER         PIC X(4)   VALUE ' YRS'.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-SL-CUTOFF  PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-SL-EXAM    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(5)   VALUE SPACES.
           05  PUR-SL-PAST    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(7)   VALUE SPACES.
           05  PUR-SL-DONE    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(8)   VALUE SPACES.
           05  PUR-SL-PREV    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  PUR-SL-ERR     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X      VALUE SPACE.
           05  PUR-SL-HELD    PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PUR-SL-NOTE    PIC X(30).
       01  PUR-SIGN-LINE1.
           05  FILLER  PIC X(46) VALUE
               'CERTIFIED BY ____________________________  DAT'.
           05  FILLER  PIC X(46) VALUE
               'A PROTECTION OFFICER     DATE ____________    '.
           05  FILLER  PIC X(41) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF PUR-RUN-REFUSED
              GO TO FINALI.
           PERFORM PURGE-DELARCH.
           PERFORM ANON-EDUJ.
           PERFORM ANON-EDUC.
           PERFORM ANON-POSTDTL.
           PERFORM ANON-CNOTE.
           PERFORM PURGE-JRNHIST.
           PERFORM WRITE-HWM.
       FINALI.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT PUR-RUNDATE FROM DATE YYYYMMDD.
           PERFORM CLEAR-TYPE VARYING PUR-IX FROM 1 BY 1
                   UNTIL PUR-IX > 6.

           PERFORM READ-TERMS.
           IF PUR-RUN-REFUSED
              GO TO FIN-INIT.
           PERFORM READ-HWM.
           IF PUR-RUN-REFUSED
              GO TO FIN-INIT.

      * A HOLD FILE THAT WILL NOT OPEN WOULD SKIP EVERY CUSTOMER - THE
      * RUN IS REFUSED INSTEAD, LIKE A BAD PURGCTL.
           MOVE 'EDUFPURG'  TO RC-THIS-PROG.
           MOVE PUR-RUNDATE TO RC-BUSDATE-W.
           PERFORM LHOLD-OPEN.
           IF LH-FILE-BROKEN
              DISPLAY 'EDUFPURG - LGLHOLD UNAVAILABLE - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PUR-REFUSED
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RETNCERT.
           IF FS-RETNCERT NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING RETNCERT STATUS='
                       FS-RETNCERT
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PUR-REFUSED
              GO TO FIN-INIT
           END-IF.
           MOVE PUR-RUNDATE TO PUR-HD-DATE.
           WRITE RETNCERT-LINE FROM PUR-HEADING1.
           MOVE SPACES TO RETNCERT-LINE.
           WRITE RETNCERT-LINE.
           PERFORM WRITE-STATEMENT VARYING PUR-IX FROM 1 BY 1
                   UNTIL PUR-IX > 7.
           MOVE SPACES TO RETNCERT-LINE.
           WRITE RETNCERT-LINE.
       FIN-INIT. EXIT.
      *////////////////////
       CLEAR-TYPE SECTION.
      *////////////////////
           MOVE 'N'      TO PUR-TY-CARDED (PUR-IX).
           MOVE ZEROS    TO PUR-TY-YEARS (PUR-IX).
           MOVE SPACES   TO PUR-TY-CUTOFF (PUR-IX).
           MOVE '00000000' TO PUR-TY-HWM (PUR-IX).
           MOVE 'N'      TO PUR-TY-RAN (PUR-IX).
           MOVE SPACES   TO PUR-TY-NOTE (PUR-IX).
           MOVE ZEROS    TO PUR-TY-EXAM (PUR-IX) PUR-TY-PAST (PUR-IX)
                            PUR-TY-DONE (PUR-IX) PUR-TY-PREV (PUR-IX)
                            PUR-TY-ERR (PUR-IX) PUR-TY-HELD (PUR-IX)
                            PUR-TY-CARRY (PUR-IX).
           MOVE SPACES   TO PUR-TY-HOVF (PUR-IX).
       FIN-CLRTYPE. EXIT.
      *////////////////////
       WRITE-STATEMENT SECTION.
      *////////////////////
           MOVE PUR-STMT-A (PUR-IX) TO PUR-SO-A.
           MOVE PUR-STMT-B (PUR-IX) TO PUR-SO-B.
           WRITE RETNCERT-LINE FROM PUR-STMT-OUT.
       FIN-WRSTMT. EXIT.
      *////////////////////
       READ-TERMS SECTION.
      *////////////////////
      * PURGING CANNOT BE UNDONE - A CARD THAT NAMES AN UNKNOWN TYPE,
      * OR A PERIOD THAT IS NOT 01-99 YEARS, REFUSES THE WHOLE RUN
      * RATHER THAN GUESS.
           OPEN INPUT PURGCTL.
           IF FS-PURGCTL NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING PURGCTL  STATUS='
                       FS-PURGCTL
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PUR-REFUSED
              GO TO FIN-READTERMS
           END-IF.
           MOVE 'N' TO PUR-EOF.
           PERFORM READ-TERM-ONE UNTIL PUR-AT-END OR PUR-RUN-REFUSED.
           CLOSE PURGCTL.
       FIN-READTERMS. EXIT.
      *////////////////////
       READ-TERM-ONE SECTION.
      *////////////////////
           READ PURGCTL
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-READTERM1.
           IF PURGCTL-REC = SPACES OR CTL-COL1 = '*'
              GO TO FIN-READTERM1.

           MOVE CTL-TYPE TO PUR-MATCH-TYPE.
           MOVE 0 TO PUR-CUR.
           PERFORM MATCH-TYPE VARYING PUR-IX FROM 1 BY 1
                   UNTIL PUR-IX > 6.
           IF PUR-CUR = 0
              DISPLAY 'EDUFPURG - UNKNOWN DATA TYPE ON PURGCTL: '
                       CTL-TYPE ' - RUN REFUSED'
              GO TO READTERM1-BAD.
           IF CTL-YEARS NOT NUMERIC OR CTL-YEARS = 0
              DISPLAY 'EDUFPURG - BAD RETENTION PERIOD FOR '
                       CTL-TYPE ': ' CTL-YEARS-X ' - RUN REFUSED'
              GO TO READTERM1-BAD.

           MOVE 'Y'        TO PUR-TY-CARDED (PUR-CUR).
           MOVE CTL-YEARS  TO PUR-TY-YEARS (PUR-CUR).
           MOVE PUR-RUNDATE TO PUR-CUTOFF.
           SUBTRACT CTL-YEARS FROM PUR-CO-YYYY.
           MOVE PUR-CUTOFF TO PUR-TY-CUTOFF (PUR-CUR).
           GO TO FIN-READTERM1.
       READTERM1-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO PUR-REFUSED.
       FIN-READTERM1. EXIT.
      *////////////////////
       MATCH-TYPE SECTION.
      *////////////////////
           IF PUR-MATCH-TYPE = PUR-TY-NAME (PUR-IX)
              MOVE PUR-IX TO PUR-CUR
           END-IF.
       FIN-MATCHTYPE. EXIT.
      *////////////////////
       READ-HWM SECTION.
      *////////////////////
      * NO PREVIOUS GENERATION ON THE FIRST RUN - NOTHING DONE YET.
           OPEN INPUT RETNHWI.
           IF FS-RETNHWI NOT = '00' AND FS-RETNHWI NOT = '05'
              DISPLAY 'EDUFPURG - ERROR OPENING RETNHWI  STATUS='
                       FS-RETNHWI
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PUR-REFUSED
              GO TO FIN-READHWM
           END-IF.
           MOVE 'N' TO PUR-EOF.
           PERFORM READ-HWM-ONE UNTIL PUR-AT-END OR PUR-RUN-REFUSED.
           CLOSE RETNHWI.
       FIN-READHWM. EXIT.
      *////////////////////
       READ-HWM-ONE SECTION.
      *////////////////////
           READ RETNHWI
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-READHWM1.
           MOVE HWI-TYPE TO PUR-MATCH-TYPE.
           MOVE 0 TO PUR-CUR.
           PERFORM MATCH-TYPE VARYING PUR-IX FROM 1 BY 1
                   UNTIL PUR-IX > 6.
           IF PUR-CUR = 0 OR HWI-DATE NOT NUMERIC
              GO TO FIN-READHWM1.
           IF HWI-NUMB = SPACES
              MOVE HWI-DATE TO PUR-TY-HWM (PUR-CUR)
              GO TO FIN-READHWM1.
      * A HELD CUSTOMER CARRIED FROM THE LAST RUN. DROPPING ONE WOULD
      * LEAVE ITS DATA UNSCRAMBLED FOR GOOD, SO NO ROOM REFUSES THE RUN.
           IF PUR-HL-COUNT NOT < PUR-HL-MAX
              DISPLAY 'EDUFPURG - TOO MANY HELD CUSTOMERS ON RETNHWI'
                      ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PUR-REFUSED
              GO TO FIN-READHWM1.
           ADD 1 TO PUR-HL-COUNT.
           MOVE PUR-CUR    TO PUR-HL-TYPE (PUR-HL-COUNT).
           MOVE HWI-NUMB   TO PUR-HL-NUMB (PUR-HL-COUNT).
           MOVE HWI-DATE   TO PUR-HL-FROM (PUR-HL-COUNT).
           MOVE 'Y'        TO PUR-HL-CARRIED (PUR-HL-COUNT).
           MOVE 'N'        TO PUR-HL-SKIPPED (PUR-HL-COUNT).
           MOVE SPACES     TO PUR-HL-TEXT (PUR-HL-COUNT).
           ADD 1 TO PUR-TY-CARRY (PUR-CUR).
       FIN-READHWM1. EXIT.
      *////////////////////
       CLASSIFY SECTION.
      *////////////////////
      * WHERE ONE RECORD (DATED PUR-REC-DATE, OF TYPE PUR-CUR, FOR
      * CUSTOMER PUR-REC-NUMB) STANDS: INSIDE ITS RETENTION, ALREADY
      * DEALT WITH BY AN EARLIER RUN, SKIPPED UNDER A LEGAL HOLD, OR
      * DUE NOW. AN UNDATED RECORD CANNOT BE SHOWN TO BE PAST ITS
      * PERIOD AND IS KEPT.
           ADD 1 TO PUR-TY-EXAM (PUR-CUR).
           MOVE 'K' TO PUR-STATE.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              GO TO FIN-CLASSIFY.
           IF PUR-REC-DATE NOT NUMERIC
              GO TO FIN-CLASSIFY.
           IF PUR-REC-DATE NOT < PUR-TY-CUTOFF (PUR-CUR)
              GO TO FIN-CLASSIFY.
           ADD 1 TO PUR-TY-PAST (PUR-CUR).
           IF PUR-CUR = PUR-TY-DELARCH OR PUR-CUR = PUR-TY-JRNHIST
              GO TO CLASSIFY-HOLD.
           IF PUR-REC-DATE NOT < PUR-TY-HWM (PUR-CUR)
              GO TO CLASSIFY-HOLD.
      * BEHIND THE MARK - DONE BY AN EARLIER RUN, UNLESS THAT RUN
      * SKIPPED THE CUSTOMER UNDER A HOLD FROM THIS DATE ON.
           MOVE 0 TO PUR-HX.
           IF PUR-TY-CARRY (PUR-CUR) > 0
              PERFORM FIND-HELD
           END-IF.
           IF PUR-HX > 0
              IF PUR-HL-CARRIED (PUR-HX) = 'Y'
                 AND PUR-REC-DATE NOT < PUR-HL-FROM (PUR-HX)
                 GO TO CLASSIFY-HOLD.
           MOVE 'A' TO PUR-STATE.
           ADD 1 TO PUR-TY-PREV (PUR-CUR).
           GO TO FIN-CLASSIFY.
       CLASSIFY-HOLD.
      * A PURGE IS CHECKED AS A RETIREMENT, SO ANY HOLD IN FORCE - A
      * FULL FREEZE, A DEBIT FREEZE OR A NO-DELETE - SKIPS THE RECORD.
           MOVE PUR-REC-NUMB TO LH-NUMB-W.
           MOVE 'X'          TO LH-CLASS-W.
           PERFORM LHOLD-CHECK.
           IF LH-BLOCKED
              MOVE 'H' TO PUR-STATE
              ADD 1 TO PUR-TY-HELD (PUR-CUR)
              PERFORM NOTE-HELD
              GO TO FIN-CLASSIFY.
           MOVE 'D' TO PUR-STATE.
       FIN-CLASSIFY. EXIT.
      *////////////////////
       FIND-HELD SECTION.
      *////////////////////
      * PUR-HX - THE HELD ENTRY FOR PUR-CUR/PUR-REC-NUMB, 0 IF NONE.
           MOVE 0 TO PUR-HX.
           PERFORM MATCH-HELD VARYING PUR-HY FROM 1 BY 1
                   UNTIL PUR-HY > PUR-HL-COUNT OR PUR-HX > 0.
       FIN-FINDHELD. EXIT.
      *////////////////////
       MATCH-HELD SECTION.
      *////////////////////
           IF PUR-HL-TYPE (PUR-HY) = PUR-CUR
              AND PUR-HL-NUMB (PUR-HY) = PUR-REC-NUMB
              MOVE PUR-HY TO PUR-HX
           END-IF.
       FIN-MATCHHELD. EXIT.
      *////////////////////
       NOTE-HELD SECTION.
      *////////////////////
      * RECORDS THE SKIP AGAINST THE CUSTOMER'S ENTRY, KEEPING THE
      * EARLIEST DATE LEFT UNSCRAMBLED.
           PERFORM FIND-HELD.
           IF PUR-HX > 0
              MOVE 'Y'       TO PUR-HL-SKIPPED (PUR-HX)
              MOVE LH-TEXT-W TO PUR-HL-TEXT (PUR-HX)
              IF PUR-REC-DATE < PUR-HL-FROM (PUR-HX)
                 MOVE PUR-REC-DATE TO PUR-HL-FROM (PUR-HX)
              END-IF
              GO TO FIN-NOTEHELD.
           IF PUR-HL-COUNT NOT < PUR-HL-MAX
              GO TO NOTEHELD-FULL.
           ADD 1 TO PUR-HL-COUNT.
           MOVE PUR-CUR      TO PUR-HL-TYPE (PUR-HL-COUNT).
           MOVE PUR-REC-NUMB TO PUR-HL-NUMB (PUR-HL-COUNT).
           MOVE PUR-REC-DATE TO PUR-HL-FROM (PUR-HL-COUNT).
           MOVE 'N'          TO PUR-HL-CARRIED (PUR-HL-COUNT).
           MOVE 'Y'          TO PUR-HL-SKIPPED (PUR-HL-COUNT).
           MOVE LH-TEXT-W    TO PUR-HL-TEXT (PUR-HL-COUNT).
           GO TO FIN-NOTEHELD.
       NOTEHELD-FULL.
           IF PUR-TY-HOVF (PUR-CUR) = SPACES
              DISPLAY 'EDUFPURG - HELD CUSTOMER TABLE FULL - '
                      PUR-TY-NAME (PUR-CUR) ' MARK HELD BACK'
           END-IF.
           IF PUR-TY-HOVF (PUR-CUR) = SPACES
              OR PUR-REC-DATE < PUR-TY-HOVF (PUR-CUR)
              MOVE PUR-REC-DATE TO PUR-TY-HOVF (PUR-CUR)
           END-IF.
       FIN-NOTEHELD. EXIT.
      *////////////////////
       PURGE-DELARCH SECTION.
      *////////////////////
           MOVE PUR-TY-DELARCH TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - UNTOUCHED' TO
                   PUR-TY-NOTE (PUR-CUR)
              GO TO FIN-PURGEDEL.
           OPEN I-O DELARCH.
           IF FS-DELARCH = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE DELARCH
              GO TO FIN-PURGEDEL.
           IF FS-DELARCH NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING DELARCH  STATUS='
                       FS-DELARCH
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PURGEDEL.
           WRITE RETNCERT-LINE FROM PUR-PURGE-HEAD.
           MOVE 'N' TO PUR-EOF.
           PERFORM PURGE-DEL-ONE UNTIL PUR-AT-END.
           CLOSE DELARCH.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
           IF PUR-PURGED-LINES = 0
              MOVE '(NONE)' TO PUR-PL-NUMB
              MOVE SPACES   TO PUR-PL-FECHA
              WRITE RETNCERT-LINE FROM PUR-PURGE-LINE
           END-IF.
           MOVE SPACES TO RETNCERT-LINE.
           WRITE RETNCERT-LINE.
       FIN-PURGEDEL. EXIT.
      *////////////////////
       PURGE-DEL-ONE SECTION.
      *////////////////////
           READ DELARCH NEXT RECORD
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-PURGEDEL1.
           MOVE DEL-FECHA TO PUR-REC-DATE.
           MOVE DEL-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF NOT PUR-DUE
              GO TO FIN-PURGEDEL1.
           DELETE DELARCH RECORD.
           IF FS-DELARCH NOT = '00'
              DISPLAY 'EDUFPURG - ERROR DELETE DELARCH KEY=' DEL-KEY
                      ' STATUS=' FS-DELARCH
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 4 TO RETURN-CODE
              GO TO FIN-PURGEDEL1.
           ADD 1 TO PUR-TY-DONE (PUR-CUR).
           MOVE DEL-NUMB  TO PUR-PL-NUMB.
           MOVE DEL-FECHA TO PUR-PL-FECHA.
           WRITE RETNCERT-LINE FROM PUR-PURGE-LINE.
           ADD 1 TO PUR-PURGED-LINES.
       FIN-PURGEDEL1. EXIT.
      *////////////////////
       ANON-EDUJ SECTION.
      *////////////////////
      * THE OLD GENERATION IS COPIED WHOLE TO THE NEW ONE, WHETHER OR
      * NOT THE TYPE IS CARDED - ONLY THE FIELDS DUE ARE CHANGED.
           MOVE PUR-TY-EDUJ TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - COPIED' TO
                   PUR-TY-NOTE (PUR-CUR)
           END-IF.
           OPEN INPUT EDUJAIN.
           IF FS-EDUJAIN = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE EDUJAIN
              GO TO FIN-ANONEDUJ.
           IF FS-EDUJAIN NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING EDUJAIN  STATUS='
                       FS-EDUJAIN
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-ANONEDUJ.
           OPEN OUTPUT EDUJAOUT.
           IF FS-EDUJAOUT NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING EDUJAOUT STATUS='
                       FS-EDUJAOUT
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              CLOSE EDUJAIN
              GO TO FIN-ANONEDUJ.
           MOVE 'N' TO PUR-EOF.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
           PERFORM ANON-EDUJ-ONE UNTIL PUR-AT-END.
           CLOSE EDUJAIN EDUJAOUT.
       FIN-ANONEDUJ. EXIT.
      *////////////////////
       ANON-EDUJ-ONE SECTION.
      *////////////////////
           READ EDUJAIN INTO EDF-JOURNAL
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-ANONEDUJ1.
           MOVE EDF-JRN-FECHA TO PUR-REC-DATE.
           MOVE EDF-JRN-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF PUR-DUE
              IF EDF-JRN-TERM NOT = 'BTCH'
                 MOVE EDF-JRN-OPID TO PUR-SCR
                 PERFORM SCRAMBLE-ALNUM
                 MOVE PUR-SCR TO EDF-JRN-OPID
                 MOVE EDF-JRN-TERM TO PUR-SCR
                 PERFORM SCRAMBLE-ALNUM
                 MOVE PUR-SCR TO EDF-JRN-TERM
              END-IF
              ADD 1 TO PUR-TY-DONE (PUR-CUR)
           END-IF.
           WRITE EDF-JOURNAL.
           IF FS-EDUJAOUT NOT = '00'
              DISPLAY 'EDUFPURG - ERROR WRITING EDUJAOUT STATUS='
                       FS-EDUJAOUT
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 'N' TO PUR-TY-RAN (PUR-CUR)
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-ANONEDUJ1. EXIT.
      *////////////////////
       ANON-EDUC SECTION.
      *////////////////////
           MOVE PUR-TY-EDUC TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - COPIED' TO
                   PUR-TY-NOTE (PUR-CUR)
           END-IF.
           OPEN INPUT EDUCAIN.
           IF FS-EDUCAIN = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE EDUCAIN
              GO TO FIN-ANONEDUC.
           IF FS-EDUCAIN NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING EDUCAIN  STATUS='
                       FS-EDUCAIN
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-ANONEDUC.
           OPEN OUTPUT EDUCAOUT.
           IF FS-EDUCAOUT NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING EDUCAOUT STATUS='
                       FS-EDUCAOUT
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              CLOSE EDUCAIN
              GO TO FIN-ANONEDUC.
           MOVE 'N' TO PUR-EOF.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
           PERFORM ANON-EDUC-ONE UNTIL PUR-AT-END.
           CLOSE EDUCAIN EDUCAOUT.
       FIN-ANONEDUC. EXIT.
      *////////////////////
       ANON-EDUC-ONE SECTION.
      *////////////////////
           READ EDUCAIN INTO EDC-CHANGE
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-ANONEDUC1.
           MOVE EDC-CHG-FECHA TO PUR-REC-DATE.
           MOVE EDC-CHG-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF PUR-DUE
              MOVE EDC-CHG-BEFORE TO PUR-BEF
              MOVE EDC-CHG-AFTER  TO PUR-AFT
              IF PUR-BEF NOT = SPACES
                 PERFORM MASK-BEFORE
                 MOVE PUR-BEF TO EDC-CHG-BEFORE
              END-IF
              IF PUR-AFT NOT = SPACES
                 PERFORM MASK-AFTER
                 MOVE PUR-AFT TO EDC-CHG-AFTER
              END-IF
              IF EDC-CHG-TERM NOT = 'BTCH'
                 MOVE EDC-CHG-OPID TO PUR-SCR
                 PERFORM SCRAMBLE-ALNUM
                 MOVE PUR-SCR TO EDC-CHG-OPID
                 MOVE EDC-CHG-TERM TO PUR-SCR
                 PERFORM SCRAMBLE-ALNUM
                 MOVE PUR-SCR TO EDC-CHG-TERM
              END-IF
              ADD 1 TO PUR-TY-DONE (PUR-CUR)
           END-IF.
           WRITE EDC-CHANGE.
           IF FS-EDUCAOUT NOT = '00'
              DISPLAY 'EDUFPURG - ERROR WRITING EDUCAOUT STATUS='
                       FS-EDUCAOUT
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 'N' TO PUR-TY-RAN (PUR-CUR)
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-ANONEDUC1. EXIT.
      *////////////////////
       MASK-BEFORE SECTION.
      *////////////////////
      * FIELD BY FIELD EXACTLY AS EDUFMASK'S SCRAMBLE-FIELDS DOES IT.
           MOVE NAME IN PUR-BEF TO PUR-SCR.
           PERFORM SCRAMBLE-TEXT.
           MOVE PUR-SCR TO NAME IN PUR-BEF.
           MOVE ADDRX IN PUR-BEF TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO ADDRX IN PUR-BEF.
           MOVE ADDR2X IN PUR-BEF TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO ADDR2X IN PUR-BEF.
           INSPECT PHONE IN PUR-BEF
                   CONVERTING MSK-DG-FROM TO MSK-DG-TO.
           MOVE EMAILX IN PUR-BEF TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO EMAILX IN PUR-BEF.
           MOVE COMMENTX IN PUR-BEF TO PUR-SCR.
           PERFORM SCRAMBLE-TEXT.
           MOVE PUR-SCR TO COMMENTX IN PUR-BEF.
       FIN-MASKBEF. EXIT.
      *////////////////////
       MASK-AFTER SECTION.
      *////////////////////
           MOVE NAME IN PUR-AFT TO PUR-SCR.
           PERFORM SCRAMBLE-TEXT.
           MOVE PUR-SCR TO NAME IN PUR-AFT.
           MOVE ADDRX IN PUR-AFT TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO ADDRX IN PUR-AFT.
           MOVE ADDR2X IN PUR-AFT TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO ADDR2X IN PUR-AFT.
           INSPECT PHONE IN PUR-AFT
                   CONVERTING MSK-DG-FROM TO MSK-DG-TO.
           MOVE EMAILX IN PUR-AFT TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO EMAILX IN PUR-AFT.
           MOVE COMMENTX IN PUR-AFT TO PUR-SCR.
           PERFORM SCRAMBLE-TEXT.
           MOVE PUR-SCR TO COMMENTX IN PUR-AFT.
       FIN-MASKAFT. EXIT.
      *////////////////////
       ANON-POSTDTL SECTION.
      *////////////////////
           MOVE PUR-TY-POSTDTL TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - UNTOUCHED' TO
                   PUR-TY-NOTE (PUR-CUR)
              GO TO FIN-ANONPDT.
           OPEN I-O POSTDTL.
           IF FS-POSTDTL = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE POSTDTL
              GO TO FIN-ANONPDT.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING POSTDTL  STATUS='
                       FS-POSTDTL
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-ANONPDT.
           MOVE 'N' TO PUR-EOF.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
           PERFORM ANON-PDT-ONE UNTIL PUR-AT-END.
           CLOSE POSTDTL.
       FIN-ANONPDT. EXIT.
      *////////////////////
       ANON-PDT-ONE SECTION.
      *////////////////////
           READ POSTDTL NEXT RECORD
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-ANONPDT1.
           MOVE PDT-FECHA TO PUR-REC-DATE.
           MOVE PDT-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF NOT PUR-DUE
              GO TO FIN-ANONPDT1.
      * A BATCH POSTER'S CODE NAMES THE JOB - NOTHING TO MASK.
           IF PDT-TERM = 'BTCH'
              ADD 1 TO PUR-TY-DONE (PUR-CUR)
              GO TO FIN-ANONPDT1.
           MOVE PDT-OPID TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO PDT-OPID.
           MOVE PDT-TERM TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO PDT-TERM.
           REWRITE PDT-REC.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFPURG - ERROR REWRITE POSTDTL KEY=' PDT-KEY
                      ' STATUS=' FS-POSTDTL
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 'N' TO PUR-TY-RAN (PUR-CUR)
              MOVE 4 TO RETURN-CODE
              GO TO FIN-ANONPDT1.
           ADD 1 TO PUR-TY-DONE (PUR-CUR).
       FIN-ANONPDT1. EXIT.
      *////////////////////
       ANON-CNOTE SECTION.
      *////////////////////
           MOVE PUR-TY-CNOTE TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - UNTOUCHED' TO
                   PUR-TY-NOTE (PUR-CUR)
              GO TO FIN-ANONNOTE.
           OPEN I-O CNOTEVS.
           IF FS-CNOTE = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE CNOTEVS
              GO TO FIN-ANONNOTE.
           IF FS-CNOTE NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING CNOTE    STATUS='
                       FS-CNOTE
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-ANONNOTE.
           MOVE 'N' TO PUR-EOF.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
           PERFORM ANON-NOTE-ONE UNTIL PUR-AT-END.
           CLOSE CNOTEVS.
       FIN-ANONNOTE. EXIT.
      *////////////////////
       ANON-NOTE-ONE SECTION.
      *////////////////////
           READ CNOTEVS NEXT RECORD
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-ANONNOTE1.
           MOVE NOT-FECHA TO PUR-REC-DATE.
           MOVE NOT-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF NOT PUR-DUE
              GO TO FIN-ANONNOTE1.
           MOVE NOT-TEXT TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO NOT-TEXT.
           MOVE NOT-OPID TO PUR-SCR.
           PERFORM SCRAMBLE-ALNUM.
           MOVE PUR-SCR TO NOT-OPID.
           REWRITE NOT-REC.
           IF FS-CNOTE NOT = '00'
              DISPLAY 'EDUFPURG - ERROR REWRITE CNOTE KEY=' NOT-KEY
                      ' STATUS=' FS-CNOTE
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 'N' TO PUR-TY-RAN (PUR-CUR)
              MOVE 4 TO RETURN-CODE
              GO TO FIN-ANONNOTE1.
           ADD 1 TO PUR-TY-DONE (PUR-CUR).
       FIN-ANONNOTE1. EXIT.
      *////////////////////
       PURGE-JRNHIST SECTION.
      *////////////////////
      * ENTRIES ARE COUNTED ON THE CERTIFICATE, NOT LISTED - A DAY OF
      * JOURNAL RUNS TO THOUSANDS OF LINES.
           MOVE PUR-TY-JRNHIST TO PUR-CUR.
           IF PUR-TY-CARDED (PUR-CUR) NOT = 'Y'
              MOVE 'NO RETENTION CARD - UNTOUCHED' TO
                   PUR-TY-NOTE (PUR-CUR)
              GO TO FIN-PURGEJHS.
           OPEN I-O JRNHIST.
           IF FS-JRNHIST = '05'
              MOVE 'FILE NOT ALLOCATED' TO PUR-TY-NOTE (PUR-CUR)
              CLOSE JRNHIST
              GO TO FIN-PURGEJHS.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING JRNHIST  STATUS='
                       FS-JRNHIST
              MOVE 'OPEN FAILED - UNTOUCHED' TO PUR-TY-NOTE (PUR-CUR)
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PURGEJHS.
           MOVE 'N' TO PUR-EOF.
           PERFORM PURGE-JHS-ONE UNTIL PUR-AT-END.
           CLOSE JRNHIST.
           MOVE 'Y' TO PUR-TY-RAN (PUR-CUR).
       FIN-PURGEJHS. EXIT.
      *////////////////////
       PURGE-JHS-ONE SECTION.
      *////////////////////
           READ JRNHIST NEXT RECORD
                AT END
                   MOVE 'Y' TO PUR-EOF
           END-READ.
           IF PUR-AT-END
              GO TO FIN-PURGEJHS1.
           MOVE JHS-FECHA TO PUR-REC-DATE.
           MOVE JHS-NUMB TO PUR-REC-NUMB.
           PERFORM CLASSIFY.
           IF NOT PUR-DUE
              GO TO FIN-PURGEJHS1.
           DELETE JRNHIST RECORD.
           IF FS-JRNHIST NOT = '00'
              DISPLAY 'EDUFPURG - ERROR DELETE JRNHIST KEY=' JHS-KEY
                      ' STATUS=' FS-JRNHIST
              ADD 1 TO PUR-TY-ERR (PUR-CUR)
              MOVE 4 TO RETURN-CODE
              GO TO FIN-PURGEJHS1.
           ADD 1 TO PUR-TY-DONE (PUR-CUR).
       FIN-PURGEJHS1. EXIT.
      *////////////////////
       SCRAMBLE-TEXT SECTION.
      *////////////////////
      * LETTERS ONLY - EDUFMASK'S TREATMENT OF NAME AND COMMENT.
           INSPECT PUR-SCR CONVERTING MSK-UC-FROM TO MSK-UC-TO.
           INSPECT PUR-SCR CONVERTING MSK-LC-FROM TO MSK-LC-TO.
       FIN-SCRTEXT. EXIT.
      *////////////////////
       SCRAMBLE-ALNUM SECTION.
      *////////////////////
      * LETTERS AND DIGITS - EDUFMASK'S TREATMENT OF ADDRESS AND EMAIL.
           INSPECT PUR-SCR CONVERTING MSK-UC-FROM TO MSK-UC-TO.
           INSPECT PUR-SCR CONVERTING MSK-LC-FROM TO MSK-LC-TO.
           INSPECT PUR-SCR CONVERTING MSK-DG-FROM TO MSK-DG-TO.
       FIN-SCRALNUM. EXIT.
      *////////////////////
       WRITE-HWM SECTION.
      *////////////////////
      * A TYPE MOVES ITS MARK UP TO THIS RUN'S CUTOFF ONLY WHEN THE
      * WHOLE FILE WENT THROUGH CLEAN; OTHERWISE THE OLD MARK STANDS
      * AND THE NEXT RUN PICKS UP WHAT THIS ONE MISSED. A SHORTER
      * MARK (PERIOD LENGTHENED SINCE) NEVER MOVES IT BACK. THE TWO
      * DELETE TYPES (DELARCH, JRNHIST) NEED NO MARK - A RECORD SKIPPED
      * UNDER A HOLD IS STILL THERE, AND STILL PAST RETENTION, NEXT
      * TIME. EACH TYPE'S MARK IS FOLLOWED BY ITS HELD CUSTOMERS.
           OPEN OUTPUT RETNHWO.
           IF FS-RETNHWO NOT = '00'
              DISPLAY 'EDUFPURG - ERROR OPENING RETNHWO  STATUS='
                       FS-RETNHWO
              MOVE 8 TO RETURN-CODE
              GO TO FIN-WRHWM
           END-IF.
           PERFORM WRITE-HWM-ONE VARYING PUR-IX FROM 2 BY 1
                   UNTIL PUR-IX > 5.
           CLOSE RETNHWO.
       FIN-WRHWM. EXIT.
      *////////////////////
       WRITE-HWM-ONE SECTION.
      *////////////////////
      * A SKIP THE HELD TABLE HAD NO ROOM FOR STOPS THE MARK AT ITS
      * DATE.
           MOVE PUR-TY-HWM (PUR-IX) TO PUR-NEW-HWM.
           IF PUR-TY-CARDED (PUR-IX) = 'Y'
              AND PUR-TY-RAN (PUR-IX) = 'Y'
              AND PUR-TY-ERR (PUR-IX) = 0
              MOVE PUR-TY-CUTOFF (PUR-IX) TO PUR-NEW-HWM
              IF PUR-TY-HOVF (PUR-IX) NOT = SPACES
                 AND PUR-TY-HOVF (PUR-IX) < PUR-NEW-HWM
                 MOVE PUR-TY-HOVF (PUR-IX) TO PUR-NEW-HWM
              END-IF
           END-IF.
           IF PUR-NEW-HWM > PUR-TY-HWM (PUR-IX)
              MOVE PUR-NEW-HWM TO PUR-TY-HWM (PUR-IX)
           END-IF.
           MOVE SPACES               TO HWO-REC.
           MOVE PUR-TY-NAME (PUR-IX) TO HWO-TYPE.
           MOVE PUR-TY-HWM (PUR-IX)  TO HWO-DATE.
           MOVE PUR-RUNDATE          TO HWO-RUNDATE.
           WRITE HWO-REC.
           IF FS-RETNHWO NOT = '00'
              DISPLAY 'EDUFPURG - ERROR WRITING RETNHWO STATUS='
                       FS-RETNHWO
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-HELD-ONE VARYING PUR-HY FROM 1 BY 1
                   UNTIL PUR-HY > PUR-HL-COUNT.
       FIN-WRHWM1. EXIT.
      *////////////////////
       WRITE-HELD-ONE SECTION.
      *////////////////////
      * A CUSTOMER SKIPPED TODAY GOES FORWARD. ONE CARRIED IN AND NOT
      * SKIPPED HAS BEEN DEALT WITH - UNLESS ITS TYPE DID NOT GO
      * THROUGH CLEAN, WHEN IT IS CARRIED AGAIN. AN ENTRY THE MARK HAS
      * NOT REACHED IS NOT NEEDED: THE NEXT RUN SEES THOSE RECORDS DUE.
           IF PUR-HL-TYPE (PUR-HY) NOT = PUR-IX
              GO TO FIN-WRHELD1.
           IF PUR-HL-SKIPPED (PUR-HY) NOT = 'Y'
              IF PUR-HL-CARRIED (PUR-HY) NOT = 'Y'
                 GO TO FIN-WRHELD1.
           IF PUR-HL-SKIPPED (PUR-HY) NOT = 'Y'
              AND PUR-TY-CARDED (PUR-IX) = 'Y'
              AND PUR-TY-RAN (PUR-IX) = 'Y'
              AND PUR-TY-ERR (PUR-IX) = 0
              GO TO FIN-WRHELD1.
           IF PUR-HL-FROM (PUR-HY) NOT < PUR-TY-HWM (PUR-IX)
              GO TO FIN-WRHELD1.
           MOVE SPACES               TO HWO-REC.
           MOVE PUR-TY-NAME (PUR-IX) TO HWO-TYPE.
           MOVE PUR-HL-FROM (PUR-HY) TO HWO-DATE.
           MOVE PUR-RUNDATE          TO HWO-RUNDATE.
           MOVE PUR-HL-NUMB (PUR-HY) TO HWO-NUMB.
           WRITE HWO-REC.
           IF FS-RETNHWO NOT = '00'
              DISPLAY 'EDUFPURG - ERROR WRITING RETNHWO STATUS='
                       FS-RETNHWO
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-WRHELD1. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           PERFORM LHOLD-CLOSE.
           IF FS-RETNCERT NOT = '00'
              GO TO FIN-ENDJOB.
           WRITE RETNCERT-LINE FROM PUR-HELD-HEAD.
           PERFORM PRINT-HELD VARYING PUR-HY FROM 1 BY 1
                   UNTIL PUR-HY > PUR-HL-COUNT.
           IF PUR-HELD-LINES = 0
              MOVE SPACES   TO PUR-HELD-LINE
              MOVE '(NONE)' TO PUR-HP-TYPE
              WRITE RETNCERT-LINE FROM PUR-HELD-LINE
           END-IF.
           MOVE SPACES TO RETNCERT-LINE.
           WRITE RETNCERT-LINE.
           WRITE RETNCERT-LINE FROM PUR-SUM-HEAD1.
           PERFORM PRINT-TYPE VARYING PUR-IX FROM 1 BY 1
                   UNTIL PUR-IX > 6.
           MOVE SPACES TO RETNCERT-LINE.
           WRITE RETNCERT-LINE.
           WRITE RETNCERT-LINE.
           WRITE RETNCERT-LINE FROM PUR-SIGN-LINE1.
           CLOSE RETNCERT.
           DISPLAY 'EDUFPURG - DELARCH PURGED   : '
                    PUR-TY-DONE (PUR-TY-DELARCH).
           DISPLAY 'EDUFPURG - EDUJ MASKED      : '
                    PUR-TY-DONE (PUR-TY-EDUJ).
           DISPLAY 'EDUFPURG - EDUC MASKED      : '
                    PUR-TY-DONE (PUR-TY-EDUC).
           DISPLAY 'EDUFPURG - POSTDTL MASKED   : '
                    PUR-TY-DONE (PUR-TY-POSTDTL).
           DISPLAY 'EDUFPURG - CNOTE MASKED     : '
                    PUR-TY-DONE (PUR-TY-CNOTE).
           DISPLAY 'EDUFPURG - JRNHIST PURGED   : '
                    PUR-TY-DONE (PUR-TY-JRNHIST).
           DISPLAY 'EDUFPURG - SKIPPED ON HOLD  : '
                    PUR-HELD-TOTAL.
       FIN-ENDJOB. EXIT.
      *////////////////////
       PRINT-HELD SECTION.
      *////////////////////
           IF PUR-HL-SKIPPED (PUR-HY) NOT = 'Y'
              GO TO FIN-PRTHELD.
           MOVE PUR-HL-TYPE (PUR-HY) TO PUR-CUR.
           MOVE PUR-TY-NAME (PUR-CUR) TO PUR-HP-TYPE.
           MOVE PUR-HL-NUMB (PUR-HY) TO PUR-HP-NUMB.
           MOVE PUR-HL-FROM (PUR-HY) TO PUR-HP-FROM.
           MOVE PUR-HL-TEXT (PUR-HY) TO PUR-HP-TEXT.
           WRITE RETNCERT-LINE FROM PUR-HELD-LINE.
           ADD 1 TO PUR-HELD-LINES.
       FIN-PRTHELD. EXIT.
      *////////////////////
       PRINT-TYPE SECTION.
      *////////////////////
           MOVE PUR-TY-NAME (PUR-IX)   TO PUR-SL-TYPE.
           MOVE PUR-TY-YEARS (PUR-IX)  TO PUR-SL-YEARS.
           MOVE PUR-TY-CUTOFF (PUR-IX) TO PUR-SL-CUTOFF.
           MOVE PUR-TY-EXAM (PUR-IX)   TO PUR-SL-EXAM.
           MOVE PUR-TY-PAST (PUR-IX)   TO PUR-SL-PAST.
           MOVE PUR-TY-DONE (PUR-IX)   TO PUR-SL-DONE.
           MOVE PUR-TY-PREV (PUR-IX)   TO PUR-SL-PREV.
           MOVE PUR-TY-ERR (PUR-IX)    TO PUR-SL-ERR.
           MOVE PUR-TY-HELD (PUR-IX)   TO PUR-SL-HELD.
           MOVE PUR-TY-NOTE (PUR-IX)   TO PUR-SL-NOTE.
           WRITE RETNCERT-LINE FROM PUR-SUM-LINE.
           ADD PUR-TY-HELD (PUR-IX) TO PUR-HELD-TOTAL.
       FIN-PRTTYPE. EXIT.
      *////////////////////
      *
           COPY LHOLDP.
