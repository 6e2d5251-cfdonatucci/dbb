      *----------------------------------------------------------------*
      *-- MONTHLY OPERATIONS AND BUSINESS KPI PACK FOR MANAGEMENT. THE
      *-- MONTHLY DOCUMENT USED TO BE STITCHED TOGETHER BY HAND FROM
      *-- TRNAVRPT, ALRTHRPT, RUNCTRPT, FILESTAT'S TREND AND THE
      *-- EDUFSNAP MOVEMENT REPORT - THIS JOB READS THE SAME FILES
      *-- DIRECTLY AND PRINTS ONE PACK:
      *--   TRNHIST   - OUTAGES, DOWNTIME MINUTES AND THE TRANSACTIONS
      *--               THAT BLEW THEIR AVTGTCTL TARGET (SAME D-TO-S
      *--               PAIRING AS TRNAVRPT; AN OUTAGE BELONGS TO THE
      *--               MONTH IT STARTED IN, AN UNRESTORED ONE IS NOT
      *--               COUNTED);
      *--   ALRTHIST  - ALERTS RAISED (SUPPRESSED ONES LEFT OUT), THE
      *--               CRITICALS, AND THE AVERAGE ACK LAG - SAME-DAY
      *--               ACKS ONLY, AS IN ALRTHRPT;
      *--   RUNCTL    - STEP FAILURES AND THE AVERAGE NIGHTLY CHAIN
      *--               RUNTIME (STEP START TO COMPLETION, ADDED UP PER
      *--               BUSINESS DATE) BY BUSINESS-DATE MONTH;
      *--   STATHIST  - CUSTOMERS AT MONTH END (THE LAST FILESTAT RUN
      *--               IN THE MONTH) AND THE GROWTH OVER THE MONTH
      *--               BEFORE;
      *--   BALSNAP   - THE TOTAL OF THE MONTH-END BALANCE SNAPSHOT.
      *-- EACH MEASURE IS SHOWN FOR THE MONTH, THE PRIOR MONTH AND THE
      *-- ONE BEFORE THAT, WITH THE THREE-MONTH AVERAGE, THE TREND
      *-- (THIS MONTH AGAINST TWO MONTHS AGO) AND A RED/AMBER/GREEN
      *-- STATUS AGAINST THE KPICTL THRESHOLDS. A MEASURE WITH NO
      *-- THRESHOLD CARD IS SHOWN BUT NOT JUDGED; A SOURCE FILE THAT
      *-- WILL NOT OPEN SHOWS AS NO DATA AND GIVES RC 4.
      *-- KPICTL CARDS ('*' IN COL 1 IS A COMMENT):
      *--   MONTH    COLS 12-17 YYYYMM - BLANK OR NO CARD MEANS THE
      *--            MONTH JUST ENDED, AS ON INCCTL;
      *--   MAILTO   COLS 12-41 - WHERE THE ONE-PAGE SUMMARY GOES;
      *--   MEASURE  COLS 1-8 THE MEASURE CODE, COL 10 H (HIGH IS BAD)
      *--            OR L (LOW IS BAD) - BLANK TAKES THE MEASURE'S OWN
      *--            DIRECTION - COLS 12-22 AMBER AND COLS 24-34 RED,
      *--            WHOLE UNITS, ZERO-FILLED.
      *-- THE KPIRPT PACK GOES TO RPTSTOR THROUGH THE RPTSTORE
      *-- COLLECTOR WITH THE REST; THE SUMMARY PAGE IS WRITTEN TO
      *-- EDELFEED IN THE EDELHDR/EDELTXT/EDELEND SHAPE THE STATEMENT
      *-- RUNS USE, WITH THE MONTH AS THE DELIVERY NUMBER.
      *-- NOTE TRNHIST IS ARCHIVED AT YEAR END (SEE TRNHARCH), SO IN
      *-- THE FIRST MONTHS OF A YEAR THE EARLIER COLUMNS SHOW NO
      *-- OUTAGES FOR THE MONTHS THAT WENT TO THE ARCHIVE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIPACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPICTL    ASSIGN TO KPICTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-KPICTL.
           SELECT TRNHIST   ASSIGN TO TRNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HIST-KEY
                  FILE STATUS  IS FS-TRNHIST.
           SELECT OPTIONAL AVTGTCTL ASSIGN TO AVTGTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-AVTGTCTL.
           SELECT ALRTHIST  ASSIGN TO ALRTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AH-KEY
                  FILE STATUS  IS FS-ALRTHIST.
           SELECT RUNCTL    ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
           SELECT STATHIST  ASSIGN TO STATHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-STATHIST.
           SELECT BALSNAP   ASSIGN TO BALSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SNP-KEY
                  FILE STATUS  IS FS-BALSNAP.
           SELECT KPIRPT    ASSIGN TO KPIRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-KPIRPT.
           SELECT EDELFEED  ASSIGN TO EDELFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDELFEED.
       DATA DIVISION.
       FILE SECTION.
       FD  KPICTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  KPICTL-REC.
           05  CTK-CODE       PIC X(8).
           05  FILLER         PIC X.
           05  CTK-DIR        PIC X.
           05  FILLER         PIC X.
           05  CTK-AMBER      PIC X(11).
           05  FILLER         PIC X.
           05  CTK-RED        PIC X(11).
           05  FILLER         PIC X(46).
       01  CTK-PARM-R REDEFINES KPICTL-REC.
           05  FILLER         PIC X(11).
           05  CTK-PARM       PIC X(30).
           05  FILLER         PIC X(39).
      *
       FD  TRNHIST
           LABEL RECORDS ARE STANDARD.
           COPY INQHISTS.
      *
      * AVAILABILITY TARGETS - THE SAME CARDS TRNAVRPT JUDGES BY.
       FD  AVTGTCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AVTGTCTL-REC.
           05  TGC-TRAN       PIC X(4).
           05  FILLER         PIC X.
           05  TGC-MAXOUT     PIC X(5).
           05  FILLER         PIC X.
           05  TGC-MAXDOWN    PIC X(7).
           05  FILLER         PIC X.
           05  TGC-MAXSINGLE  PIC X(7).
           05  FILLER         PIC X(54).
      *
       FD  ALRTHIST
           LABEL RECORDS ARE STANDARD.
           COPY ALRTHSTS.
      *
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTLR.
      *
      * FILESTAT'S RUN-TOTAL HISTORY - SAME LAYOUT AS IN FILESTAT.
       FD  STATHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SH-REC.
           05  SH-DATE         PIC X(8).
           05  SH-RECS         PIC 9(7).
           05  SH-AMT          PIC 9(13)V99.
           05  SH-BKT          PIC 9(7) OCCURS 5 TIMES.
           05  FILLER          PIC X(15).
      *
       FD  BALSNAP
           LABEL RECORDS ARE STANDARD.
           COPY EDUSNPS.
      *
       FD  KPIRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  KPIRPT-LINE        PIC X(133).
      *
      * ONE EDELHDR (ADDRESS AND DELIVERY NUMBER), THE SUMMARY PAGE
      * AS EDELTXT, AND AN EDELEND CLOSER.
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
       WORKING-STORAGE SECTION.
       77  FS-KPICTL          PIC XX     VALUE SPACES.
       77  FS-TRNHIST         PIC XX     VALUE SPACES.
       77  FS-AVTGTCTL        PIC XX     VALUE SPACES.
       77  FS-ALRTHIST        PIC XX     VALUE SPACES.
       77  FS-RUNCTL          PIC XX     VALUE SPACES.
       77  FS-STATHIST        PIC XX     VALUE SPACES.
       77  FS-BALSNAP         PIC XX     VALUE SPACES.
       77  FS-KPIRPT          PIC XX     VALUE SPACES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  KPI-OPEN-BAD       PIC X      VALUE 'N'.
           88  KPI-OPEN-FAILED          VALUE 'Y'.
       77  KPI-EOF            PIC X      VALUE 'N'.
           88  KPI-END-OF-FILE          VALUE 'Y'.
       77  KPI-TODAY          PIC X(8)   VALUE SPACES.
       01  KPI-MONTH          PIC X(6)   VALUE SPACES.
       01  KPI-MONTH-R REDEFINES KPI-MONTH.
           05  KPI-MON-YYYY   PIC 9(4).
           05  KPI-MON-MM     PIC 9(2).
       01  KPI-MAILTO         PIC X(30)  VALUE SPACES.
       77  KPI-CARDS-BAD      PIC 9(3)   VALUE ZEROS.
       77  KPI-SRC-MISSING    PIC 9      VALUE 0.
      *
      * THE FOUR MONTHS IN PLAY, OLDEST FIRST - 4 IS THE PACK'S MONTH,
      * 3 THE PRIOR, 2 THE ONE BEFORE; 1 IS ONLY THERE SO THE OLDEST
      * PRINTED MONTH HAS A CUSTOMER COUNT TO GROW FROM.
       01  KPM-TABLE.
           05  KPM-MONTH      PIC X(6)   OCCURS 4 TIMES.
       01  KPM-WORK           PIC X(6)   VALUE SPACES.
       01  KPM-WORK-R REDEFINES KPM-WORK.
           05  KPM-WK-YYYY    PIC 9(4).
           05  KPM-WK-MM      PIC 9(2).
       77  KPM-IDX            PIC 9      VALUE 0.
       77  KPM-HIT            PIC 9      VALUE 0.
       01  KPM-KEY            PIC X(6)   VALUE SPACES.
      *
      * THE MEASURES, IN PRINT ORDER: CODE, DIRECTION WHEN THE CARD
      * GIVES NONE (H = HIGH IS BAD, L = LOW IS BAD), DECIMALS SHOWN,
      * DESCRIPTION. THE SUBSCRIPTS BELOW ARE THESE POSITIONS.
       01  MSR-VALUES.
           05  FILLER  PIC X(42) VALUE
               'TRNOUTS H0TRANSACTION OUTAGES'.
           05  FILLER  PIC X(42) VALUE
               'TRNDOWN H0TRANSACTION DOWNTIME (MINUTES)'.
           05  FILLER  PIC X(42) VALUE
               'TRNBRCH H0TRANSACTIONS OVER TARGET'.
           05  FILLER  PIC X(42) VALUE
               'ALRTVOL H0ALERTS RAISED'.
           05  FILLER  PIC X(42) VALUE
               'ALRTCRITH0CRITICAL ALERTS'.
           05  FILLER  PIC X(42) VALUE
               'ACKLAG  H0AVERAGE ACK LAG (SECONDS)'.
           05  FILLER  PIC X(42) VALUE
               'BATFAIL H0BATCH STEP FAILURES'.
           05  FILLER  PIC X(42) VALUE
               'BATRUN  H0AVG NIGHTLY RUNTIME (MINUTES)'.
           05  FILLER  PIC X(42) VALUE
               'CUSTS   L0CUSTOMERS AT MONTH END'.
           05  FILLER  PIC X(42) VALUE
               'CUSTGRW L0CUSTOMER GROWTH IN MONTH'.
           05  FILLER  PIC X(42) VALUE
               'BALTOTALL2TOTAL BALANCES (SNAPSHOT)'.
       01  MSR-TABLE REDEFINES MSR-VALUES.
           05  MSR-ENTRY OCCURS 11 TIMES.
               10  MSR-CODE       PIC X(8).
               10  MSR-DIR        PIC X.
               10  MSR-DEC        PIC 9.
               10  MSR-DESC       PIC X(32).
       77  MSR-MAX            PIC 9(2)   VALUE 11.
       77  MSR-IDX            PIC 9(2)   VALUE 0.
      *
      * THE MEASURE VALUES BY MONTH, AND WHETHER THERE IS ONE.
       01  KPV-TABLE.
           05  KPV-MSR OCCURS 11 TIMES.
               10  KPV-MON OCCURS 4 TIMES.
                   15  KPV-VAL    PIC S9(13)V99 COMP-3.
                   15  KPV-SET    PIC X.
      *
      * THRESHOLDS FROM KPICTL, AND THE JUDGEMENT ON THE PACK'S MONTH.
       01  KPT-TABLE.
           05  KPT-ENTRY OCCURS 11 TIMES.
               10  KPT-SET        PIC X.
               10  KPT-DIR        PIC X.
               10  KPT-AMBER      PIC 9(11).
               10  KPT-RED        PIC 9(11).
               10  KPT-STATUS     PIC X(5).
               10  KPT-TREND      PIC X(4).
       77  KPT-RED-CNT        PIC 9(3)   VALUE ZEROS.
       77  KPT-AMBER-CNT      PIC 9(3)   VALUE ZEROS.
       77  KPT-GREEN-CNT      PIC 9(3)   VALUE ZEROS.
       77  KPT-NONE-CNT       PIC 9(3)   VALUE ZEROS.
       77  KPT-CHK-AMBER      PIC 9(11)  VALUE ZEROS.
       77  KPT-CHK-RED        PIC 9(11)  VALUE ZEROS.
      *
      * RECORDS READ PER SOURCE, FOR THE SOURCES SECTION.
       01  SRC-COUNTS.
           05  SRC-READ       PIC 9(9)   OCCURS 5 TIMES.
           05  SRC-OPEN       PIC X      OCCURS 5 TIMES.
       01  SRC-NAMES-V.
           05  FILLER         PIC X(8)   VALUE 'TRNHIST '.
           05  FILLER         PIC X(8)   VALUE 'ALRTHIST'.
           05  FILLER         PIC X(8)   VALUE 'RUNCTL  '.
           05  FILLER         PIC X(8)   VALUE 'STATHIST'.
           05  FILLER         PIC X(8)   VALUE 'BALSNAP '.
       01  SRC-NAMES REDEFINES SRC-NAMES-V.
           05  SRC-NAME       PIC X(8)   OCCURS 5 TIMES.
       77  SRC-IDX            PIC 9      VALUE 0.
      *
      * AVAILABILITY TARGETS, AS LOADED BY TRNAVRPT.
       77  TGT-MAX            PIC 9(3)   VALUE 100.
       77  TGT-COUNT          PIC 9(3)   VALUE 0.
       77  TGT-IDX            PIC 9(3)   VALUE 0.
       77  TGT-EOF            PIC 9      VALUE 0.
       77  TGT-HIT            PIC 9(3)   VALUE 0.
       01  TGT-TABLE.
           05  TGT-ENTRY OCCURS 100 TIMES.
               10  TGT-TRAN       PIC X(4).
               10  TGT-MAXOUT     PIC 9(5).
               10  TGT-MAXDOWN    PIC 9(7).
               10  TGT-MAXSINGLE  PIC 9(7).
      *
      * THE TRANSACTION BEING WALKED - ITS OPEN OUTAGE AND ITS MONTH
      * TOTALS, JUDGED AGAINST ITS TARGET WHEN THE TRANSACTION CHANGES.
       77  TRN-CUR-TRAN       PIC X(4)   VALUE SPACES.
       77  TRN-OUT-FLAG       PIC 9      VALUE 0.
           88  TRN-OUTAGE-OPEN          VALUE 1.
       77  TRN-DWN-DATE       PIC X(10)  VALUE SPACES.
       77  TRN-DWN-TIME       PIC X(8)   VALUE SPACES.
       01  TRN-MONTHS.
           05  TRN-MON OCCURS 4 TIMES.
               10  TRN-OUTS       PIC 9(5).
               10  TRN-TOTAL      PIC S9(9)  COMP.
               10  TRN-LONG       PIC S9(9)  COMP.
      *
      * DATE/TIME ARITHMETIC - TRNHIST CARRIES MM/DD/YYYY AND HH:MM:SS;
      * THE SAME MARCH-BASED DAY NUMBER TRNAVRPT USES.
       01  KPI-DATE-PARSE.
           05  KPI-DP-MM      PIC 99.
           05  FILLER         PIC X.
           05  KPI-DP-DD      PIC 99.
           05  FILLER         PIC X.
           05  KPI-DP-YYYY    PIC 9(4).
       01  KPI-TIME-PARSE.
           05  KPI-TP-HH      PIC 99.
           05  FILLER         PIC X.
           05  KPI-TP-MM      PIC 99.
           05  FILLER         PIC X.
           05  KPI-TP-SS      PIC 99.
       01  KPI-HORA-PARSE.
           05  KPI-HP-HH      PIC 99.
           05  KPI-HP-MM      PIC 99.
           05  KPI-HP-SS      PIC 99.
           05  FILLER         PIC XX.
       77  KPI-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  KPI-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  KPI-WORK-A         PIC S9(8)  COMP VALUE +0.
       77  KPI-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  KPI-SECS           PIC S9(8)  COMP VALUE +0.
       77  KPI-DWN-DAYNUM     PIC S9(9)  COMP VALUE +0.
       77  KPI-DWN-SECS       PIC S9(8)  COMP VALUE +0.
       77  KPI-DURATION       PIC S9(9)  COMP VALUE +0.
       77  KPI-ALERT-SECS     PIC S9(8)  COMP VALUE +0.
       77  KPI-ACK-SECS       PIC S9(8)  COMP VALUE +0.
      *
      * ACK LAG AND NIGHTLY RUNTIME WORK BY MONTH.
       01  ACK-MONTHS.
           05  ACK-MON OCCURS 4 TIMES.
               10  ACK-CNT        PIC 9(7).
               10  ACK-SUM-SECS   PIC S9(11) COMP-3.
       01  BAT-MONTHS.
           05  BAT-MON OCCURS 4 TIMES.
               10  BAT-NIGHTS     PIC 9(3).
               10  BAT-SUM-SECS   PIC S9(11) COMP-3.
      *
      * BUSINESS DATES ALREADY COUNTED AS A NIGHT, AND THE STEP
      * STARTS STILL WAITING FOR THEIR COMPLETION RECORD.
       77  BDT-MAX            PIC 9(3)   VALUE 130.
       77  BDT-COUNT          PIC 9(3)   VALUE 0.
       77  BDT-IDX            PIC 9(3)   VALUE 0.
       01  BDT-TABLE.
           05  BDT-DATE       PIC X(8)   OCCURS 130 TIMES.
       77  PND-MAX            PIC 9(3)   VALUE 100.
       77  PND-COUNT          PIC 9(3)   VALUE 0.
       77  PND-IDX            PIC 9(3)   VALUE 0.
       77  PND-FREE           PIC 9(3)   VALUE 0.
       77  PND-HIT            PIC 9(3)   VALUE 0.
       01  PND-TABLE.
           05  PND-ENTRY OCCURS 100 TIMES.
               10  PND-PROG       PIC X(8).
               10  PND-DATE       PIC X(8).
               10  PND-HORA       PIC X(8).
       77  KPI-S-SECS         PIC S9(8)  COMP VALUE +0.
       77  KPI-C-SECS         PIC S9(8)  COMP VALUE +0.
       77  KPI-ELAPSED        PIC S9(8)  COMP VALUE +0.
       77  KPI-WHOLE          PIC S9(13) COMP-3 VALUE ZEROS.
      *
      * PRINT WORK - ONE VALUE EDITED INTO KPE-OUT, WHOLE UNITS ENDING
      * IN THE SAME COLUMN AS THE WHOLE PART OF A DECIMAL ONE.
       77  KPE-VALUE          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  KPE-SETF           PIC X      VALUE SPACE.
       77  KPE-DEC            PIC 9      VALUE 0.
       01  KPE-OUT            PIC X(18)  VALUE SPACES.
       01  KPE-EDIT-N         PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  KPE-EDIT-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77  KPA-SUM            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  KPA-CNT            PIC 9      VALUE 0.
      *
       01  KPI-HEADING1.
           05  FILLER  PIC X(52) VALUE
               'KPIPACK - MONTHLY OPERATIONS AND BUSINESS KPI PACK'.
           05  FILLER  PIC X(6)  VALUE 'MONTH '.
           05  KPI-HD-MONTH   PIC X(6).
           05  FILLER  PIC X(10) VALUE '   RUN ON '.
           05  KPI-HD-DATE    PIC X(8).
           05  FILLER  PIC X(51) VALUE SPACES.
       01  KPI-COLHDR.
           05  FILLER  PIC X(41) VALUE 'MEASURE  DESCRIPTION'.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  KPI-CH-M2      PIC X(6).
           05  FILLER  PIC X(13) VALUE SPACES.
           05  KPI-CH-M1      PIC X(6).
           05  FILLER  PIC X(13) VALUE SPACES.
           05  KPI-CH-M0      PIC X(6).
           05  FILLER  PIC X(11) VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE '3-MO AVG'.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'TRND'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(5)  VALUE 'RAG'.
           05  FILLER  PIC X(4)  VALUE SPACES.
       01  KPI-SECHDR.
           05  KPI-SH-TEXT    PIC X(60).
           05  FILLER         PIC X(73) VALUE SPACES.
       01  KPI-DETAIL.
           05  KPI-DT-CODE    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  KPI-DT-DESC    PIC X(32).
           05  KPI-DT-M2      PIC X(18).
           05  FILLER         PIC X     VALUE SPACE.
           05  KPI-DT-M1      PIC X(18).
           05  FILLER         PIC X     VALUE SPACE.
           05  KPI-DT-M0      PIC X(18).
           05  FILLER         PIC X     VALUE SPACE.
           05  KPI-DT-AVG     PIC X(18).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KPI-DT-TREND   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KPI-DT-STATUS  PIC X(5).
           05  FILLER         PIC X(4)  VALUE SPACES.
       01  KPI-THRLINE.
           05  KPI-TL-CODE    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  KPI-TL-DESC    PIC X(32).
           05  KPI-TL-DIR     PIC X(12).
           05  KPI-TL-LIMITS.
               10  FILLER     PIC X(9)  VALUE 'AMBER AT '.
               10  KPI-TL-AMBER PIC ZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER     PIC X(9)  VALUE '  RED AT '.
               10  KPI-TL-RED PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  KPI-TL-NOTE REDEFINES KPI-TL-LIMITS PIC X(46).
           05  FILLER         PIC X(34) VALUE SPACES.
       01  KPI-SRCLINE.
           05  KPI-SL-NAME    PIC X(8).
           05  FILLER  PIC X(16) VALUE '  RECORDS READ  '.
           05  KPI-SL-READ    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KPI-SL-NOTE    PIC X(30).
           05  FILLER         PIC X(66) VALUE SPACES.
       01  KPI-CNTLINE.
           05  KPI-CN-LABEL   PIC X(40).
           05  KPI-CN-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      * THE SUMMARY PAGE LINES.
       01  KSM-TITLE.
           05  FILLER  PIC X(44) VALUE
               'OPERATIONS AND BUSINESS KPI SUMMARY - MONTH '.
           05  KSM-TT-MONTH   PIC X(6).
           05  FILLER  PIC X(83) VALUE SPACES.
       01  KSM-COLHDR.
           05  FILLER  PIC X(42) VALUE 'MEASURE'.
           05  KSM-CH-M1      PIC X(6).
           05  FILLER  PIC X(13) VALUE SPACES.
           05  KSM-CH-M0      PIC X(6).
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'TRND'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(5)  VALUE 'RAG'.
           05  FILLER  PIC X(50) VALUE SPACES.
       01  KSM-DETAIL.
           05  KSM-DT-DESC    PIC X(32).
           05  FILLER         PIC X     VALUE SPACE.
           05  KSM-DT-M1      PIC X(18).
           05  FILLER         PIC X     VALUE SPACE.
           05  KSM-DT-M0      PIC X(18).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KSM-DT-TREND   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KSM-DT-STATUS  PIC X(5).
           05  FILLER         PIC X(50) VALUE SPACES.
       01  KSM-RAGLINE.
           05  FILLER         PIC X(4)  VALUE 'RED '.
           05  KSM-RL-RED     PIC ZZ9.
           05  FILLER         PIC X(9)  VALUE '   AMBER '.
           05  KSM-RL-AMBER   PIC ZZ9.
           05  FILLER         PIC X(9)  VALUE '   GREEN '.
           05  KSM-RL-GREEN   PIC ZZ9.
           05  FILLER         PIC X(14) VALUE '   NOT JUDGED '.
           05  KSM-RL-NONE    PIC ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
       01  KSM-FOOTER.
           05  FILLER  PIC X(52) VALUE
               'THE FULL PACK WITH THE THRESHOLDS AND THE SOURCES IS'.
           05  FILLER  PIC X(34) VALUE
               ' ON RPTSTOR - SEE RPTVIEW, KPIPACK'.
           05  FILLER  PIC X(47) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF KPI-OPEN-FAILED
              STOP RUN
           END-IF.
           PERFORM LOAD-TARGETS.
           PERFORM SCAN-TRNHIST.
           PERFORM SCAN-ALRTHIST.
           PERFORM SCAN-RUNCTL.
           PERFORM SCAN-STATHIST.
           PERFORM SCAN-BALSNAP.
           PERFORM DERIVE-MEASURES.
           PERFORM JUDGE-MEASURE VARYING MSR-IDX FROM 1 BY 1
                UNTIL MSR-IDX > MSR-MAX.
           PERFORM WRITE-PACK.
           PERFORM WRITE-SUMMARY.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT KPI-TODAY FROM DATE YYYYMMDD.
           INITIALIZE KPV-TABLE KPT-TABLE SRC-COUNTS ACK-MONTHS
                      BAT-MONTHS TRN-MONTHS.

      * NO KPICTL, NO THRESHOLDS - A PACK WITHOUT ITS STATUS COLUMN IS
      * NOT WHAT GOES TO THE MANAGER, SO THE RUN IS REFUSED.
           OPEN INPUT KPICTL.
           IF FS-KPICTL NOT = '00'
              DISPLAY 'KPIPACK - ERROR OPENING KPICTL   STATUS='
                       FS-KPICTL
              GO TO INIT-BAD
           END-IF.
           MOVE 'N' TO KPI-EOF.
           PERFORM LOAD-CTL-ONE UNTIL KPI-END-OF-FILE.
           CLOSE KPICTL.

      * NO MONTH ON THE CARD - THE ONE BEFORE TODAY'S.
           IF KPI-MONTH = SPACES
              MOVE KPI-TODAY(1:6) TO KPI-MONTH
              IF KPI-MON-MM = 1
                 SUBTRACT 1 FROM KPI-MON-YYYY
                 MOVE 12 TO KPI-MON-MM
              ELSE
                 SUBTRACT 1 FROM KPI-MON-MM
              END-IF
           END-IF.
           IF KPI-MONTH NOT NUMERIC
              OR KPI-MON-MM < 1 OR KPI-MON-MM > 12
              DISPLAY 'KPIPACK - BAD MONTH ON KPICTL - RUN REFUSED: '
                       KPI-MONTH
              GO TO INIT-BAD
           END-IF.
           PERFORM BUILD-MONTHS.

           OPEN OUTPUT KPIRPT.
           IF FS-KPIRPT NOT = '00'
              DISPLAY 'KPIPACK - ERROR OPENING KPIRPT   STATUS='
                       FS-KPIRPT
              GO TO INIT-BAD
           END-IF.
           OPEN OUTPUT EDELFEED.
           IF FS-EDELFEED NOT = '00'
              DISPLAY 'KPIPACK - ERROR OPENING EDELFEED STATUS='
                       FS-EDELFEED
              CLOSE KPIRPT
              GO TO INIT-BAD
           END-IF.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO KPI-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       LOAD-CTL-ONE SECTION.
      *////////////////////
           READ KPICTL
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-LOADCTL.
           IF KPICTL-REC = SPACES OR CTK-CODE(1:1) = '*'
              GO TO FIN-LOADCTL.
           IF CTK-CODE = 'MONTH   '
              MOVE CTK-PARM(1:6) TO KPI-MONTH
              GO TO FIN-LOADCTL.
           IF CTK-CODE = 'MAILTO  '
              MOVE CTK-PARM TO KPI-MAILTO
              GO TO FIN-LOADCTL.

           MOVE 1 TO MSR-IDX.
       LOADCTL-FIND.
           IF MSR-IDX > MSR-MAX
              DISPLAY 'KPIPACK - UNKNOWN MEASURE ON KPICTL: ' CTK-CODE
              GO TO LOADCTL-REJECT.
           IF MSR-CODE(MSR-IDX) NOT = CTK-CODE
              ADD 1 TO MSR-IDX
              GO TO LOADCTL-FIND.

           IF CTK-DIR NOT = 'H' AND CTK-DIR NOT = 'L'
              AND CTK-DIR NOT = SPACE
              DISPLAY 'KPIPACK - BAD DIRECTION ON KPICTL: ' CTK-CODE
              GO TO LOADCTL-REJECT.
           IF CTK-AMBER NOT NUMERIC OR CTK-RED NOT NUMERIC
              DISPLAY 'KPIPACK - BAD THRESHOLD ON KPICTL: ' CTK-CODE
              GO TO LOADCTL-REJECT.
           MOVE CTK-DIR TO KPT-DIR(MSR-IDX).
           IF CTK-DIR = SPACE
              MOVE MSR-DIR(MSR-IDX) TO KPT-DIR(MSR-IDX).
           MOVE CTK-AMBER TO KPT-CHK-AMBER.
           MOVE CTK-RED   TO KPT-CHK-RED.
      * AMBER MUST COME BEFORE RED IN THE BAD DIRECTION.
           IF KPT-DIR(MSR-IDX) = 'H'
              AND KPT-CHK-AMBER > KPT-CHK-RED
              DISPLAY 'KPIPACK - AMBER ABOVE RED ON KPICTL: ' CTK-CODE
              GO TO LOADCTL-REJECT.
           IF KPT-DIR(MSR-IDX) = 'L'
              AND KPT-CHK-AMBER < KPT-CHK-RED
              DISPLAY 'KPIPACK - AMBER BELOW RED ON KPICTL: ' CTK-CODE
              GO TO LOADCTL-REJECT.
           MOVE KPT-CHK-AMBER TO KPT-AMBER(MSR-IDX).
           MOVE KPT-CHK-RED   TO KPT-RED(MSR-IDX).
           MOVE 'Y' TO KPT-SET(MSR-IDX).
           GO TO FIN-LOADCTL.
       LOADCTL-REJECT.
           MOVE SPACE TO KPT-SET(MSR-IDX) KPT-DIR(MSR-IDX).
           ADD 1 TO KPI-CARDS-BAD.
       FIN-LOADCTL. EXIT.
      *////////////////////
       BUILD-MONTHS SECTION.
      *////////////////////
      * THE PACK'S MONTH AND THE THREE BEFORE IT, STEPPING BACK OVER A
      * YEAR END WHERE NEEDED.
           MOVE KPI-MONTH TO KPM-WORK.
           MOVE 4 TO KPM-IDX.
       BUILDMON-LP.
           MOVE KPM-WORK TO KPM-MONTH(KPM-IDX).
           IF KPM-IDX = 1
              GO TO FIN-BUILDMON.
           IF KPM-WK-MM = 1
              SUBTRACT 1 FROM KPM-WK-YYYY
              MOVE 12 TO KPM-WK-MM
           ELSE
              SUBTRACT 1 FROM KPM-WK-MM
           END-IF.
           SUBTRACT 1 FROM KPM-IDX.
           GO TO BUILDMON-LP.
       FIN-BUILDMON. EXIT.
      *////////////////////
       FIND-MONTH SECTION.
      *////////////////////
      * KPM-KEY (YYYYMM) TO ITS POSITION IN KPM-TABLE - 0 IF OUTSIDE.
           MOVE 0 TO KPM-HIT.
           MOVE 1 TO KPM-IDX.
       FINDMON-LP.
           IF KPM-IDX > 4
              GO TO FIN-FINDMON.
           IF KPM-MONTH(KPM-IDX) = KPM-KEY
              MOVE KPM-IDX TO KPM-HIT
              GO TO FIN-FINDMON.
           ADD 1 TO KPM-IDX.
           GO TO FINDMON-LP.
       FIN-FINDMON. EXIT.
      *////////////////////
       LOAD-TARGETS SECTION.
      *////////////////////
      * A MISSING OR EMPTY TARGET FILE JUST MEANS NO TRANSACTION IS
      * OVER TARGET.
           OPEN INPUT AVTGTCTL.
           IF FS-AVTGTCTL NOT = '00' AND FS-AVTGTCTL NOT = '05'
              GO TO FIN-LOADTGT
           END-IF.
           MOVE 0 TO TGT-EOF.
           PERFORM LOAD-TGT-ONE UNTIL TGT-EOF = 1.
           CLOSE AVTGTCTL.
       FIN-LOADTGT. EXIT.
      *////////////////////
       LOAD-TGT-ONE SECTION.
      *////////////////////
           READ AVTGTCTL
                AT END
                   MOVE 1 TO TGT-EOF
           END-READ.
           IF TGT-EOF = 1
              GO TO FIN-LOADTGTONE.
           IF TGC-TRAN = SPACES OR TGC-TRAN(1:1) = '*'
              GO TO FIN-LOADTGTONE.
           IF TGT-COUNT >= TGT-MAX
              GO TO FIN-LOADTGTONE.
           ADD 1 TO TGT-COUNT.
           MOVE TGC-TRAN TO TGT-TRAN(TGT-COUNT).
           IF TGC-MAXOUT NUMERIC
              MOVE TGC-MAXOUT TO TGT-MAXOUT(TGT-COUNT)
           ELSE
              MOVE 99999 TO TGT-MAXOUT(TGT-COUNT)
           END-IF.
           IF TGC-MAXDOWN NUMERIC
              MOVE TGC-MAXDOWN TO TGT-MAXDOWN(TGT-COUNT)
           ELSE
              MOVE 9999999 TO TGT-MAXDOWN(TGT-COUNT)
           END-IF.
           IF TGC-MAXSINGLE NUMERIC
              MOVE TGC-MAXSINGLE TO TGT-MAXSINGLE(TGT-COUNT)
           ELSE
              MOVE 9999999 TO TGT-MAXSINGLE(TGT-COUNT)
           END-IF.
       FIN-LOADTGTONE. EXIT.
      *////////////////////
       SOURCE-MISSING SECTION.
      *////////////////////
           DISPLAY 'KPIPACK - ' SRC-NAME(SRC-IDX)
                   ' NOT AVAILABLE - SHOWN AS NO DATA'.
           MOVE 1 TO KPI-SRC-MISSING.
       FIN-SRCMISS. EXIT.
      *////////////////////
       SCAN-TRNHIST SECTION.
      *////////////////////
           MOVE 1 TO SRC-IDX.
           OPEN INPUT TRNHIST.
           IF FS-TRNHIST NOT = '00'
              PERFORM SOURCE-MISSING
              GO TO FIN-SCANTRN
           END-IF.
           MOVE 'Y' TO SRC-OPEN(1).
           MOVE 'Y' TO KPV-SET(1, 2) KPV-SET(1, 3) KPV-SET(1, 4)
                       KPV-SET(2, 2) KPV-SET(2, 3) KPV-SET(2, 4)
                       KPV-SET(3, 2) KPV-SET(3, 3) KPV-SET(3, 4).
           MOVE 'N' TO KPI-EOF.
           PERFORM TRN-ONE UNTIL KPI-END-OF-FILE.
           PERFORM TRAN-BREAK.
           CLOSE TRNHIST.
       FIN-SCANTRN. EXIT.
      *////////////////////
       TRN-ONE SECTION.
      *////////////////////
      * EVENTS ARRIVE IN TRAN+DATE+TIME ORDER - A DOWN OPENS AN OUTAGE,
      * THE NEXT START CLOSES IT; PURGES ARE PART OF THE RESTART.
           READ TRNHIST NEXT RECORD
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-TRNONE.
           ADD 1 TO SRC-READ(1).
           IF HIST-TRAN NOT = TRN-CUR-TRAN
              PERFORM TRAN-BREAK
              MOVE HIST-TRAN TO TRN-CUR-TRAN
           END-IF.

           IF HIST-EVT-DOWN
              IF NOT TRN-OUTAGE-OPEN
                 MOVE 1 TO TRN-OUT-FLAG
                 MOVE HIST-DATE TO TRN-DWN-DATE
                 MOVE HIST-TIME TO TRN-DWN-TIME
              END-IF
              GO TO FIN-TRNONE.
           IF HIST-EVT-START AND TRN-OUTAGE-OPEN
              PERFORM CLOSE-OUTAGE
              MOVE 0 TO TRN-OUT-FLAG.
       FIN-TRNONE. EXIT.
      *////////////////////
       CLOSE-OUTAGE SECTION.
      *////////////////////
           MOVE TRN-DWN-DATE TO KPI-DATE-PARSE.
           MOVE TRN-DWN-TIME TO KPI-TIME-PARSE.
           IF KPI-DP-YYYY NOT NUMERIC OR KPI-DP-MM NOT NUMERIC
              OR KPI-DP-DD NOT NUMERIC OR KPI-TP-HH NOT NUMERIC
              GO TO FIN-CLOSEOUT.
           PERFORM CALC-DAYNUM.
           MOVE KPI-DAYNUM TO KPI-DWN-DAYNUM.
           PERFORM CALC-SECS.
           MOVE KPI-SECS TO KPI-DWN-SECS.

           MOVE HIST-DATE TO KPI-DATE-PARSE.
           MOVE HIST-TIME TO KPI-TIME-PARSE.
           PERFORM CALC-DAYNUM.
           PERFORM CALC-SECS.
           COMPUTE KPI-DURATION =
                   ((KPI-DAYNUM - KPI-DWN-DAYNUM) * 86400)
                   + KPI-SECS - KPI-DWN-SECS.
           IF KPI-DURATION < 0
              MOVE 0 TO KPI-DURATION
           END-IF.

      * THE OUTAGE BELONGS TO THE MONTH IT STARTED IN.
           MOVE SPACES TO KPM-KEY.
           STRING TRN-DWN-DATE(7:4) DELIMITED BY SIZE
                  TRN-DWN-DATE(1:2) DELIMITED BY SIZE
                  INTO KPM-KEY.
           PERFORM FIND-MONTH.
           IF KPM-HIT < 2
              GO TO FIN-CLOSEOUT.
           ADD 1 TO TRN-OUTS(KPM-HIT).
           ADD KPI-DURATION TO TRN-TOTAL(KPM-HIT).
           IF KPI-DURATION > TRN-LONG(KPM-HIT)
              MOVE KPI-DURATION TO TRN-LONG(KPM-HIT)
           END-IF.
           ADD 1 TO KPV-VAL(1, KPM-HIT).
           ADD KPI-DURATION TO KPV-VAL(2, KPM-HIT).
       FIN-CLOSEOUT. EXIT.
      *////////////////////
       TRAN-BREAK SECTION.
      *////////////////////
      * THE TRANSACTION JUST WALKED AGAINST ITS TARGET, MONTH BY
      * MONTH. AN OUTAGE STILL OPEN IS UNRESTORED AND NOT COUNTED.
           MOVE 0 TO TRN-OUT-FLAG.
           IF TRN-CUR-TRAN = SPACES
              GO TO FIN-TRANBRK.
           MOVE 0 TO TGT-HIT.
           MOVE 1 TO TGT-IDX.
       TRANBRK-FIND.
           IF TGT-IDX > TGT-COUNT
              GO TO TRANBRK-RESET.
           IF TGT-TRAN(TGT-IDX) = TRN-CUR-TRAN
              MOVE TGT-IDX TO TGT-HIT
              GO TO TRANBRK-JUDGE.
           ADD 1 TO TGT-IDX.
           GO TO TRANBRK-FIND.
       TRANBRK-JUDGE.
           PERFORM JUDGE-TRAN-MONTH VARYING KPM-IDX FROM 2 BY 1
                UNTIL KPM-IDX > 4.
       TRANBRK-RESET.
           INITIALIZE TRN-MONTHS.
       FIN-TRANBRK. EXIT.
      *////////////////////
       JUDGE-TRAN-MONTH SECTION.
      *////////////////////
           IF TRN-OUTS(KPM-IDX) > TGT-MAXOUT(TGT-HIT)
              OR TRN-TOTAL(KPM-IDX) > TGT-MAXDOWN(TGT-HIT)
              OR TRN-LONG(KPM-IDX) > TGT-MAXSINGLE(TGT-HIT)
              ADD 1 TO KPV-VAL(3, KPM-IDX)
           END-IF.
       FIN-JUDGETRN. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
           MOVE KPI-DP-YYYY TO KPI-WORK-Y.
           MOVE KPI-DP-MM   TO KPI-WORK-M.
           IF KPI-WORK-M < 3
              SUBTRACT 1 FROM KPI-WORK-Y
              ADD 12 TO KPI-WORK-M
           END-IF.
           COMPUTE KPI-WORK-A = KPI-WORK-Y / 100.
           COMPUTE KPI-DAYNUM = (36525 * KPI-WORK-Y) / 100
                   + KPI-WORK-Y / 4 - KPI-WORK-A + KPI-WORK-A / 4
                   + (306 * (KPI-WORK-M + 1)) / 10
                   + KPI-DP-DD.
       FIN-CALCDAY. EXIT.
      *////////////////////
       CALC-SECS SECTION.
      *////////////////////
           COMPUTE KPI-SECS = (KPI-TP-HH * 3600)
                   + (KPI-TP-MM * 60) + KPI-TP-SS.
       FIN-CALCSECS. EXIT.
      *////////////////////
       SCAN-ALRTHIST SECTION.
      *////////////////////
           MOVE 2 TO SRC-IDX.
           OPEN INPUT ALRTHIST.
           IF FS-ALRTHIST NOT = '00'
              PERFORM SOURCE-MISSING
              GO TO FIN-SCANALR
           END-IF.
           MOVE 'Y' TO SRC-OPEN(2).
           MOVE 'Y' TO KPV-SET(4, 2) KPV-SET(4, 3) KPV-SET(4, 4)
                       KPV-SET(5, 2) KPV-SET(5, 3) KPV-SET(5, 4).
           MOVE 'N' TO KPI-EOF.
           PERFORM ALR-ONE UNTIL KPI-END-OF-FILE.
           CLOSE ALRTHIST.
       FIN-SCANALR. EXIT.
      *////////////////////
       ALR-ONE SECTION.
      *////////////////////
      * AN ALERT SUPPRESSED WHILE ITS PARENT WAS DOWN WAS NEVER RAISED
      * TO ANYBODY, SO IT IS NOT PART OF THE VOLUME.
           READ ALRTHIST NEXT RECORD
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-ALRONE.
           ADD 1 TO SRC-READ(2).
           IF AH-PARENT-DOWN
              GO TO FIN-ALRONE.
           MOVE AH-DATE(1:6) TO KPM-KEY.
           PERFORM FIND-MONTH.
           IF KPM-HIT < 2
              GO TO FIN-ALRONE.
           ADD 1 TO KPV-VAL(4, KPM-HIT).
           IF AH-SEV = 'ErrorCrt'
              ADD 1 TO KPV-VAL(5, KPM-HIT).

      * ACK LAG - ONLY WHEN BOTH STAMPS PARSE AND THE ACK LANDED THE
      * SAME DAY (THE ACK STAMP CARRIES NO DATE).
           IF NOT AH-ACKED
              OR AH-TIME(1:2) NOT NUMERIC
              OR AH-ACK-HORA(1:2) NOT NUMERIC
              GO TO FIN-ALRONE.
           MOVE AH-TIME TO KPI-TIME-PARSE.
           PERFORM CALC-SECS.
           MOVE KPI-SECS TO KPI-ALERT-SECS.
           MOVE AH-ACK-HORA TO KPI-TIME-PARSE.
           PERFORM CALC-SECS.
           MOVE KPI-SECS TO KPI-ACK-SECS.
           IF KPI-ACK-SECS >= KPI-ALERT-SECS
              ADD 1 TO ACK-CNT(KPM-HIT)
              COMPUTE ACK-SUM-SECS(KPM-HIT) = ACK-SUM-SECS(KPM-HIT)
                      + KPI-ACK-SECS - KPI-ALERT-SECS
           END-IF.
       FIN-ALRONE. EXIT.
      *////////////////////
       SCAN-RUNCTL SECTION.
      *////////////////////
           MOVE 3 TO SRC-IDX.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT = '00'
              PERFORM SOURCE-MISSING
              GO TO FIN-SCANRUN
           END-IF.
           MOVE 'Y' TO SRC-OPEN(3).
           MOVE 'Y' TO KPV-SET(7, 2) KPV-SET(7, 3) KPV-SET(7, 4).
           MOVE 'N' TO KPI-EOF.
           PERFORM RUN-ONE UNTIL KPI-END-OF-FILE.
           CLOSE RUNCTL.
       FIN-SCANRUN. EXIT.
      *////////////////////
       RUN-ONE SECTION.
      *////////////////////
      * STEP RECORDS ONLY - PARAMETER RECORDS ('*' PROGRAMS) ARE
      * PASSED OVER. THE MONTH IS THE BUSINESS DATE'S, NOT THE CLOCK'S.
           READ RUNCTL
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-RUNONE.
           ADD 1 TO SRC-READ(3).
           IF RCF-PROGRAM(1:1) = '*'
              GO TO FIN-RUNONE.
           IF RCF-STATUS NOT = 'S' AND RCF-STATUS NOT = 'C'
              AND RCF-STATUS NOT = 'F' AND RCF-STATUS NOT = 'K'
              GO TO FIN-RUNONE.
           MOVE RCF-BUSDATE(1:6) TO KPM-KEY.
           PERFORM FIND-MONTH.
           IF KPM-HIT < 2
              GO TO FIN-RUNONE.
           PERFORM NOTE-NIGHT.

           PERFORM FIND-PENDING.
           IF RCF-STATUS = 'S'
              PERFORM ADD-PENDING
              GO TO FIN-RUNONE.
           IF RCF-STATUS = 'F'
              ADD 1 TO KPV-VAL(7, KPM-HIT).
           IF PND-HIT = 0
              GO TO FIN-RUNONE.

      * START TO COMPLETION FROM THE HHMMSS STAMPS - A NEGATIVE SPAN
      * CROSSED MIDNIGHT AND GETS A DAY BACK.
           IF PND-HORA(PND-HIT)(1:6) NUMERIC
              AND RCF-HORA(1:6) NUMERIC
              MOVE PND-HORA(PND-HIT) TO KPI-HORA-PARSE
              COMPUTE KPI-S-SECS = (KPI-HP-HH * 3600)
                      + (KPI-HP-MM * 60) + KPI-HP-SS
              MOVE RCF-HORA TO KPI-HORA-PARSE
              COMPUTE KPI-C-SECS = (KPI-HP-HH * 3600)
                      + (KPI-HP-MM * 60) + KPI-HP-SS
              COMPUTE KPI-ELAPSED = KPI-C-SECS - KPI-S-SECS
              IF KPI-ELAPSED < 0
                 ADD 86400 TO KPI-ELAPSED
              END-IF
              ADD KPI-ELAPSED TO BAT-SUM-SECS(KPM-HIT)
           END-IF.
           MOVE SPACES TO PND-ENTRY(PND-HIT).
       FIN-RUNONE. EXIT.
      *////////////////////
       NOTE-NIGHT SECTION.
      *////////////////////
      * EACH BUSINESS DATE COUNTS ONCE AS A NIGHT OF ITS MONTH.
           MOVE 1 TO BDT-IDX.
       NOTENIGHT-LP.
           IF BDT-IDX > BDT-COUNT
              GO TO NOTENIGHT-NEW.
           IF BDT-DATE(BDT-IDX) = RCF-BUSDATE
              GO TO FIN-NOTENIGHT.
           ADD 1 TO BDT-IDX.
           GO TO NOTENIGHT-LP.
       NOTENIGHT-NEW.
           IF BDT-COUNT >= BDT-MAX
              GO TO FIN-NOTENIGHT.
           ADD 1 TO BDT-COUNT.
           MOVE RCF-BUSDATE TO BDT-DATE(BDT-COUNT).
           ADD 1 TO BAT-NIGHTS(KPM-HIT).
       FIN-NOTENIGHT. EXIT.
      *////////////////////
       FIND-PENDING SECTION.
      *////////////////////
      * THE OPEN START FOR THIS PROGRAM AND BUSINESS DATE, AND THE
      * FIRST FREE SLOT ON THE WAY.
           MOVE 0 TO PND-HIT PND-FREE.
           MOVE 1 TO PND-IDX.
       FINDPND-LP.
           IF PND-IDX > PND-COUNT
              GO TO FIN-FINDPND.
           IF PND-PROG(PND-IDX) = SPACES
              IF PND-FREE = 0
                 MOVE PND-IDX TO PND-FREE
              END-IF
           ELSE
           IF PND-PROG(PND-IDX) = RCF-PROGRAM
              AND PND-DATE(PND-IDX) = RCF-BUSDATE
              MOVE PND-IDX TO PND-HIT
              GO TO FIN-FINDPND.
           ADD 1 TO PND-IDX.
           GO TO FINDPND-LP.
       FIN-FINDPND. EXIT.
      *////////////////////
       ADD-PENDING SECTION.
      *////////////////////
      * A RERUN'S START REPLACES THE ONE THAT NEVER COMPLETED. A FULL
      * TABLE JUST LOSES THE RUNTIME OF THAT STEP.
           IF PND-HIT = 0
              IF PND-FREE > 0
                 MOVE PND-FREE TO PND-HIT
              ELSE
              IF PND-COUNT < PND-MAX
                 ADD 1 TO PND-COUNT
                 MOVE PND-COUNT TO PND-HIT
              END-IF
              END-IF
           END-IF.
           IF PND-HIT = 0
              GO TO FIN-ADDPND.
           MOVE RCF-PROGRAM TO PND-PROG(PND-HIT).
           MOVE RCF-BUSDATE TO PND-DATE(PND-HIT).
           MOVE RCF-HORA    TO PND-HORA(PND-HIT).
       FIN-ADDPND. EXIT.
      *////////////////////
       SCAN-STATHIST SECTION.
      *////////////////////
           MOVE 4 TO SRC-IDX.
           OPEN INPUT STATHIST.
           IF FS-STATHIST NOT = '00'
              PERFORM SOURCE-MISSING
              GO TO FIN-SCANSTA
           END-IF.
           MOVE 'Y' TO SRC-OPEN(4).
           MOVE 'N' TO KPI-EOF.
           PERFORM STA-ONE UNTIL KPI-END-OF-FILE.
           CLOSE STATHIST.
       FIN-SCANSTA. EXIT.
      *////////////////////
       STA-ONE SECTION.
      *////////////////////
      * ONE RECORD PER FILESTAT RUN, APPENDED IN RUN ORDER - THE LAST
      * ONE IN A MONTH IS THE MONTH-END CUSTOMER COUNT. A MONTH WITH
      * NO RUN HAS NO COUNT.
           READ STATHIST
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-STAONE.
           ADD 1 TO SRC-READ(4).
           IF SH-RECS NOT NUMERIC
              GO TO FIN-STAONE.
           MOVE SH-DATE(1:6) TO KPM-KEY.
           PERFORM FIND-MONTH.
           IF KPM-HIT = 0
              GO TO FIN-STAONE.
           MOVE SH-RECS TO KPV-VAL(9, KPM-HIT).
           MOVE 'Y'     TO KPV-SET(9, KPM-HIT).
       FIN-STAONE. EXIT.
      *////////////////////
       SCAN-BALSNAP SECTION.
      *////////////////////
           MOVE 5 TO SRC-IDX.
           OPEN INPUT BALSNAP.
           IF FS-BALSNAP NOT = '00'
              PERFORM SOURCE-MISSING
              GO TO FIN-SCANBAL
           END-IF.
           MOVE 'Y' TO SRC-OPEN(5).
           MOVE 'N' TO KPI-EOF.
           PERFORM BAL-ONE UNTIL KPI-END-OF-FILE.
           CLOSE BALSNAP.
       FIN-SCANBAL. EXIT.
      *////////////////////
       BAL-ONE SECTION.
      *////////////////////
      * A PERIOD WITH NO SNAPSHOT (EDUFSNAP NOT RUN) HAS NO TOTAL.
           READ BALSNAP NEXT RECORD
                AT END
                   MOVE 'Y' TO KPI-EOF
           END-READ.
           IF KPI-END-OF-FILE
              GO TO FIN-BALONE.
           ADD 1 TO SRC-READ(5).
           MOVE SNP-PERIOD TO KPM-KEY.
           PERFORM FIND-MONTH.
           IF KPM-HIT < 2
              GO TO FIN-BALONE.
           MOVE 'Y' TO KPV-SET(11, KPM-HIT).
           IF SNP-AMOUNT-N NUMERIC
              ADD SNP-AMOUNT-N TO KPV-VAL(11, KPM-HIT).
       FIN-BALONE. EXIT.
      *////////////////////
       DERIVE-MEASURES SECTION.
      *////////////////////
           PERFORM DERIVE-MONTH VARYING KPM-IDX FROM 2 BY 1
                UNTIL KPM-IDX > 4.
       FIN-DERIVE. EXIT.
      *////////////////////
       DERIVE-MONTH SECTION.
      *////////////////////
      * DOWNTIME TO MINUTES; ACK LAG AND NIGHTLY RUNTIME AS AVERAGES,
      * NO DATA WHEN THERE WAS NOTHING TO AVERAGE; GROWTH AS THE MONTH
      * END COUNT LESS THE PREVIOUS MONTH END'S. ALL IN WHOLE UNITS,
      * SO THE STATUS IS JUDGED ON THE FIGURE THAT IS PRINTED.
           COMPUTE KPI-WHOLE ROUNDED = KPV-VAL(2, KPM-IDX) / 60.
           MOVE KPI-WHOLE TO KPV-VAL(2, KPM-IDX).
           IF ACK-CNT(KPM-IDX) > 0
              COMPUTE KPI-WHOLE ROUNDED =
                      ACK-SUM-SECS(KPM-IDX) / ACK-CNT(KPM-IDX)
              MOVE KPI-WHOLE TO KPV-VAL(6, KPM-IDX)
              MOVE 'Y' TO KPV-SET(6, KPM-IDX)
           END-IF.
           IF BAT-NIGHTS(KPM-IDX) > 0
              COMPUTE KPI-WHOLE ROUNDED = BAT-SUM-SECS(KPM-IDX)
                      / (BAT-NIGHTS(KPM-IDX) * 60)
              MOVE KPI-WHOLE TO KPV-VAL(8, KPM-IDX)
              MOVE 'Y' TO KPV-SET(8, KPM-IDX)
           END-IF.
           IF KPV-SET(9, KPM-IDX) = 'Y'
              AND KPV-SET(9, KPM-IDX - 1) = 'Y'
              COMPUTE KPV-VAL(10, KPM-IDX) = KPV-VAL(9, KPM-IDX)
                      - KPV-VAL(9, KPM-IDX - 1)
              MOVE 'Y' TO KPV-SET(10, KPM-IDX)
           END-IF.
       FIN-DERIVEMON. EXIT.
      *////////////////////
       JUDGE-MEASURE SECTION.
      *////////////////////
      * TREND IS THIS MONTH AGAINST TWO MONTHS AGO. THE STATUS IS ON
      * THIS MONTH'S VALUE ONLY.
           MOVE SPACES TO KPT-TREND(MSR-IDX).
           IF KPV-SET(MSR-IDX, 4) = 'Y' AND KPV-SET(MSR-IDX, 2) = 'Y'
              IF KPV-VAL(MSR-IDX, 4) > KPV-VAL(MSR-IDX, 2)
                 MOVE 'UP  ' TO KPT-TREND(MSR-IDX)
              ELSE
              IF KPV-VAL(MSR-IDX, 4) < KPV-VAL(MSR-IDX, 2)
                 MOVE 'DOWN' TO KPT-TREND(MSR-IDX)
              ELSE
                 MOVE 'FLAT' TO KPT-TREND(MSR-IDX)
              END-IF
              END-IF
           END-IF.

           IF KPT-SET(MSR-IDX) NOT = 'Y'
              MOVE 'N/A  ' TO KPT-STATUS(MSR-IDX)
              ADD 1 TO KPT-NONE-CNT
              GO TO FIN-JUDGEMSR.
           IF KPV-SET(MSR-IDX, 4) NOT = 'Y'
              MOVE 'NODAT' TO KPT-STATUS(MSR-IDX)
              ADD 1 TO KPT-NONE-CNT
              GO TO FIN-JUDGEMSR.

           IF KPT-DIR(MSR-IDX) = 'H'
              IF KPV-VAL(MSR-IDX, 4) >= KPT-RED(MSR-IDX)
                 GO TO JUDGEMSR-RED
              ELSE
              IF KPV-VAL(MSR-IDX, 4) >= KPT-AMBER(MSR-IDX)
                 GO TO JUDGEMSR-AMBER
              ELSE
                 GO TO JUDGEMSR-GREEN
              END-IF
              END-IF
           END-IF.
           IF KPV-VAL(MSR-IDX, 4) <= KPT-RED(MSR-IDX)
              GO TO JUDGEMSR-RED.
           IF KPV-VAL(MSR-IDX, 4) <= KPT-AMBER(MSR-IDX)
              GO TO JUDGEMSR-AMBER.
       JUDGEMSR-GREEN.
           MOVE 'GREEN' TO KPT-STATUS(MSR-IDX).
           ADD 1 TO KPT-GREEN-CNT.
           GO TO FIN-JUDGEMSR.
       JUDGEMSR-AMBER.
           MOVE 'AMBER' TO KPT-STATUS(MSR-IDX).
           ADD 1 TO KPT-AMBER-CNT.
           GO TO FIN-JUDGEMSR.
       JUDGEMSR-RED.
           MOVE 'RED  ' TO KPT-STATUS(MSR-IDX).
           ADD 1 TO KPT-RED-CNT.
       FIN-JUDGEMSR. EXIT.
      *////////////////////
       FORMAT-VALUE SECTION.
      *////////////////////
      * KPE-VALUE (KPE-DEC DECIMALS) INTO KPE-OUT, OR NO DATA.
           MOVE SPACES TO KPE-OUT.
           IF KPE-SETF NOT = 'Y'
              MOVE '        NO DATA' TO KPE-OUT
              GO TO FIN-FMTVAL.
           IF KPE-DEC = 0
              COMPUTE KPE-EDIT-N ROUNDED = KPE-VALUE
              MOVE KPE-EDIT-N TO KPE-OUT(1:15)
           ELSE
              MOVE KPE-VALUE  TO KPE-EDIT-D
              MOVE KPE-EDIT-D TO KPE-OUT
           END-IF.
       FIN-FMTVAL. EXIT.
      *////////////////////
       FORMAT-MONTH SECTION.
      *////////////////////
      * THE MEASURE MSR-IDX FOR THE MONTH KPM-IDX INTO KPE-OUT.
           MOVE KPV-VAL(MSR-IDX, KPM-IDX) TO KPE-VALUE.
           MOVE KPV-SET(MSR-IDX, KPM-IDX) TO KPE-SETF.
           MOVE MSR-DEC(MSR-IDX)          TO KPE-DEC.
           PERFORM FORMAT-VALUE.
       FIN-FMTMON. EXIT.
      *////////////////////
       WRITE-PACK SECTION.
      *////////////////////
           MOVE KPI-MONTH TO KPI-HD-MONTH.
           MOVE KPI-TODAY TO KPI-HD-DATE.
           WRITE KPIRPT-LINE FROM KPI-HEADING1.
           MOVE KPM-MONTH(2) TO KPI-CH-M2.
           MOVE KPM-MONTH(3) TO KPI-CH-M1.
           MOVE KPM-MONTH(4) TO KPI-CH-M0.
           WRITE KPIRPT-LINE FROM KPI-COLHDR.
           PERFORM WRITE-MEASURE VARYING MSR-IDX FROM 1 BY 1
                UNTIL MSR-IDX > MSR-MAX.

           MOVE 'STATUS OF THE MONTH' TO KPI-SH-TEXT.
           WRITE KPIRPT-LINE FROM KPI-SECHDR.
           MOVE 'MEASURES RED' TO KPI-CN-LABEL.
           MOVE KPT-RED-CNT TO KPI-CN-CNT.
           WRITE KPIRPT-LINE FROM KPI-CNTLINE.
           MOVE 'MEASURES AMBER' TO KPI-CN-LABEL.
           MOVE KPT-AMBER-CNT TO KPI-CN-CNT.
           WRITE KPIRPT-LINE FROM KPI-CNTLINE.
           MOVE 'MEASURES GREEN' TO KPI-CN-LABEL.
           MOVE KPT-GREEN-CNT TO KPI-CN-CNT.
           WRITE KPIRPT-LINE FROM KPI-CNTLINE.
           MOVE 'MEASURES NOT JUDGED (NO THRESHOLD/DATA)'
                TO KPI-CN-LABEL.
           MOVE KPT-NONE-CNT TO KPI-CN-CNT.
           WRITE KPIRPT-LINE FROM KPI-CNTLINE.

           MOVE 'THRESHOLDS (KPICTL)' TO KPI-SH-TEXT.
           WRITE KPIRPT-LINE FROM KPI-SECHDR.
           PERFORM WRITE-THRESHOLD VARYING MSR-IDX FROM 1 BY 1
                UNTIL MSR-IDX > MSR-MAX.
           IF KPI-CARDS-BAD > 0
              MOVE 'KPICTL CARDS REJECTED' TO KPI-CN-LABEL
              MOVE KPI-CARDS-BAD TO KPI-CN-CNT
              WRITE KPIRPT-LINE FROM KPI-CNTLINE
           END-IF.

           MOVE 'SOURCES' TO KPI-SH-TEXT.
           WRITE KPIRPT-LINE FROM KPI-SECHDR.
           PERFORM WRITE-SOURCE VARYING SRC-IDX FROM 1 BY 1
                UNTIL SRC-IDX > 5.
           MOVE 'AVAILABILITY TARGETS LOADED (AVTGTCTL)'
                TO KPI-CN-LABEL.
           MOVE TGT-COUNT TO KPI-CN-CNT.
           WRITE KPIRPT-LINE FROM KPI-CNTLINE.
       FIN-WRPACK. EXIT.
      *////////////////////
       WRITE-MEASURE SECTION.
      *////////////////////
           IF MSR-IDX = 1
              MOVE 'TRANSACTION AVAILABILITY (TRNHIST, AVTGTCTL)'
                   TO KPI-SH-TEXT
              WRITE KPIRPT-LINE FROM KPI-SECHDR.
           IF MSR-IDX = 4
              MOVE 'ALERTS (ALRTHIST)' TO KPI-SH-TEXT
              WRITE KPIRPT-LINE FROM KPI-SECHDR.
           IF MSR-IDX = 7
              MOVE 'BATCH CHAIN (RUNCTL)' TO KPI-SH-TEXT
              WRITE KPIRPT-LINE FROM KPI-SECHDR.
           IF MSR-IDX = 9
              MOVE 'CUSTOMERS AND BALANCES (STATHIST, BALSNAP)'
                   TO KPI-SH-TEXT
              WRITE KPIRPT-LINE FROM KPI-SECHDR.

           MOVE MSR-CODE(MSR-IDX) TO KPI-DT-CODE.
           MOVE MSR-DESC(MSR-IDX) TO KPI-DT-DESC.
           MOVE 2 TO KPM-IDX.
           PERFORM FORMAT-MONTH.
           MOVE KPE-OUT TO KPI-DT-M2.
           MOVE 3 TO KPM-IDX.
           PERFORM FORMAT-MONTH.
           MOVE KPE-OUT TO KPI-DT-M1.
           MOVE 4 TO KPM-IDX.
           PERFORM FORMAT-MONTH.
           MOVE KPE-OUT TO KPI-DT-M0.

      * THREE-MONTH AVERAGE OVER THE MONTHS THAT HAVE A VALUE.
           MOVE 0 TO KPA-SUM KPA-CNT.
           PERFORM ADD-AVERAGE VARYING KPM-IDX FROM 2 BY 1
                UNTIL KPM-IDX > 4.
           MOVE SPACE TO KPE-SETF.
           MOVE 0 TO KPE-VALUE.
           IF KPA-CNT > 0
              COMPUTE KPE-VALUE ROUNDED = KPA-SUM / KPA-CNT
              MOVE 'Y' TO KPE-SETF
           END-IF.
           MOVE MSR-DEC(MSR-IDX) TO KPE-DEC.
           PERFORM FORMAT-VALUE.
           MOVE KPE-OUT TO KPI-DT-AVG.

           MOVE KPT-TREND(MSR-IDX)  TO KPI-DT-TREND.
           MOVE KPT-STATUS(MSR-IDX) TO KPI-DT-STATUS.
           WRITE KPIRPT-LINE FROM KPI-DETAIL.
       FIN-WRMSR. EXIT.
      *////////////////////
       ADD-AVERAGE SECTION.
      *////////////////////
           IF KPV-SET(MSR-IDX, KPM-IDX) = 'Y'
              ADD KPV-VAL(MSR-IDX, KPM-IDX) TO KPA-SUM
              ADD 1 TO KPA-CNT
           END-IF.
       FIN-ADDAVG. EXIT.
      *////////////////////
       WRITE-THRESHOLD SECTION.
      *////////////////////
           MOVE MSR-CODE(MSR-IDX) TO KPI-TL-CODE.
           MOVE MSR-DESC(MSR-IDX) TO KPI-TL-DESC.
           IF KPT-SET(MSR-IDX) NOT = 'Y'
              MOVE SPACES TO KPI-TL-DIR
              MOVE 'NO THRESHOLD - NOT JUDGED' TO KPI-TL-NOTE
              GO TO WRTHR-WRITE.
           IF KPT-DIR(MSR-IDX) = 'H'
              MOVE 'HIGH IS BAD ' TO KPI-TL-DIR
           ELSE
              MOVE 'LOW IS BAD  ' TO KPI-TL-DIR
           END-IF.
           MOVE 'AMBER AT '        TO KPI-TL-NOTE.
           MOVE KPT-AMBER(MSR-IDX) TO KPI-TL-AMBER.
           MOVE '  RED AT '        TO KPI-TL-NOTE(24:9).
           MOVE KPT-RED(MSR-IDX)   TO KPI-TL-RED.
       WRTHR-WRITE.
           WRITE KPIRPT-LINE FROM KPI-THRLINE.
       FIN-WRTHR. EXIT.
      *////////////////////
       WRITE-SOURCE SECTION.
      *////////////////////
           MOVE SRC-NAME(SRC-IDX) TO KPI-SL-NAME.
           MOVE SRC-READ(SRC-IDX) TO KPI-SL-READ.
           IF SRC-OPEN(SRC-IDX) = 'Y'
              MOVE SPACES TO KPI-SL-NOTE
           ELSE
              MOVE 'NOT AVAILABLE - NO DATA' TO KPI-SL-NOTE
           END-IF.
           WRITE KPIRPT-LINE FROM KPI-SRCLINE.
       FIN-WRSRC. EXIT.
      *////////////////////
       WRITE-SUMMARY SECTION.
      *////////////////////
      * THE ONE-PAGE SUMMARY - PRIOR AND THIS MONTH, TREND AND STATUS
      * PER MEASURE. NO MAILTO CARD, NO SUMMARY (RC 4).
           IF KPI-MAILTO = SPACES
              DISPLAY 'KPIPACK - NO MAILTO ON KPICTL - '
                      'SUMMARY NOT SENT'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO FIN-WRSUM.
           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELHDR '  TO EDEL-TYPE.
           MOVE KPI-MAILTO  TO EDEL-HDR-EMAIL.
           MOVE KPI-MONTH   TO EDEL-HDR-NUMB.
           WRITE EDEL-REC.

           MOVE KPI-MONTH TO KSM-TT-MONTH.
           MOVE KSM-TITLE TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
           MOVE SPACES TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
           MOVE KPM-MONTH(3) TO KSM-CH-M1.
           MOVE KPM-MONTH(4) TO KSM-CH-M0.
           MOVE KSM-COLHDR TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
           PERFORM SUMMARY-MEASURE VARYING MSR-IDX FROM 1 BY 1
                UNTIL MSR-IDX > MSR-MAX.
           MOVE SPACES TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
           MOVE KPT-RED-CNT   TO KSM-RL-RED.
           MOVE KPT-AMBER-CNT TO KSM-RL-AMBER.
           MOVE KPT-GREEN-CNT TO KSM-RL-GREEN.
           MOVE KPT-NONE-CNT  TO KSM-RL-NONE.
           MOVE KSM-RAGLINE TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
           MOVE KSM-FOOTER TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.

           MOVE SPACES TO EDEL-REC.
           MOVE 'EDELEND '  TO EDEL-TYPE.
           MOVE KPI-MONTH   TO EDEL-DATA(1:6).
           WRITE EDEL-REC.
       FIN-WRSUM. EXIT.
      *////////////////////
       SUMMARY-MEASURE SECTION.
      *////////////////////
           MOVE MSR-DESC(MSR-IDX) TO KSM-DT-DESC.
           MOVE 3 TO KPM-IDX.
           PERFORM FORMAT-MONTH.
           MOVE KPE-OUT TO KSM-DT-M1.
           MOVE 4 TO KPM-IDX.
           PERFORM FORMAT-MONTH.
           MOVE KPE-OUT TO KSM-DT-M0.
           MOVE KPT-TREND(MSR-IDX)  TO KSM-DT-TREND.
           MOVE KPT-STATUS(MSR-IDX) TO KSM-DT-STATUS.
           MOVE KSM-DETAIL TO EDEL-DATA.
           PERFORM WRITE-EDELTXT.
       FIN-SUMMSR. EXIT.
      *////////////////////
       WRITE-EDELTXT SECTION.
      *////////////////////
      * EDEL-DATA IS FILLED BY THE CALLER.
           MOVE 'EDELTXT ' TO EDEL-TYPE.
           WRITE EDEL-REC.
       FIN-WREDEL. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           CLOSE KPIRPT EDELFEED.
           IF KPI-SRC-MISSING = 1 OR KPI-CARDS-BAD > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'KPIPACK - MONTH              : ' KPI-MONTH.
           DISPLAY 'KPIPACK - MEASURES RED       : ' KPT-RED-CNT.
           DISPLAY 'KPIPACK - MEASURES AMBER     : ' KPT-AMBER-CNT.
           DISPLAY 'KPIPACK - MEASURES GREEN     : ' KPT-GREEN-CNT.
           DISPLAY 'KPIPACK - NOT JUDGED         : ' KPT-NONE-CNT.
           DISPLAY 'KPIPACK - KPICTL CARDS BAD   : ' KPI-CARDS-BAD.
       FIN-ENDJOB. EXIT.
