      *----------------------------------------------------------------*
      *-- DISASTER-RECOVERY CONFIGURATION IMPORT. LOADS A BUNDLE
      *-- WRITTEN BY DRCEXP (SEE DRBNDLS) INTO THE TARGET REGION'S
      *-- FILES: THE INIT, INQT AND LCHK QUEUE DATASETS, SECPROF,
      *-- HOLCAL, ONLCTL, ONCALL, HRTBEAT AND THE AVTGTCTL TARGETS -
      *-- WHICH REGION IS WHICHEVER DATASETS THE JCL POINTS AT. THE
      *-- WHOLE BUNDLE IS READ AND VERIFIED FIRST: FORMAT LEVEL, EVERY
      *-- SECTION PRESENT ONCE, DATA LINES NUMBERED WITHOUT GAPS, EACH
      *-- SECTION TRAILER'S COUNT, AND THE BUNDLE TRAILER'S SECTION
      *-- COUNT, GRAND TOTAL AND VERSION. A BUNDLE THAT DOES NOT
      *-- VERIFY IS REFUSED WITH RETURN CODE 8 BEFORE ANY TARGET FILE
      *-- IS EVEN OPENED. THE DRICTL CARDS ARE THE SUBSTITUTION TABLE:
      *--   COL 1 'R' REGION - COLS 3-10 FROM, COLS 12-19 TO
      *--   COL 1 'S' SYSID  - COLS 3-6  FROM, COLS 12-15 TO
      *--   COL 1 '*' COMMENT
      *-- APPLIED TO THE REGION OF EVERY INIT LINE (NOT THE '********'
      *-- WILDCARD), THE REGION OF EVERY INQT LINE AFTER THE CONTROL
      *-- LINE, THE SYSID OF THE INQT '>' REMOTE LINES AND THE REGION
      *-- OF EVERY HRTBEAT RECORD. BEFORE EACH SECTION IS RELOADED ITS
      *-- CURRENT CONTENTS ARE LISTED LINE BY LINE AS REPLACED, THE WAY
      *-- REGSNAP INVENTORIES A REGION AT STARTUP, SO THE LISTING IS
      *-- ALSO THE WAY BACK. THE FILES ARE RELOADED WITH OPEN OUTPUT
      *-- (DEFINED REUSE, AS SECRCRT IS). NO SUBSTITUTION FOR THE
      *-- BUNDLE'S OWN SOURCE REGION LOADS THE REGION FIELDS AS
      *-- EXPORTED AND ENDS THE STEP WITH RETURN CODE 4.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRCIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRICTL ASSIGN TO DRICTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRICTL.
           SELECT DRBNDL    ASSIGN TO DRBNDL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRBNDL.
           SELECT OPTIONAL INITQ ASSIGN TO INITQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INITQ.
           SELECT OPTIONAL INQTQ ASSIGN TO INQTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-INQTQ.
           SELECT OPTIONAL LCHKQ ASSIGN TO LCHKQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LCHKQ.
           SELECT OPTIONAL SECPROF ASSIGN TO SECPROF
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
           SELECT OPTIONAL ONCALL ASSIGN TO ONCALL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ONC-KEY
                  FILE STATUS  IS FS-ONCALL.
           SELECT OPTIONAL HRTBEAT ASSIGN TO HRTBEAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HB-PROG
                  FILE STATUS  IS FS-HRTBEAT.
           SELECT OPTIONAL AVTGTCTL ASSIGN TO AVTGTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-AVTGTCTL.
           SELECT DRIRPT    ASSIGN TO DRIRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DRIRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  DRICTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DRICTL-REC.
           05  CTL-TYPE       PIC X.
               88  CTL-COMMENT          VALUE '*'.
               88  CTL-REGION           VALUE 'R'.
               88  CTL-SYSID            VALUE 'S'.
           05  FILLER         PIC X.
           05  CTL-FROM       PIC X(8).
           05  FILLER         PIC X.
           05  CTL-TO         PIC X(8).
           05  FILLER         PIC X(61).
       FD  DRBNDL
           LABEL RECORDS ARE STANDARD.
           COPY DRBNDLS.
       FD  INITQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INITQ-REC          PIC X(80).
       FD  INQTQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INQTQ-REC          PIC X(80).
       FD  LCHKQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LCHKQ-REC          PIC X(80).
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
       FD  DRIRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DRIRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-DRICTL          PIC XX     VALUE SPACES.
       77  FS-DRBNDL          PIC XX     VALUE SPACES.
       77  FS-INITQ           PIC XX     VALUE SPACES.
       77  FS-INQTQ           PIC XX     VALUE SPACES.
       77  FS-LCHKQ           PIC XX     VALUE SPACES.
       77  FS-SECPROF         PIC XX     VALUE SPACES.
       77  FS-HOLCAL          PIC XX     VALUE SPACES.
       77  FS-ONLCTL          PIC XX     VALUE SPACES.
       77  FS-ONCALL          PIC XX     VALUE SPACES.
       77  FS-HRTBEAT         PIC XX     VALUE SPACES.
       77  FS-AVTGTCTL        PIC XX     VALUE SPACES.
       77  FS-DRIRPT          PIC XX     VALUE SPACES.
       77  DRI-EOF            PIC X      VALUE 'N'.
           88  DRI-END-OF-FILE          VALUE 'Y'.
       77  DRI-STOP           PIC X      VALUE 'N'.
           88  DRI-STOPPED              VALUE 'Y'.
      *
      * THE ONLY BUNDLE FORMAT THIS PROGRAM KNOWS - SEE DRCEXP.
       77  DRI-FORMAT         PIC X(4)   VALUE 'DRB2'.
       77  DRI-TODAY          PIC X(8)   VALUE SPACES.
      *
      * THE SUBSTITUTION TABLE FROM THE DRICTL CARDS.
       77  DRI-SUB-MAX        PIC 9(3)   VALUE 50.
       77  DRI-SUB-COUNT      PIC 9(3)   VALUE 0.
       77  DRI-SUB-OVER       PIC 9(3)   VALUE 0.
       77  DRI-SX             PIC 9(3)   VALUE 0.
       01  DRI-SUB-TABLE.
           05  DRI-SUB OCCURS 50 TIMES.
               10  DRI-S-TYPE     PIC X.
               10  DRI-S-FROM     PIC X(8).
               10  DRI-S-TO       PIC X(8).
       77  DRI-FLD            PIC X(8)   VALUE SPACES.
       77  DRI-FLD-TYPE       PIC X      VALUE SPACE.
       77  DRI-SRC-MAPPED     PIC X      VALUE 'N'.
           88  DRI-SOURCE-MAPPED        VALUE 'Y'.
      *
      * THE SECTIONS A BUNDLE MUST CARRY, EACH EXACTLY ONCE.
       01  DRI-KNOWN-NAMES.
           05  FILLER         PIC X(32) VALUE
               'INIT    INQT    LCHK    SECPROF '.
           05  FILLER         PIC X(32) VALUE
               'HOLCAL  ONLCTL  ONCALL  HRTBEAT '.
           05  FILLER         PIC X(8)  VALUE 'AVTGTCTL'.
       01  DRI-KNOWN-R REDEFINES DRI-KNOWN-NAMES.
           05  DRI-KNOWN      PIC X(8) OCCURS 9 TIMES.
       77  DRI-KNOWN-MAX      PIC 9(2)   VALUE 9.
       01  DRI-SEEN-TABLE.
           05  DRI-SEEN       PIC X OCCURS 9 TIMES.
       77  DRI-KX             PIC 9(2)   VALUE 0.
       77  DRI-KHIT           PIC 9(2)   VALUE 0.
      *
      * VERIFICATION STATE.
       77  DRI-REFUSED        PIC X      VALUE 'N'.
           88  DRI-BUNDLE-REFUSED       VALUE 'Y'.
       77  DRI-WHY            PIC X(60)  VALUE SPACES.
       77  DRI-HDR-SEEN       PIC X      VALUE 'N'.
           88  DRI-HAVE-HEADER          VALUE 'Y'.
       77  DRI-END-SEEN       PIC X      VALUE 'N'.
           88  DRI-HAVE-TRAILER         VALUE 'Y'.
       77  DRI-IN-SECT        PIC X      VALUE 'N'.
           88  DRI-INSIDE-SECTION       VALUE 'Y'.
       77  DRI-HDR-SECTIONS   PIC 9(2)   VALUE ZEROS.
       77  DRI-SECT-DONE      PIC 9(2)   VALUE ZEROS.
       77  DRI-TOTAL          PIC 9(9)   VALUE ZEROS.
       01  DRI-VERSION.
           05  DRI-V-DATE     PIC X(8)   VALUE SPACES.
           05  DRI-V-TIME     PIC X(8)   VALUE SPACES.
       77  DRI-SRC-REGION     PIC X(8)   VALUE SPACES.
      *
      * THE SECTION BEING VERIFIED OR LOADED.
       77  DRI-SECT-NAME      PIC X(8)   VALUE SPACES.
           88  DRI-S-INIT               VALUE 'INIT    '.
           88  DRI-S-INQT               VALUE 'INQT    '.
           88  DRI-S-LCHK               VALUE 'LCHK    '.
           88  DRI-S-SECPROF            VALUE 'SECPROF '.
           88  DRI-S-HOLCAL             VALUE 'HOLCAL  '.
           88  DRI-S-ONLCTL             VALUE 'ONLCTL  '.
           88  DRI-S-ONCALL             VALUE 'ONCALL  '.
           88  DRI-S-HRTBEAT            VALUE 'HRTBEAT '.
           88  DRI-S-AVTGT              VALUE 'AVTGTCTL'.
       77  DRI-SECT-COUNT     PIC 9(7)   VALUE ZEROS.
       77  DRI-SECT-OLD       PIC 9(7)   VALUE ZEROS.
       77  DRI-SECT-SUBS      PIC 9(7)   VALUE ZEROS.
       77  DRI-SECT-ERRS      PIC 9(7)   VALUE ZEROS.
       77  DRI-SECT-OPEN      PIC X      VALUE 'N'.
           88  DRI-TARGET-OPEN          VALUE 'Y'.
       77  DRI-IMAGE          PIC X(80)  VALUE SPACES.
       77  DRI-LOADED         PIC 9(9)   VALUE ZEROS.
       77  DRI-REPLACED       PIC 9(9)   VALUE ZEROS.
       77  DRI-SUBSTITUTED    PIC 9(9)   VALUE ZEROS.
       77  DRI-ERRORS         PIC 9(9)   VALUE ZEROS.
      *
      * THE QUEUE LINE FIELDS THE SUBSTITUTION TOUCHES - SAME
      * POSITIONS INITTRAN AND INQUTRAN PARSE.
       01  DRI-INIT-LINE.
           05  DRI-IL-TYPE    PIC X.
               88  DRI-IL-COMMENT       VALUE '*'.
           05  FILLER         PIC X(3).
           05  DRI-IL-REGION  PIC X(8).
               88  DRI-IL-ANY-REGION    VALUE '********'.
           05  FILLER         PIC X(68).
       01  DRI-INQT-LINE.
           05  DRI-QL-REGION.
               10  DRI-QL-TYPE    PIC X.
                   88  DRI-QL-COMMENT   VALUE '*'.
                   88  DRI-QL-REMOTE    VALUE '>'.
               10  FILLER         PIC X(3).
               10  DRI-QL-SYSID   PIC X(4).
           05  FILLER         PIC X(72).
      *
       01  DRI-HEADING1.
           05  FILLER  PIC X(48) VALUE
               'DRCIMP - DR CONFIGURATION BUNDLE IMPORT'.
           05  FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05  DRI-HD-DATE    PIC X(8).
           05  FILLER  PIC X(68) VALUE SPACES.
       01  DRI-HEADING2.
           05  FILLER  PIC X(19) VALUE 'BUNDLE FROM REGION '.
           05  DRI-HD-REGION  PIC X(8).
           05  FILLER  PIC X(11) VALUE '   VERSION '.
           05  DRI-HD-VDATE   PIC X(8).
           05  FILLER  PIC X     VALUE SPACE.
           05  DRI-HD-VTIME   PIC X(8).
           05  FILLER  PIC X(9)  VALUE '  FORMAT '.
           05  DRI-HD-FORMAT  PIC X(4).
           05  FILLER  PIC X(66) VALUE SPACES.
       01  DRI-SUBLINE.
           05  FILLER  PIC X(11) VALUE 'SUBSTITUTE '.
           05  DRI-SL-WHAT    PIC X(6).
           05  FILLER  PIC X     VALUE SPACE.
           05  DRI-SL-FROM    PIC X(8).
           05  FILLER  PIC X(4)  VALUE ' -> '.
           05  DRI-SL-TO      PIC X(8).
           05  FILLER  PIC X(95) VALUE SPACES.
       01  DRI-VERLINE.
           05  FILLER  PIC X(10) VALUE 'VERIFIED  '.
           05  DRI-VL-SECT    PIC X(8).
           05  FILLER  PIC X(10) VALUE '  RECORDS '.
           05  DRI-VL-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(96) VALUE SPACES.
       01  DRI-REFLINE.
           05  FILLER  PIC X(17) VALUE 'BUNDLE REFUSED - '.
           05  DRI-RL-WHY     PIC X(60).
           05  FILLER  PIC X(56) VALUE SPACES.
       01  DRI-INVLINE.
           05  FILLER  PIC X(9)  VALUE 'REPLACED '.
           05  DRI-IV-SECT    PIC X(8).
           05  FILLER  PIC X     VALUE SPACE.
           05  DRI-IV-SEQ     PIC ZZZZZZ9.
           05  FILLER  PIC X     VALUE SPACE.
           05  DRI-IV-IMAGE   PIC X(80).
           05  FILLER  PIC X(27) VALUE SPACES.
       01  DRI-LOADLINE.
           05  FILLER  PIC X(9)  VALUE 'LOADED   '.
           05  DRI-LL-SECT    PIC X(8).
           05  FILLER  PIC X(9)  VALUE ' RECORDS '.
           05  DRI-LL-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(11) VALUE '  REPLACED '.
           05  DRI-LL-OLD     PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(23) VALUE
               '  REGION/SYSID CHANGED '.
           05  DRI-LL-SUBS    PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  ERRORS '.
           05  DRI-LL-ERRS    PIC ZZZ9.
           05  FILLER  PIC X(33) VALUE SPACES.
      *
       01  DRI-CNTLINE.
           05  DRI-CL-LABEL   PIC X(34).
           05  DRI-CL-CNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(88) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF DRI-STOPPED
              GO TO FINALI.
           PERFORM VERIFY-BUNDLE.
           IF DRI-BUNDLE-REFUSED
              PERFORM REFUSE-BUNDLE
              GO TO FINALI.
           PERFORM LOAD-BUNDLE.
           PERFORM END-JOB.
       FINALI.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT DRI-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO DRI-SEEN-TABLE.

           OPEN OUTPUT DRIRPT.
           IF FS-DRIRPT NOT = '00'
              DISPLAY 'DRCIMP - ERROR OPENING DRIRPT   STATUS='
                       FS-DRIRPT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT DRBNDL.
           IF FS-DRBNDL NOT = '00'
              DISPLAY 'DRCIMP - ERROR OPENING DRBNDL   STATUS='
                       FS-DRBNDL
              CLOSE DRIRPT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           MOVE DRI-TODAY TO DRI-HD-DATE.
           WRITE DRIRPT-LINE FROM DRI-HEADING1.
           PERFORM LOAD-SUBSTITUTIONS.
       FIN-INIT. EXIT.
      *////////////////////
       STOP-RUN-8 SECTION.
      *////////////////////
           MOVE 'Y' TO DRI-STOP.
           MOVE 8 TO RETURN-CODE.
       FIN-STOPRUN8. EXIT.
      *////////////////////
       LOAD-SUBSTITUTIONS SECTION.
      *////////////////////
      * NO DRICTL AT ALL IS A RELOAD INTO THE SAME REGION - LEGAL,
      * AND THE SOURCE-REGION CHECK AT THE END SAYS SO.
           OPEN INPUT DRICTL.
           IF FS-DRICTL NOT = '00'
              GO TO FIN-LOADSUB.
           MOVE 'N' TO DRI-EOF.
           PERFORM SUB-ONE UNTIL DRI-END-OF-FILE.
           CLOSE DRICTL.
       FIN-LOADSUB. EXIT.
      *////////////////////
       SUB-ONE SECTION.
      *////////////////////
           READ DRICTL
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-SUBONE.
           IF NOT CTL-REGION AND NOT CTL-SYSID
              GO TO FIN-SUBONE.
           IF DRI-SUB-COUNT NOT < DRI-SUB-MAX
              ADD 1 TO DRI-SUB-OVER
              GO TO FIN-SUBONE.
           ADD 1 TO DRI-SUB-COUNT.
           MOVE CTL-TYPE TO DRI-S-TYPE(DRI-SUB-COUNT).
           MOVE CTL-FROM TO DRI-S-FROM(DRI-SUB-COUNT).
           MOVE CTL-TO   TO DRI-S-TO(DRI-SUB-COUNT).
      * A SYSID IS FOUR BYTES - WHATEVER IS PUNCHED PAST IT IS NOISE.
           IF CTL-SYSID
              MOVE SPACES TO DRI-S-FROM(DRI-SUB-COUNT)(5:4)
              MOVE SPACES TO DRI-S-TO(DRI-SUB-COUNT)(5:4)
              MOVE 'SYSID ' TO DRI-SL-WHAT
           ELSE
              MOVE 'REGION' TO DRI-SL-WHAT
           END-IF.
           MOVE DRI-S-FROM(DRI-SUB-COUNT) TO DRI-SL-FROM.
           MOVE DRI-S-TO(DRI-SUB-COUNT)   TO DRI-SL-TO.
           WRITE DRIRPT-LINE FROM DRI-SUBLINE.
       FIN-SUBONE. EXIT.
      *////////////////////
      * PASS ONE - READ THE WHOLE BUNDLE AND PROVE IT IS WHOLE. THE
      * FIRST THING WRONG IS THE REASON GIVEN; NOTHING IS LOADED.
      *////////////////////
       VERIFY-BUNDLE SECTION.
      *////////////////////
           MOVE 'N' TO DRI-EOF.
           PERFORM VERIFY-ONE
                   UNTIL DRI-END-OF-FILE OR DRI-BUNDLE-REFUSED.
           IF DRI-BUNDLE-REFUSED
              GO TO FIN-VERIFY.
           IF NOT DRI-HAVE-HEADER
              MOVE 'EMPTY BUNDLE' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERIFY.
           IF NOT DRI-HAVE-TRAILER
              MOVE 'BUNDLE TRAILER MISSING - BUNDLE TRUNCATED'
                   TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERIFY.
           MOVE 1 TO DRI-KX.
           PERFORM CHECK-SEEN UNTIL DRI-KX > DRI-KNOWN-MAX
                                 OR DRI-BUNDLE-REFUSED.
       FIN-VERIFY. EXIT.
      *////////////////////
       CHECK-SEEN SECTION.
      *////////////////////
           IF DRI-SEEN(DRI-KX) NOT = 'Y'
              MOVE SPACES TO DRI-WHY
              STRING 'SECTION MISSING: ' DELIMITED BY SIZE
                     DRI-KNOWN(DRI-KX)  DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
           END-IF.
           ADD 1 TO DRI-KX.
       FIN-CHKSEEN. EXIT.
      *////////////////////
       VERIFY-ONE SECTION.
      *////////////////////
           READ DRBNDL
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-VERIFYONE.
           IF DRI-HAVE-TRAILER
              MOVE 'DATA FOUND AFTER THE BUNDLE TRAILER' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERIFYONE.
           IF NOT DRI-HAVE-HEADER AND NOT DRB-HEADER
              MOVE 'BUNDLE DOES NOT START WITH A HEADER' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERIFYONE.

           IF DRB-HEADER
              PERFORM VERIFY-HEADER
              GO TO FIN-VERIFYONE.
           IF DRB-SECT-START
              PERFORM VERIFY-SECT-START
              GO TO FIN-VERIFYONE.
           IF DRB-DATA-LINE
              PERFORM VERIFY-DATA
              GO TO FIN-VERIFYONE.
           IF DRB-SECT-TRAILER
              PERFORM VERIFY-SECT-END
              GO TO FIN-VERIFYONE.
           IF DRB-BUNDLE-TRAILER
              PERFORM VERIFY-BUNDLE-END
              GO TO FIN-VERIFYONE.
           MOVE 'UNKNOWN BUNDLE LINE TYPE' TO DRI-WHY.
           MOVE 'Y' TO DRI-REFUSED.
       FIN-VERIFYONE. EXIT.
      *////////////////////
       VERIFY-HEADER SECTION.
      *////////////////////
           IF DRI-HAVE-HEADER
              MOVE 'SECOND HEADER - TWO BUNDLES CONCATENATED?'
                   TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERHDR.
           MOVE 'Y' TO DRI-HDR-SEEN.
           MOVE DRB-H-VERSION  TO DRI-VERSION.
           MOVE DRB-H-REGION   TO DRI-SRC-REGION.
           MOVE DRB-H-SECTIONS TO DRI-HDR-SECTIONS.
           MOVE DRB-H-REGION   TO DRI-HD-REGION.
           MOVE DRI-V-DATE     TO DRI-HD-VDATE.
           MOVE DRI-V-TIME     TO DRI-HD-VTIME.
           MOVE DRB-H-FORMAT   TO DRI-HD-FORMAT.
           WRITE DRIRPT-LINE FROM DRI-HEADING2.
           IF DRB-H-FORMAT NOT = DRI-FORMAT
              MOVE 'UNKNOWN BUNDLE FORMAT LEVEL' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERHDR.
           IF DRB-H-SECTIONS NOT NUMERIC
              OR DRB-H-SECTIONS NOT = DRI-KNOWN-MAX
              MOVE 'HEADER SECTION COUNT IS WRONG' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
           END-IF.
       FIN-VERHDR. EXIT.
      *////////////////////
       VERIFY-SECT-START SECTION.
      *////////////////////
           IF DRI-INSIDE-SECTION
              MOVE SPACES TO DRI-WHY
              STRING 'SECTION TRAILER MISSING: ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERSTART.
           MOVE DRB-SECTION TO DRI-SECT-NAME.
           PERFORM FIND-KNOWN.
           IF DRI-KHIT = 0
              MOVE SPACES TO DRI-WHY
              STRING 'UNKNOWN SECTION: ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERSTART.
           IF DRI-SEEN(DRI-KHIT) = 'Y'
              MOVE SPACES TO DRI-WHY
              STRING 'SECTION REPEATED: ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERSTART.
           MOVE 'Y'   TO DRI-SEEN(DRI-KHIT).
           MOVE 'Y'   TO DRI-IN-SECT.
           MOVE ZEROS TO DRI-SECT-COUNT.
       FIN-VERSTART. EXIT.
      *////////////////////
       FIND-KNOWN SECTION.
      *////////////////////
           MOVE 0 TO DRI-KHIT.
           MOVE 1 TO DRI-KX.
       FINDKNOWN.
           IF DRI-KNOWN(DRI-KX) = DRI-SECT-NAME
              MOVE DRI-KX TO DRI-KHIT
              GO TO FIN-FINDKNOWN.
           ADD 1 TO DRI-KX.
           IF DRI-KX NOT > DRI-KNOWN-MAX
              GO TO FINDKNOWN.
       FIN-FINDKNOWN. EXIT.
      *////////////////////
       VERIFY-DATA SECTION.
      *////////////////////
           IF NOT DRI-INSIDE-SECTION
              OR DRB-SECTION NOT = DRI-SECT-NAME
              MOVE 'DATA LINE OUTSIDE ITS SECTION' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERDATA.
           ADD 1 TO DRI-SECT-COUNT.
           IF DRB-SEQ NOT NUMERIC OR DRB-SEQ NOT = DRI-SECT-COUNT
              MOVE SPACES TO DRI-WHY
              STRING 'DATA LINES OUT OF SEQUENCE IN ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
           END-IF.
       FIN-VERDATA. EXIT.
      *////////////////////
       VERIFY-SECT-END SECTION.
      *////////////////////
           IF NOT DRI-INSIDE-SECTION
              OR DRB-SECTION NOT = DRI-SECT-NAME
              MOVE 'SECTION TRAILER WITHOUT ITS SECTION' TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERSEND.
           IF DRB-T-COUNT NOT NUMERIC
              OR DRB-T-COUNT NOT = DRI-SECT-COUNT
              MOVE SPACES TO DRI-WHY
              STRING 'RECORD COUNT DOES NOT VERIFY: ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERSEND.
           MOVE 'N' TO DRI-IN-SECT.
           ADD 1 TO DRI-SECT-DONE.
           ADD DRI-SECT-COUNT TO DRI-TOTAL.
           MOVE DRI-SECT-NAME  TO DRI-VL-SECT.
           MOVE DRI-SECT-COUNT TO DRI-VL-COUNT.
           WRITE DRIRPT-LINE FROM DRI-VERLINE.
       FIN-VERSEND. EXIT.
      *////////////////////
       VERIFY-BUNDLE-END SECTION.
      *////////////////////
           MOVE 'Y' TO DRI-END-SEEN.
           IF DRI-INSIDE-SECTION
              MOVE SPACES TO DRI-WHY
              STRING 'SECTION TRAILER MISSING: ' DELIMITED BY SIZE
                     DRI-SECT-NAME DELIMITED BY SIZE
                     INTO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERBEND.
           IF DRB-Z-SECTIONS NOT NUMERIC
              OR DRB-Z-SECTIONS NOT = DRI-SECT-DONE
              OR DRB-Z-SECTIONS NOT = DRI-HDR-SECTIONS
              MOVE 'BUNDLE TRAILER SECTION COUNT DOES NOT VERIFY'
                   TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERBEND.
           IF DRB-Z-TOTAL NOT NUMERIC
              OR DRB-Z-TOTAL NOT = DRI-TOTAL
              MOVE 'BUNDLE TRAILER RECORD TOTAL DOES NOT VERIFY'
                   TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
              GO TO FIN-VERBEND.
           IF DRB-Z-VERSION NOT = DRI-VERSION
              MOVE 'TRAILER VERSION DOES NOT MATCH THE HEADER'
                   TO DRI-WHY
              MOVE 'Y' TO DRI-REFUSED
           END-IF.
       FIN-VERBEND. EXIT.
      *////////////////////
       REFUSE-BUNDLE SECTION.
      *////////////////////
           MOVE SPACES TO DRIRPT-LINE.
           WRITE DRIRPT-LINE.
           MOVE DRI-WHY TO DRI-RL-WHY.
           WRITE DRIRPT-LINE FROM DRI-REFLINE.
           MOVE 'NOTHING WAS LOADED - NO TARGET FILE WAS OPENED'
                TO DRIRPT-LINE.
           WRITE DRIRPT-LINE.
           CLOSE DRBNDL DRIRPT.
           DISPLAY 'DRCIMP - BUNDLE REFUSED: ' DRI-WHY.
           MOVE 8 TO RETURN-CODE.
       FIN-REFUSE. EXIT.
      *////////////////////
      * PASS TWO - THE BUNDLE IS WHOLE. EACH SECTION START LISTS AND
      * EMPTIES ITS TARGET, EACH DATA LINE IS SUBSTITUTED AND WRITTEN,
      * EACH TRAILER CLOSES THE TARGET.
      *////////////////////
       LOAD-BUNDLE SECTION.
      *////////////////////
           CLOSE DRBNDL.
           OPEN INPUT DRBNDL.
           IF FS-DRBNDL NOT = '00'
              DISPLAY 'DRCIMP - ERROR REOPENING DRBNDL STATUS='
                       FS-DRBNDL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-LOADBNDL.
           MOVE 'N' TO DRI-EOF.
           PERFORM LOAD-ONE UNTIL DRI-END-OF-FILE.
       FIN-LOADBNDL. EXIT.
      *////////////////////
       LOAD-ONE SECTION.
      *////////////////////
           READ DRBNDL
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-LOADONE.
           IF DRB-SECT-START
              MOVE DRB-SECTION TO DRI-SECT-NAME
              PERFORM OPEN-TARGET
              GO TO FIN-LOADONE.
           IF DRB-DATA-LINE
              PERFORM PUT-TARGET
              GO TO FIN-LOADONE.
           IF DRB-SECT-TRAILER
              PERFORM CLOSE-TARGET
           END-IF.
       FIN-LOADONE. EXIT.
      *////////////////////
       OPEN-TARGET SECTION.
      *////////////////////
           MOVE ZEROS TO DRI-SECT-COUNT DRI-SECT-OLD DRI-SECT-SUBS
                         DRI-SECT-ERRS.
           MOVE 'N' TO DRI-SECT-OPEN.
           MOVE SPACES TO DRIRPT-LINE.
           WRITE DRIRPT-LINE.
           IF DRI-S-INIT
              PERFORM REPLACE-INIT
              GO TO FIN-OPENTGT.
           IF DRI-S-INQT
              PERFORM REPLACE-INQT
              GO TO FIN-OPENTGT.
           IF DRI-S-LCHK
              PERFORM REPLACE-LCHK
              GO TO FIN-OPENTGT.
           IF DRI-S-SECPROF
              PERFORM REPLACE-SECPROF
              GO TO FIN-OPENTGT.
           IF DRI-S-HOLCAL
              PERFORM REPLACE-HOLCAL
              GO TO FIN-OPENTGT.
           IF DRI-S-ONLCTL
              PERFORM REPLACE-ONLCTL
              GO TO FIN-OPENTGT.
           IF DRI-S-ONCALL
              PERFORM REPLACE-ONCALL
              GO TO FIN-OPENTGT.
           IF DRI-S-HRTBEAT
              PERFORM REPLACE-HRTBEAT
              GO TO FIN-OPENTGT.
           IF DRI-S-AVTGT
              PERFORM REPLACE-AVTGT
           END-IF.
       FIN-OPENTGT. EXIT.
      *////////////////////
      * EACH REPLACE-xxx LISTS WHAT IS ON THE TARGET NOW (A DATASET
      * THAT IS NOT THERE YET SIMPLY LISTS NOTHING) AND REOPENS IT
      * FOR OUTPUT.
      *////////////////////
       REPLACE-INIT SECTION.
      *////////////////////
           OPEN INPUT INITQ.
           IF FS-INITQ = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-INIT UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-INITQ = '00' OR FS-INITQ = '05' OR FS-INITQ = '10'
              CLOSE INITQ
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT INITQ.
           IF FS-INITQ = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING INITQ    STATUS='
                       FS-INITQ
           END-IF.
       FIN-REPINIT. EXIT.
      *////////////////////
       OLD-INIT SECTION.
      *////////////////////
           READ INITQ
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDINIT.
           MOVE INITQ-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDINIT. EXIT.
      *////////////////////
       REPLACE-INQT SECTION.
      *////////////////////
           OPEN INPUT INQTQ.
           IF FS-INQTQ = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-INQT UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-INQTQ = '00' OR FS-INQTQ = '05' OR FS-INQTQ = '10'
              CLOSE INQTQ
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT INQTQ.
           IF FS-INQTQ = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING INQTQ    STATUS='
                       FS-INQTQ
           END-IF.
       FIN-REPINQT. EXIT.
      *////////////////////
       OLD-INQT SECTION.
      *////////////////////
           READ INQTQ
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDINQT.
           MOVE INQTQ-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDINQT. EXIT.
      *////////////////////
       REPLACE-LCHK SECTION.
      *////////////////////
           OPEN INPUT LCHKQ.
           IF FS-LCHKQ = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-LCHK UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-LCHKQ = '00' OR FS-LCHKQ = '05' OR FS-LCHKQ = '10'
              CLOSE LCHKQ
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT LCHKQ.
           IF FS-LCHKQ = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING LCHKQ    STATUS='
                       FS-LCHKQ
           END-IF.
       FIN-REPLCHK. EXIT.
      *////////////////////
       OLD-LCHK SECTION.
      *////////////////////
           READ LCHKQ
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDLCHK.
           MOVE LCHKQ-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDLCHK. EXIT.
      *////////////////////
       REPLACE-SECPROF SECTION.
      *////////////////////
           OPEN INPUT SECPROF.
           IF FS-SECPROF = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-SECPROF UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-SECPROF = '00' OR FS-SECPROF = '05'
              OR FS-SECPROF = '10'
              CLOSE SECPROF
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT SECPROF.
           IF FS-SECPROF = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING SECPROF  STATUS='
                       FS-SECPROF
           END-IF.
       FIN-REPSECPROF. EXIT.
      *////////////////////
       OLD-SECPROF SECTION.
      *////////////////////
           READ SECPROF NEXT RECORD
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDSECPROF.
           MOVE SEC-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDSECPROF. EXIT.
      *////////////////////
       REPLACE-HOLCAL SECTION.
      *////////////////////
           OPEN INPUT HOLCALVS.
           IF FS-HOLCAL = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-HOLCAL UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-HOLCAL = '00' OR FS-HOLCAL = '05' OR FS-HOLCAL = '10'
              CLOSE HOLCALVS
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT HOLCALVS.
           IF FS-HOLCAL = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING HOLCAL   STATUS='
                       FS-HOLCAL
           END-IF.
       FIN-REPHOLCAL. EXIT.
      *////////////////////
       OLD-HOLCAL SECTION.
      *////////////////////
           READ HOLCALVS NEXT RECORD
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDHOLCAL.
           MOVE HOL-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDHOLCAL. EXIT.
      *////////////////////
       REPLACE-ONLCTL SECTION.
      *////////////////////
           OPEN INPUT ONLCTLVS.
           IF FS-ONLCTL = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-ONLCTL UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-ONLCTL = '00' OR FS-ONLCTL = '05' OR FS-ONLCTL = '10'
              CLOSE ONLCTLVS
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT ONLCTLVS.
           IF FS-ONLCTL = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING ONLCTL   STATUS='
                       FS-ONLCTL
           END-IF.
       FIN-REPONLCTL. EXIT.
      *////////////////////
       OLD-ONLCTL SECTION.
      *////////////////////
           READ ONLCTLVS NEXT RECORD
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDONLCTL.
           MOVE ONL-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDONLCTL. EXIT.
      *////////////////////
       REPLACE-ONCALL SECTION.
      *////////////////////
           OPEN INPUT ONCALL.
           IF FS-ONCALL = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-ONCALL UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-ONCALL = '00' OR FS-ONCALL = '05' OR FS-ONCALL = '10'
              CLOSE ONCALL
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT ONCALL.
           IF FS-ONCALL = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING ONCALL   STATUS='
                       FS-ONCALL
           END-IF.
       FIN-REPONCALL. EXIT.
      *////////////////////
       OLD-ONCALL SECTION.
      *////////////////////
           READ ONCALL NEXT RECORD
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDONCALL.
           MOVE ONC-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDONCALL. EXIT.
      *////////////////////
       REPLACE-HRTBEAT SECTION.
      *////////////////////
           OPEN INPUT HRTBEAT.
           IF FS-HRTBEAT = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-HRTBEAT UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-HRTBEAT = '00' OR FS-HRTBEAT = '05'
              OR FS-HRTBEAT = '10'
              CLOSE HRTBEAT
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT HRTBEAT.
           IF FS-HRTBEAT = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING HRTBEAT  STATUS='
                       FS-HRTBEAT
           END-IF.
       FIN-REPHRTBEAT. EXIT.
      *////////////////////
       OLD-HRTBEAT SECTION.
      *////////////////////
           READ HRTBEAT NEXT RECORD
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDHRTBEAT.
           MOVE HB-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDHRTBEAT. EXIT.
      *////////////////////
       REPLACE-AVTGT SECTION.
      *////////////////////
           OPEN INPUT AVTGTCTL.
           IF FS-AVTGTCTL = '00'
              MOVE 'N' TO DRI-EOF
              PERFORM OLD-AVTGT UNTIL DRI-END-OF-FILE
           END-IF.
           IF FS-AVTGTCTL = '00' OR FS-AVTGTCTL = '05'
              OR FS-AVTGTCTL = '10'
              CLOSE AVTGTCTL
           END-IF.
           MOVE 'N' TO DRI-EOF.
           OPEN OUTPUT AVTGTCTL.
           IF FS-AVTGTCTL = '00'
              MOVE 'Y' TO DRI-SECT-OPEN
           ELSE
              DISPLAY 'DRCIMP - ERROR OPENING AVTGTCTL STATUS='
                       FS-AVTGTCTL
           END-IF.
       FIN-REPAVTGT. EXIT.
      *////////////////////
       OLD-AVTGT SECTION.
      *////////////////////
           READ AVTGTCTL
                AT END
                   MOVE 'Y' TO DRI-EOF
           END-READ.
           IF DRI-END-OF-FILE
              GO TO FIN-OLDAVTGT.
           MOVE AVTGTCTL-REC TO DRI-IMAGE.
           PERFORM LIST-REPLACED.
       FIN-OLDAVTGT. EXIT.
      *////////////////////
       LIST-REPLACED SECTION.
      *////////////////////
           ADD 1 TO DRI-SECT-OLD.
           ADD 1 TO DRI-REPLACED.
           MOVE DRI-SECT-NAME TO DRI-IV-SECT.
           MOVE DRI-SECT-OLD  TO DRI-IV-SEQ.
           MOVE DRI-IMAGE     TO DRI-IV-IMAGE.
           WRITE DRIRPT-LINE FROM DRI-INVLINE.
       FIN-LISTREPL. EXIT.
      *////////////////////
       PUT-TARGET SECTION.
      *////////////////////
           ADD 1 TO DRI-SECT-COUNT.
           IF NOT DRI-TARGET-OPEN
              ADD 1 TO DRI-SECT-ERRS
              GO TO FIN-PUTTGT.
           IF DRI-S-INIT
              PERFORM PUT-INIT
              GO TO FIN-PUTTGT.
           IF DRI-S-INQT
              PERFORM PUT-INQT
              GO TO FIN-PUTTGT.
           IF DRI-S-LCHK
              MOVE DRB-DATA TO LCHKQ-REC
              WRITE LCHKQ-REC
              MOVE FS-LCHKQ TO DRI-FLD
              PERFORM CHECK-WRITE
              GO TO FIN-PUTTGT.
           IF DRI-S-SECPROF
              MOVE DRB-DATA TO SEC-REC
              WRITE SEC-REC
              MOVE FS-SECPROF TO DRI-FLD
              PERFORM CHECK-WRITE
              GO TO FIN-PUTTGT.
           IF DRI-S-HOLCAL
              MOVE DRB-DATA TO HOL-REC
              WRITE HOL-REC
              MOVE FS-HOLCAL TO DRI-FLD
              PERFORM CHECK-WRITE
              GO TO FIN-PUTTGT.
           IF DRI-S-ONLCTL
              MOVE DRB-DATA TO ONL-REC
              WRITE ONL-REC
              MOVE FS-ONLCTL TO DRI-FLD
              PERFORM CHECK-WRITE
              GO TO FIN-PUTTGT.
           IF DRI-S-ONCALL
              MOVE DRB-DATA TO ONC-REC
              WRITE ONC-REC
              MOVE FS-ONCALL TO DRI-FLD
              PERFORM CHECK-WRITE
              GO TO FIN-PUTTGT.
           IF DRI-S-HRTBEAT
              PERFORM PUT-HRTBEAT
              GO TO FIN-PUTTGT.
           IF DRI-S-AVTGT
              MOVE DRB-DATA TO AVTGTCTL-REC
              WRITE AVTGTCTL-REC
              MOVE FS-AVTGTCTL TO DRI-FLD
              PERFORM CHECK-WRITE
           END-IF.
       FIN-PUTTGT. EXIT.
      *////////////////////
      * THE INIT REGION IS COLUMNS 5-12; THE WILDCARD RUNS EVERYWHERE
      * AND STAYS AS IT IS, AND COMMENTS ARE FREE TEXT.
      *////////////////////
       PUT-INIT SECTION.
      *////////////////////
           MOVE DRB-DATA TO DRI-INIT-LINE.
           IF NOT DRI-IL-COMMENT AND NOT DRI-IL-ANY-REGION
              AND DRI-IL-REGION NOT = SPACES
              MOVE DRI-IL-REGION TO DRI-FLD
              MOVE 'R' TO DRI-FLD-TYPE
              PERFORM SUBSTITUTE
              MOVE DRI-FLD TO DRI-IL-REGION
           END-IF.
           MOVE DRI-INIT-LINE TO INITQ-REC.
           WRITE INITQ-REC.
           MOVE FS-INITQ TO DRI-FLD.
           PERFORM CHECK-WRITE.
       FIN-PUTINIT. EXIT.
      *////////////////////
      * THE FIRST INQT LINE IS THE INTERVAL/CONTROL-TRAN LINE READ BY
      * INQUTRAN'S READ-CTL - NO REGION ON IT. A '>' LINE CARRIES THE
      * REMOTE SYSID IN COLUMNS 5-8; EVERY OTHER LINE (GROUPS, '=FIL'
      * '=TDQ' AND '=MNT') HAS THE REGION IN COLUMNS 1-8.
      *////////////////////
       PUT-INQT SECTION.
      *////////////////////
           MOVE DRB-DATA TO DRI-INQT-LINE.
           IF DRB-SEQ = 1 OR DRI-QL-COMMENT
              GO TO PUTINQT-WRITE.
           IF DRI-QL-REMOTE
              MOVE DRI-QL-SYSID TO DRI-FLD
              MOVE 'S' TO DRI-FLD-TYPE
              PERFORM SUBSTITUTE
              MOVE DRI-FLD TO DRI-QL-SYSID
              GO TO PUTINQT-WRITE.
           IF DRI-QL-REGION NOT = SPACES
              MOVE DRI-QL-REGION TO DRI-FLD
              MOVE 'R' TO DRI-FLD-TYPE
              PERFORM SUBSTITUTE
              MOVE DRI-FLD TO DRI-QL-REGION
           END-IF.
       PUTINQT-WRITE.
           MOVE DRI-INQT-LINE TO INQTQ-REC.
           WRITE INQTQ-REC.
           MOVE FS-INQTQ TO DRI-FLD.
           PERFORM CHECK-WRITE.
       FIN-PUTINQT. EXIT.
      *////////////////////
       PUT-HRTBEAT SECTION.
      *////////////////////
           MOVE DRB-DATA TO HB-REC.
           IF HB-REGION NOT = SPACES
              MOVE HB-REGION TO DRI-FLD
              MOVE 'R' TO DRI-FLD-TYPE
              PERFORM SUBSTITUTE
              MOVE DRI-FLD TO HB-REGION
           END-IF.
           WRITE HB-REC.
           MOVE FS-HRTBEAT TO DRI-FLD.
           PERFORM CHECK-WRITE.
       FIN-PUTHRTBEAT. EXIT.
      *////////////////////
       SUBSTITUTE SECTION.
      *////////////////////
           MOVE 1 TO DRI-SX.
       SUBSTLOOP.
           IF DRI-SX > DRI-SUB-COUNT
              GO TO FIN-SUBSTITUTE.
           IF DRI-S-TYPE(DRI-SX) = DRI-FLD-TYPE
              AND DRI-S-FROM(DRI-SX) = DRI-FLD
              MOVE DRI-S-TO(DRI-SX) TO DRI-FLD
              ADD 1 TO DRI-SECT-SUBS
              ADD 1 TO DRI-SUBSTITUTED
              GO TO FIN-SUBSTITUTE.
           ADD 1 TO DRI-SX.
           GO TO SUBSTLOOP.
       FIN-SUBSTITUTE. EXIT.
      *////////////////////
      * THE WRITE'S FILE STATUS ARRIVES IN DRI-FLD.
      *////////////////////
       CHECK-WRITE SECTION.
      *////////////////////
           IF DRI-FLD(1:2) = '00'
              ADD 1 TO DRI-LOADED
              GO TO FIN-CHKWRITE.
           ADD 1 TO DRI-SECT-ERRS.
           DISPLAY 'DRCIMP - ERROR WRITING ' DRI-SECT-NAME
                   ' RECORD ' DRB-SEQ ' STATUS=' DRI-FLD(1:2).
       FIN-CHKWRITE. EXIT.
      *////////////////////
       CLOSE-TARGET SECTION.
      *////////////////////
           IF DRI-TARGET-OPEN
              PERFORM CLOSE-ONE-TARGET
           END-IF.
           MOVE 'N' TO DRI-SECT-OPEN.
           ADD DRI-SECT-ERRS TO DRI-ERRORS.
           MOVE DRI-SECT-NAME  TO DRI-LL-SECT.
           MOVE DRI-SECT-COUNT TO DRI-LL-COUNT.
           MOVE DRI-SECT-OLD   TO DRI-LL-OLD.
           MOVE DRI-SECT-SUBS  TO DRI-LL-SUBS.
           MOVE DRI-SECT-ERRS  TO DRI-LL-ERRS.
           WRITE DRIRPT-LINE FROM DRI-LOADLINE.
       FIN-CLOSETGT. EXIT.
      *////////////////////
       CLOSE-ONE-TARGET SECTION.
      *////////////////////
           IF DRI-S-INIT
              CLOSE INITQ
              GO TO FIN-CLOSEONE.
           IF DRI-S-INQT
              CLOSE INQTQ
              GO TO FIN-CLOSEONE.
           IF DRI-S-LCHK
              CLOSE LCHKQ
              GO TO FIN-CLOSEONE.
           IF DRI-S-SECPROF
              CLOSE SECPROF
              GO TO FIN-CLOSEONE.
           IF DRI-S-HOLCAL
              CLOSE HOLCALVS
              GO TO FIN-CLOSEONE.
           IF DRI-S-ONLCTL
              CLOSE ONLCTLVS
              GO TO FIN-CLOSEONE.
           IF DRI-S-ONCALL
              CLOSE ONCALL
              GO TO FIN-CLOSEONE.
           IF DRI-S-HRTBEAT
              CLOSE HRTBEAT
              GO TO FIN-CLOSEONE.
           IF DRI-S-AVTGT
              CLOSE AVTGTCTL
           END-IF.
       FIN-CLOSEONE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           IF DRI-SUB-COUNT = 0
              GO TO ENDJOB-SOURCE.
           MOVE 1 TO DRI-SX.
       ENDJOB-LOOK.
           IF DRI-S-TYPE(DRI-SX) = 'R'
              AND DRI-S-FROM(DRI-SX) = DRI-SRC-REGION
              MOVE 'Y' TO DRI-SRC-MAPPED
              GO TO ENDJOB-SOURCE.
           ADD 1 TO DRI-SX.
           IF DRI-SX NOT > DRI-SUB-COUNT
              GO TO ENDJOB-LOOK.
       ENDJOB-SOURCE.
           MOVE SPACES TO DRIRPT-LINE.
           WRITE DRIRPT-LINE.
           MOVE 'SECTIONS LOADED                 : ' TO DRI-CL-LABEL.
           MOVE DRI-SECT-DONE TO DRI-CL-CNT.
           WRITE DRIRPT-LINE FROM DRI-CNTLINE.
           MOVE 'RECORDS LOADED                  : ' TO DRI-CL-LABEL.
           MOVE DRI-LOADED TO DRI-CL-CNT.
           WRITE DRIRPT-LINE FROM DRI-CNTLINE.
           MOVE 'RECORDS REPLACED                : ' TO DRI-CL-LABEL.
           MOVE DRI-REPLACED TO DRI-CL-CNT.
           WRITE DRIRPT-LINE FROM DRI-CNTLINE.
           MOVE 'REGION/SYSID FIELDS CHANGED     : ' TO DRI-CL-LABEL.
           MOVE DRI-SUBSTITUTED TO DRI-CL-CNT.
           WRITE DRIRPT-LINE FROM DRI-CNTLINE.
      *-- A RELOAD THAT LEFT THE SOURCE REGION'S NAME ON THE TARGET
      *-- WILL NOT MATCH THE TARGET'S APPLID - SAY SO.
           IF NOT DRI-SOURCE-MAPPED
              MOVE 'NO SUBSTITUTION FOR SOURCE REGION - LOADED AS IS'
                   TO DRIRPT-LINE
              WRITE DRIRPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF DRI-SUB-OVER > 0
              MOVE 'SUBSTITUTION CARDS IGNORED      : ' TO DRI-CL-LABEL
              MOVE DRI-SUB-OVER TO DRI-CL-CNT
              WRITE DRIRPT-LINE FROM DRI-CNTLINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF DRI-ERRORS > 0
              MOVE 'RECORDS NOT LOADED - ERRORS     : ' TO DRI-CL-LABEL
              MOVE DRI-ERRORS TO DRI-CL-CNT
              WRITE DRIRPT-LINE FROM DRI-CNTLINE
              MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE DRBNDL DRIRPT.
           DISPLAY 'DRCIMP - BUNDLE VERSION     : ' DRI-V-DATE ' '
                   DRI-V-TIME ' FROM ' DRI-SRC-REGION.
           DISPLAY 'DRCIMP - RECORDS LOADED     : ' DRI-LOADED.
           DISPLAY 'DRCIMP - RECORDS REPLACED   : ' DRI-REPLACED.
       FIN-ENDJOB. EXIT.
      *////////////////////
