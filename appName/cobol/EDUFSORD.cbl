      *----------------------------------------------------------------*
      *-- NIGHTLY STANDING-ORDER POSTING. REPLACES THE OPERATORS WHO
      *-- KEYED EACH CUSTOMER'S FIXED MONTHLY AMOUNT AS A 'T' POSTING
      *-- OFF A CALENDAR REMINDER: EVERY ORDER ON THE STORDER FILE
      *-- (SEE EDUSTOS, MAINTAINED ONLINE BY SORDMNT) WHOSE NEXT DUE
      *-- DATE HAS COME ON THE CHAIN'S BUSINESS DATE IS APPLIED TO THE
      *-- FILEA VSAM FILE UNDER THE SAME PROTECTED POSTING RULES
      *-- EDUFPAYB'S APPLY-PAYMENT USES - READ, CHECK THE BALANCE AND
      *-- CREDIT LIMITS, BUMP THE VERSION, STAMP DATEX, REWRITE - AND
      *-- LEAVES A POSTDTL DETAIL RECORD AND AN EDUC-FORMAT CHANGE
      *-- IMAGE ON SORDCHG FOR THE CHANGE-FILE MERGE. A DUE DATE THAT
      *-- FALLS ON A HOLCAL SHOP HOLIDAY IS APPLIED ON THE NEXT
      *-- BUSINESS DAY; THE ORDER'S OWN SCHEDULE DOES NOT MOVE. AN
      *-- APPLIED ORDER STEPS ITS NEXT DUE DATE ONE PERIOD ON (AND IS
      *-- MARKED ENDED ONCE THAT PASSES ITS END DATE). A REFUSED ORDER
      *-- - CREDIT LIMIT, BALANCE LIMITS, CUSTOMER GONE - IS REPORTED
      *-- AND LEFT DUE SO THE NEXT NIGHT TRIES IT AGAIN; NOTHING IS
      *-- DROPPED. ONE POSTING PER ORDER PER NIGHT, SO A CHAIN THAT
      *-- MISSED SEVERAL RUNS CATCHES UP ONE PERIOD A NIGHT. REGISTER
      *-- OF EVERY ORDER APPLIED, REFUSED OR ENDED AND CONTROL TOTALS
      *-- AT THE END; HOOKED INTO THE RUNCTL CHAIN BEHIND EDUFEXTR AS
      *-- A BUSINESS-DAY STEP. AN ORDER THE CUSTOMER'S LEGAL HOLD
      *-- FORBIDS (SEE EDUHLDS) IS REFUSED WITH REASON 12 AND STAYS DUE
      *-- UNTIL THE HOLD IS LIFTED OR LAPSES.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFSORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORDER   ASSIGN TO STORDER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS STO-KEY
                  FILE STATUS  IS FS-STORDER.
           SELECT FILEAVS   ASSIGN TO FILEA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NUMB IN FILEA
                  FILE STATUS  IS FS-FILEA.
           SELECT POSTDTL   ASSIGN TO POSTDTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PDT-KEY
                  FILE STATUS  IS FS-POSTDTL.
           SELECT OPTIONAL HOLCALVS ASSIGN TO HOLCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HOL-DATE
                  FILE STATUS  IS FS-HOLCAL.
           SELECT SORDCHG   ASSIGN TO SORDCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-SORDCHG.
           SELECT SORDRPT   ASSIGN TO SORDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-SORDRPT.
           SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HLD-NUMB
                  FILE STATUS  IS FS-LGLHOLD.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  STORDER
           LABEL RECORDS ARE STANDARD.
           COPY EDUSTOS.
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
      *
      * THE SAME HOLCAL SHOP CALENDAR EDUFEXTR AND SCHDFCST READ - A
      * DUE DATE ON FILE HERE ROLLS TO THE NEXT DATE THAT IS NOT.
       FD  HOLCALVS
           LABEL RECORDS ARE STANDARD.
           COPY HOLCALS.
      *
      * CHANGE IMAGES IN THE SAME LAYOUT EDUFILAP WRITES TO TD QUEUE
      * EDUC - CONCATENATED INTO THE DAY'S CHANGE DATASET BY THE
      * ROLLOVER JCL, THE SAME ARRANGEMENT EDUFPAYB AND EDUFACCR USE.
       FD  SORDCHG
           LABEL RECORDS ARE STANDARD.
           COPY EDUCHGS.
      *
       FD  SORDRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SORDRPT-LINE       PIC X(133).
      *
           COPY LHOLDF.
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
      * BATCH LEGAL HOLD CHECK - SEE LHOLDF/LHOLDP.
           COPY LHOLDS.
       77  FS-STORDER         PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-HOLCAL          PIC XX     VALUE SPACES.
       77  FS-SORDCHG         PIC XX     VALUE SPACES.
       77  FS-SORDRPT         PIC XX     VALUE SPACES.
       77  SRD-EOF            PIC X      VALUE 'N'.
           88  SRD-END-OF-ORDERS        VALUE 'Y'.
       77  SRD-HOL-OPEN       PIC 9      VALUE 0.
       77  SRD-HOLIDAY        PIC 9      VALUE 0.
       77  SRD-ROLL-TRIES     PIC 9(3)   VALUE 0.
       77  SRD-ORDERS-READ    PIC 9(7)   VALUE ZEROS.
       77  SRD-DUE            PIC 9(7)   VALUE ZEROS.
       77  SRD-APPLIED        PIC 9(7)   VALUE ZEROS.
       77  SRD-REFUSED        PIC 9(7)   VALUE ZEROS.
       77  SRD-REFUSED-CRLIM  PIC 9(7)   VALUE ZEROS.
       77  SRD-ENDED          PIC 9(7)   VALUE ZEROS.
       77  SRD-APPLIED-SUM    PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *
       77  SRD-DELTA          PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  SRD-OLDBAL         PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  SRD-NEWBAL         PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  SRD-POST-BAD       PIC 9      VALUE 0.
           88  SRD-POST-REJECTED        VALUE 1.
      * SET BY APPLY-ORDER WHEN THE POSTING IS REFUSED - THE REASON
      * CODES ARE EDUFPAYB'S, SO ONE REGISTER READS LIKE THE OTHER.
       77  SRD-REFUSE-FLAG    PIC 9      VALUE 0.
           88  SRD-ORDER-REFUSED        VALUE 1.
       77  SRD-RSN            PIC X(2)   VALUE SPACES.
           88  SRD-RSN-CREDIT-LIMIT     VALUE '08'.
       77  SRD-TEXT           PIC X(30)  VALUE SPACES.
      * THE CUSTOMER'S OWN CREDIT TERMS, SAME DEFAULTS AS EDUFILAP'S
      * SET-CREDIT-LIMITS.
       77  SRD-LIM-FLOOR      PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  SRD-LIM-CEIL       PIC 9(6)V99 COMP-3 VALUE ZEROS.
       77  SRD-PDT-TRIES      PIC 9(3)   VALUE 0.
      *
       01  SRD-BUSDATE        PIC X(8)   VALUE SPACES.
       01  SRD-BUSDATE-R REDEFINES SRD-BUSDATE.
           05  SRD-BD-YYYY    PIC X(4).
           05  SRD-BD-MM      PIC X(2).
           05  SRD-BD-DD      PIC X(2).
       01  SRD-DATEX          PIC X(8)   VALUE SPACES.
       01  SRD-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  SRD-HORA           PIC X(8)   VALUE SPACES.
       01  SRD-HORA-SEP       PIC X(8)   VALUE SPACES.
      *
      * THE DATE BEING STEPPED - THE HOLIDAY ROLL AND THE NEXT-DUE
      * ADVANCE BOTH USE SCHDFCST'S DAY-AT-A-TIME ARITHMETIC.
       01  SRD-DT             PIC X(8)   VALUE SPACES.
       01  SRD-DT-R REDEFINES SRD-DT.
           05  SRD-DT-YYYY    PIC 9(4).
           05  SRD-DT-MM      PIC 9(2).
           05  SRD-DT-DD      PIC 9(2).
       77  SRD-MAXDD          PIC 9(2)   VALUE 0.
       77  SRD-LEAP-R         PIC 9(4)   VALUE 0.
       77  SRD-DAY-N          PIC 9(2)   VALUE 0.
       01  SRD-EFFDATE        PIC X(8)   VALUE SPACES.
      *
       01  SRD-BEFORE-IMAGE   PIC X(200) VALUE SPACES.
      *
       01  SRD-HEADING1.
           05  FILLER  PIC X(42) VALUE
               'EDUFSORD - STANDING ORDERS - BUSINESS DATE'.
           05  FILLER  PIC X     VALUE SPACE.
           05  SRD-HD-DATE    PIC X(8).
           05  FILLER  PIC X(82) VALUE SPACES.
       01  SRD-HEADING2.
           05  FILLER  PIC X(36) VALUE
               'NUMBER  REFERENCE  DUE      APPLIED '.
           05  FILLER  PIC X(42) VALUE
               '     AMOUNT    OLD-BAL    NEW-BAL NEXT DUE'.
           05  FILLER  PIC X(55) VALUE SPACES.
       01  SRD-DETAIL.
           05  SRD-DTL-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SRD-DTL-REF    PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-DUE    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-EFF    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-AMT    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-OLD    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-NEW    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-DTL-NEXT   PIC X(8).
           05  FILLER         PIC X(55) VALUE SPACES.
       01  SRD-REFLINE.
           05  SRD-REF-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SRD-REF-REF    PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  SRD-REF-DUE    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SRD-REF-RSN    PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SRD-REF-TEXT   PIC X(30).
           05  FILLER         PIC X(25) VALUE
               ' - RETRY NEXT RUN, TRY #'.
           05  SRD-REF-TRIES  PIC ZZ9.
           05  FILLER         PIC X(42) VALUE SPACES.
       01  SRD-ENDLINE.
           05  SRD-END-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SRD-END-REF    PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  FILLER         PIC X(24) VALUE
               'ORDER ENDED - END DATE '.
           05  SRD-END-DATE   PIC X(8).
           05  FILLER         PIC X(82) VALUE SPACES.
       01  SRD-TOTALS1.
           05  FILLER  PIC X(24) VALUE
               'ORDERS READ           : '.
           05  SRD-TOT-READ   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  SRD-TOTALS2.
           05  FILLER  PIC X(24) VALUE
               'ORDERS DUE            : '.
           05  SRD-TOT-DUE    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  SRD-TOTALS3.
           05  FILLER  PIC X(24) VALUE
               'ORDERS APPLIED        : '.
           05  SRD-TOT-APPL   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  TOTAL '.
           05  SRD-TOT-APSUM  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(77) VALUE SPACES.
       01  SRD-TOTALS4.
           05  FILLER  PIC X(24) VALUE
               'ORDERS REFUSED/RETRY  : '.
           05  SRD-TOT-REF    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(20) VALUE '  ON CREDIT LIMIT '.
           05  SRD-TOT-CRLIM  PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  SRD-TOTALS5.
           05  FILLER  PIC X(24) VALUE
               'ORDERS ENDED          : '.
           05  SRD-TOT-END    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
      * A BUSINESS-DAY STEP: ON A STAMPED SHOP HOLIDAY IT RECORDS A
      * PLANNED SKIP, AND THE ORDERS DUE THAT DAY ROLL ONTO THE NEXT
      * RUN THROUGH ROLL-HOLIDAY.
           MOVE 'EDUFSORD' TO RC-THIS-PROG.
           MOVE 'EDUFEXTR' TO RC-PREREQ.
           MOVE 'STORDER     ' TO RC-INPUT-W.
           MOVE 'Y' TO RC-BUSDAY-ONLY.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED OR RC-SKIPPED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       SORDLP.
           IF SRD-END-OF-ORDERS GO TO FINALI END-IF.
           PERFORM PROCESS-ORDER.
           PERFORM READ-STORDER.
           GO TO SORDLP.
       FINALI.
           PERFORM END-JOB.
           MOVE SRD-ORDERS-READ TO RC-IN-W.
           MOVE SRD-APPLIED     TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * REFUSED ORDERS STILL LET THE STEP COMPLETE - THEY ARE RETRIED
      * TOMORROW - BUT THE RETURN CODE FLAGS THEM FOR THE OPERATORS,
      * SET AFTER RUNCTL-END THE SAME WAY EDUFPAYB DOES.
           IF SRD-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN I-O STORDER.
           IF FS-STORDER NOT = '00'
              DISPLAY 'EDUFSORD - ERROR OPENING STORDER STATUS='
                       FS-STORDER
              MOVE 'Y' TO SRD-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFSORD - ERROR OPENING FILEA  STATUS=' FS-FILEA
              MOVE 'Y' TO SRD-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O POSTDTL.
           IF FS-POSTDTL NOT = '00' AND FS-POSTDTL NOT = '05'
              DISPLAY 'EDUFSORD - ERROR OPENING POSTDTL STATUS='
                       FS-POSTDTL
              MOVE 'Y' TO SRD-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT SORDCHG.
           IF FS-SORDCHG NOT = '00'
              DISPLAY 'EDUFSORD - ERROR OPENING SORDCHG STATUS='
                       FS-SORDCHG
              MOVE 'Y' TO SRD-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT SORDRPT.
           IF FS-SORDRPT NOT = '00'
              DISPLAY 'EDUFSORD - ERROR OPENING SORDRPT STATUS='
                       FS-SORDRPT
              MOVE 'Y' TO SRD-EOF
              GO TO FIN-INIT
           END-IF.

      * A MISSING CALENDAR ONLY MEANS NO ROLL - THE SAME TOLERANCE
      * SCHDFCST SHOWS.
           OPEN INPUT HOLCALVS.
           IF FS-HOLCAL = '00' OR FS-HOLCAL = '05'
              MOVE 1 TO SRD-HOL-OPEN
           ELSE
              DISPLAY 'EDUFSORD - HOLCAL NOT AVAILABLE - '
                      'DUE DATES WILL NOT ROLL'
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK, DECIDES
      * WHAT IS DUE. DATEX CARRIES MMDDYYYY THE WAY EDUFILAP'S
      * STAMP-DATEX WRITES IT.
           MOVE RC-BUSDATE-W TO SRD-BUSDATE.
           MOVE SPACES TO SRD-DATEX.
           STRING SRD-BD-MM   DELIMITED BY SIZE
                  SRD-BD-DD   DELIMITED BY SIZE
                  SRD-BD-YYYY DELIMITED BY SIZE
                  INTO SRD-DATEX.
           PERFORM STAMP-TIME.
           PERFORM LHOLD-OPEN.

           MOVE SRD-BUSDATE TO SRD-HD-DATE.
           WRITE SORDRPT-LINE FROM SRD-HEADING1.
           WRITE SORDRPT-LINE FROM SRD-HEADING2.

           PERFORM READ-STORDER.
       FIN-INIT. EXIT.
      *////////////////////
       STAMP-TIME SECTION.
      *////////////////////
           ACCEPT SRD-TIME-RAW FROM TIME.
           MOVE SPACES TO SRD-HORA.
           MOVE SRD-TIME-RAW(1:6) TO SRD-HORA(1:6).
           MOVE SPACES TO SRD-HORA-SEP.
           STRING SRD-TIME-RAW(1:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  SRD-TIME-RAW(3:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  SRD-TIME-RAW(5:2) DELIMITED BY SIZE
                  INTO SRD-HORA-SEP.
       FIN-STAMPTIME. EXIT.
      *////////////////////
       READ-STORDER SECTION.
      *////////////////////
           READ STORDER NEXT RECORD
                AT END
                   MOVE 'Y' TO SRD-EOF
           END-READ.
           IF FS-STORDER NOT = '00' AND FS-STORDER NOT = '10'
              DISPLAY 'EDUFSORD - ERROR READING STORDER STATUS='
                       FS-STORDER
              MOVE 'Y' TO SRD-EOF
           END-IF.
       FIN-READSORD. EXIT.
      *////////////////////
       PROCESS-ORDER SECTION.
      *////////////////////
           ADD 1 TO SRD-ORDERS-READ.
           IF STO-ENDED
              GO TO FIN-PROCORD.
           IF STO-NEXTDUE NOT NUMERIC
              DISPLAY 'EDUFSORD - NEXT DUE DATE CORRUPTED - ORDER '
                      STO-NUMB '/' STO-REF
              GO TO FIN-PROCORD.

      * PAST ITS END DATE - THE ORDER IS CLOSED, NOT POSTED.
           IF STO-END NOT = SPACES AND STO-NEXTDUE > STO-END
              PERFORM END-ORDER
              GO TO FIN-PROCORD.

           PERFORM ROLL-HOLIDAY.
           IF SRD-EFFDATE > SRD-BUSDATE
              GO TO FIN-PROCORD.
      * A RERUN OF THE SAME BUSINESS DATE MUST NOT POST TWICE.
           IF STO-LASTAPPL = SRD-BUSDATE
              GO TO FIN-PROCORD.

           ADD 1 TO SRD-DUE.
           IF STO-SIGN = '-'
              COMPUTE SRD-DELTA = 0 - STO-AMOUNT-N
           ELSE
              MOVE STO-AMOUNT-N TO SRD-DELTA
           END-IF.

           PERFORM APPLY-ORDER.
           IF SRD-ORDER-REFUSED
              PERFORM REFUSE-ORDER
              GO TO FIN-PROCORD.

      * APPLIED - THE SCHEDULE STEPS ONE PERIOD FROM THE NOMINAL DUE
      * DATE, NOT FROM THE ROLLED ONE, SO A HOLIDAY NEVER SHIFTS THE
      * ORDER'S DAY.
           MOVE SRD-BUSDATE TO STO-LASTAPPL.
           MOVE ZEROS       TO STO-FAILS.
           MOVE SPACES      TO STO-LASTRSN.
           MOVE STO-NEXTDUE TO SRD-DT.
           IF STO-MONTHLY
              PERFORM ADD-ONE-MONTH
           ELSE
              PERFORM ADD-ONE-WEEK
           END-IF.
           MOVE SRD-DT TO STO-NEXTDUE.

           MOVE STO-NUMB    TO SRD-DTL-NUMB.
           MOVE STO-REF     TO SRD-DTL-REF.
           MOVE SRD-EFFDATE TO SRD-DTL-EFF.
           MOVE SRD-DELTA   TO SRD-DTL-AMT.
           MOVE SRD-OLDBAL  TO SRD-DTL-OLD.
           MOVE SRD-NEWBAL  TO SRD-DTL-NEW.
           IF STO-END NOT = SPACES AND STO-NEXTDUE > STO-END
              MOVE 'E'      TO STO-STATUS
              MOVE 'ENDED'  TO SRD-DTL-NEXT
              ADD 1 TO SRD-ENDED
           ELSE
              MOVE STO-NEXTDUE TO SRD-DTL-NEXT
           END-IF.
           WRITE SORDRPT-LINE FROM SRD-DETAIL.

           PERFORM REWRITE-ORDER.
           ADD 1 TO SRD-APPLIED.
           ADD SRD-DELTA TO SRD-APPLIED-SUM.
       FIN-PROCORD. EXIT.
      *////////////////////
       ROLL-HOLIDAY SECTION.
      *////////////////////
      * THE DATE THE ORDER IS ACTUALLY APPLIED: ITS NOMINAL DUE DATE,
      * PUSHED A DAY AT A TIME PAST ANY RUN OF HOLCAL HOLIDAYS. THE
      * DETAIL LINE KEEPS BOTH SO A ROLLED POSTING IS EXPLAINED.
           MOVE STO-NEXTDUE TO SRD-DTL-DUE.
           MOVE STO-NEXTDUE TO SRD-DT.
           MOVE 0 TO SRD-ROLL-TRIES.
           PERFORM CHECK-HOLIDAY.
           PERFORM ROLL-ONE-DAY UNTIL SRD-HOLIDAY = 0
                                   OR SRD-ROLL-TRIES > 31.
           MOVE SRD-DT TO SRD-EFFDATE.
       FIN-ROLLHOL. EXIT.
      *////////////////////
       ROLL-ONE-DAY SECTION.
      *////////////////////
           ADD 1 TO SRD-ROLL-TRIES.
           PERFORM ADD-ONE-DAY.
           PERFORM CHECK-HOLIDAY.
       FIN-ROLLDAY. EXIT.
      *////////////////////
       CHECK-HOLIDAY SECTION.
      *////////////////////
           MOVE 0 TO SRD-HOLIDAY.
           IF SRD-HOL-OPEN = 0
              GO TO FIN-CHKHOL.
           MOVE SRD-DT TO HOL-DATE.
           READ HOLCALVS.
           IF FS-HOLCAL = '00'
              MOVE 1 TO SRD-HOLIDAY
           END-IF.
       FIN-CHKHOL. EXIT.
      *////////////////////
       APPLY-ORDER SECTION.
      *////////////////////
      * THE SAME PROTECTED SEQUENCE EDUFPAYB'S APPLY-PAYMENT RUNS -
      * READ THE LIVE RECORD, REFUSE A RESULT OUTSIDE THE BALANCE OR
      * CREDIT LIMITS, BUMP THE VERSION, STAMP DATEX, REWRITE. A
      * REFUSAL SETS THE REASON AND LEAVES THE CUSTOMER UNTOUCHED.
           MOVE 0 TO SRD-REFUSE-FLAG.
           MOVE SPACES TO SRD-RSN SRD-TEXT.
           MOVE STO-NUMB TO NUMB IN FILEA.
           READ FILEAVS.
           IF FS-FILEA = '23'
              MOVE '01' TO SRD-RSN
              MOVE 'CUSTOMER NOT ON FILEA' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.
           IF FS-FILEA NOT = '00'
              MOVE '01' TO SRD-RSN
              MOVE 'ERROR READING FILEA' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.
           IF AMOUNT-N IN FILEA NOT NUMERIC
              MOVE '05' TO SRD-RSN
              MOVE 'LIVE AMOUNT FIELD CORRUPTED' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.

      * A LEGAL HOLD ON THE CUSTOMER - A DEBIT ORDER IS REFUSED BY ANY
      * FREEZE, A CREDIT ORDER ONLY BY A FULL ONE.
           MOVE STO-NUMB TO LH-NUMB-W.
           IF SRD-DELTA < 0
              MOVE 'B' TO LH-CLASS-W
           ELSE
              MOVE 'C' TO LH-CLASS-W
           END-IF.
           PERFORM LHOLD-CHECK.
           IF LH-BLOCKED
              MOVE '12' TO SRD-RSN
              MOVE LH-TEXT-W TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.

           MOVE FILEA TO SRD-BEFORE-IMAGE.
           MOVE AMOUNT-N IN FILEA TO SRD-OLDBAL.

           MOVE 0 TO SRD-POST-BAD.
           COMPUTE SRD-NEWBAL = SRD-OLDBAL + SRD-DELTA
                   ON SIZE ERROR
                      MOVE 1 TO SRD-POST-BAD
           END-COMPUTE.
           IF SRD-POST-REJECTED OR SRD-NEWBAL < -999999.99
              OR SRD-NEWBAL > 999999.99
              MOVE '04' TO SRD-RSN
              MOVE 'RESULT OUTSIDE BALANCE LIMITS' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.

           PERFORM SET-CREDIT-LIMITS.
           IF SRD-NEWBAL < SRD-LIM-FLOOR
              OR SRD-NEWBAL > SRD-LIM-CEIL
              MOVE '08' TO SRD-RSN
              MOVE 'RESULT OUTSIDE CREDIT LIMIT' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.

           MOVE SRD-NEWBAL TO AMOUNT-N IN FILEA.
           MOVE SRD-DATEX  TO DATEX IN FILEA.
           IF VERSN IN FILEA NUMERIC
              IF VERSN IN FILEA >= 99999
                 MOVE 1 TO VERSN IN FILEA
              ELSE
                 ADD 1 TO VERSN IN FILEA
              END-IF
           ELSE
              MOVE 1 TO VERSN IN FILEA
           END-IF.

           REWRITE FILEA.
           IF FS-FILEA NOT = '00'
              MOVE '06' TO SRD-RSN
              MOVE 'REWRITE FAILED' TO SRD-TEXT
              MOVE 1 TO SRD-REFUSE-FLAG
              GO TO FIN-APPLYORD.

           PERFORM WRITE-CHANGE-IMAGE.
           PERFORM WRITE-POSTDTL.
       FIN-APPLYORD. EXIT.
      *////////////////////
       SET-CREDIT-LIMITS SECTION.
      *////////////////////
           IF CRODLIM-N IN FILEA NUMERIC
              COMPUTE SRD-LIM-FLOOR = 0 - CRODLIM-N IN FILEA
           ELSE
              MOVE ZEROS TO SRD-LIM-FLOOR
           END-IF.
           IF CRCEIL-N IN FILEA NUMERIC AND CRCEIL-N IN FILEA > 0
              MOVE CRCEIL-N IN FILEA TO SRD-LIM-CEIL
           ELSE
              MOVE 999999.99 TO SRD-LIM-CEIL
           END-IF.
       FIN-SETLIMITS. EXIT.
      *////////////////////
       REFUSE-ORDER SECTION.
      *////////////////////
      * THE ORDER STAYS DUE - TOMORROW'S RUN FINDS THE SAME NEXT DUE
      * DATE AND TRIES AGAIN. THE REFUSAL COUNT AND LATEST REASON GO
      * ON THE ORDER SO SORDMNT SHOWS WHICH ONES KEEP BOUNCING.
           IF STO-FAILS NOT NUMERIC
              MOVE ZEROS TO STO-FAILS
           END-IF.
           IF STO-FAILS < 999
              ADD 1 TO STO-FAILS
           END-IF.
           MOVE SRD-RSN TO STO-LASTRSN.

           MOVE STO-NUMB    TO SRD-REF-NUMB.
           MOVE STO-REF     TO SRD-REF-REF.
           MOVE STO-NEXTDUE TO SRD-REF-DUE.
           MOVE SRD-RSN     TO SRD-REF-RSN.
           MOVE SRD-TEXT    TO SRD-REF-TEXT.
           MOVE STO-FAILS   TO SRD-REF-TRIES.
           WRITE SORDRPT-LINE FROM SRD-REFLINE.

           PERFORM REWRITE-ORDER.
           ADD 1 TO SRD-REFUSED.
           IF SRD-RSN-CREDIT-LIMIT
              ADD 1 TO SRD-REFUSED-CRLIM
           END-IF.
       FIN-REFUSEORD. EXIT.
      *////////////////////
       END-ORDER SECTION.
      *////////////////////
           MOVE 'E' TO STO-STATUS.
           MOVE STO-NUMB TO SRD-END-NUMB.
           MOVE STO-REF  TO SRD-END-REF.
           MOVE STO-END  TO SRD-END-DATE.
           WRITE SORDRPT-LINE FROM SRD-ENDLINE.
           PERFORM REWRITE-ORDER.
           ADD 1 TO SRD-ENDED.
       FIN-ENDORD. EXIT.
      *////////////////////
       REWRITE-ORDER SECTION.
      *////////////////////
           REWRITE STO-REC.
           IF FS-STORDER NOT = '00'
              DISPLAY 'EDUFSORD - ERROR REWRITING STORDER STATUS='
                       FS-STORDER ' ORDER=' STO-NUMB '/' STO-REF
           END-IF.
       FIN-REWRORD. EXIT.
      *////////////////////
       ADD-ONE-WEEK SECTION.
      *////////////////////
           PERFORM ADD-ONE-DAY 7 TIMES.
       FIN-ADDWEEK. EXIT.
      *////////////////////
       ADD-ONE-DAY SECTION.
      *////////////////////
      * SAME CALENDAR STEP AS SCHDFCST'S ADD-ONE-DAY.
           PERFORM SET-MONTH-DAYS.
           IF SRD-DT-DD < SRD-MAXDD
              ADD 1 TO SRD-DT-DD
           ELSE
              MOVE 1 TO SRD-DT-DD
              IF SRD-DT-MM < 12
                 ADD 1 TO SRD-DT-MM
              ELSE
                 MOVE 1 TO SRD-DT-MM
                 ADD 1 TO SRD-DT-YYYY
              END-IF
           END-IF.
       FIN-ADDDAY. EXIT.
      *////////////////////
       ADD-ONE-MONTH SECTION.
      *////////////////////
      * NEXT MONTH ON THE ORDER'S OWN DAY, PULLED BACK TO THE LAST
      * DAY OF A SHORTER MONTH - THE SAME RULE SORDMNT USED TO SET
      * THE FIRST DUE DATE.
           IF SRD-DT-MM < 12
              ADD 1 TO SRD-DT-MM
           ELSE
              MOVE 1 TO SRD-DT-MM
              ADD 1 TO SRD-DT-YYYY
           END-IF.
           PERFORM SET-MONTH-DAYS.
           MOVE STO-DAY TO SRD-DAY-N.
           IF SRD-DAY-N > SRD-MAXDD
              MOVE SRD-MAXDD TO SRD-DAY-N
           END-IF.
           MOVE SRD-DAY-N TO SRD-DT-DD.
       FIN-ADDMONTH. EXIT.
      *////////////////////
       SET-MONTH-DAYS SECTION.
      *////////////////////
           IF SRD-DT-MM = 4 OR SRD-DT-MM = 6 OR SRD-DT-MM = 9
              OR SRD-DT-MM = 11
              MOVE 30 TO SRD-MAXDD
           ELSE
           IF SRD-DT-MM = 2
              COMPUTE SRD-LEAP-R =
                      SRD-DT-YYYY - (SRD-DT-YYYY / 4) * 4
              IF SRD-LEAP-R = 0
                 MOVE 29 TO SRD-MAXDD
              ELSE
                 MOVE 28 TO SRD-MAXDD
              END-IF
           ELSE
              MOVE 31 TO SRD-MAXDD.
       FIN-SETMDAYS. EXIT.
      *////////////////////
       WRITE-CHANGE-IMAGE SECTION.
      *////////////////////
           MOVE 'T'              TO EDC-CHG-FUNC.
           MOVE NUMB IN FILEA    TO EDC-CHG-NUMB.
           MOVE SRD-HORA-SEP     TO EDC-CHG-HORA.
           MOVE 'SOR'            TO EDC-CHG-OPID.
           MOVE 'BTCH'           TO EDC-CHG-TERM.
           MOVE SRD-BEFORE-IMAGE TO EDC-CHG-BEFORE.
           MOVE FILEA            TO EDC-CHG-AFTER.
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE SRD-BUSDATE      TO EDC-CHG-FECHA.
           MOVE SRD-BUSDATE      TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-SORDCHG NOT = '00'
              DISPLAY 'EDUFSORD - ERROR WRITING SORDCHG STATUS='
                       FS-SORDCHG
           END-IF.
       FIN-WRCHG. EXIT.
      *////////////////////
       WRITE-POSTDTL SECTION.
      *////////////////////
      * SAME DETAIL RECORD DO-POST LEAVES, SO STATEMENT AMOUNTS COVER
      * STANDING ORDERS TOO. A DUPLICATE KEY BUMPS THE SEQUENCE.
           MOVE SPACES        TO PDT-REC.
           MOVE NUMB IN FILEA TO PDT-NUMB.
           MOVE SRD-BUSDATE   TO PDT-FECHA.
           MOVE SRD-HORA      TO PDT-HORA.
           MOVE ZEROS         TO PDT-SEQ.
           MOVE SRD-DELTA     TO PDT-AMOUNT.
           MOVE SRD-NEWBAL    TO PDT-NEWBAL.
           MOVE 'SOR'         TO PDT-OPID.
           MOVE 'BTCH'        TO PDT-TERM.
           MOVE 0 TO SRD-PDT-TRIES.
       WRITE-PDT-TRY.
           WRITE PDT-REC.
      * ONE BATCH RUN SHARES A SINGLE TIME STAMP - A CUSTOMER WITH
      * SEVERAL ORDERS DUE THE SAME NIGHT STEPS THE SEQUENCE THE SAME
      * WAY EDUFPAYB DOES.
           IF (FS-POSTDTL = '22' OR FS-POSTDTL = '21')
              AND SRD-PDT-TRIES < 999
              ADD 1 TO SRD-PDT-TRIES
              ADD 1 TO PDT-SEQ
              GO TO WRITE-PDT-TRY.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFSORD - ERROR WRITING POSTDTL STATUS='
                       FS-POSTDTL ' NUMB=' NUMB IN FILEA
           END-IF.
       FIN-WRPDT. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SRD-ORDERS-READ TO SRD-TOT-READ.
           WRITE SORDRPT-LINE FROM SRD-TOTALS1.
           MOVE SRD-DUE TO SRD-TOT-DUE.
           WRITE SORDRPT-LINE FROM SRD-TOTALS2.
           MOVE SRD-APPLIED TO SRD-TOT-APPL.
           MOVE SRD-APPLIED-SUM TO SRD-TOT-APSUM.
           WRITE SORDRPT-LINE FROM SRD-TOTALS3.
           MOVE SRD-REFUSED TO SRD-TOT-REF.
           MOVE SRD-REFUSED-CRLIM TO SRD-TOT-CRLIM.
           WRITE SORDRPT-LINE FROM SRD-TOTALS4.
           MOVE SRD-ENDED TO SRD-TOT-END.
           WRITE SORDRPT-LINE FROM SRD-TOTALS5.

           IF SRD-HOL-OPEN = 1
              CLOSE HOLCALVS
           END-IF.
           CLOSE STORDER FILEAVS POSTDTL SORDCHG SORDRPT.
           PERFORM LHOLD-CLOSE.
           DISPLAY 'EDUFSORD - ORDERS READ      : ' SRD-ORDERS-READ.
           DISPLAY 'EDUFSORD - ORDERS APPLIED   : ' SRD-APPLIED.
           DISPLAY 'EDUFSORD - ORDERS REFUSED   : ' SRD-REFUSED.
           DISPLAY 'EDUFSORD - ORDERS ENDED     : ' SRD-ENDED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
      *
           COPY LHOLDP.
