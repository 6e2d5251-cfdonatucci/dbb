      *----------------------------------------------------------------*
      *-- BATCH INTAKE FOR THE BANK'S RETURNED-PAYMENTS FILE. REPLACES
      *-- THE OPERATOR WHO FOUND EACH BOUNCED PAYMENT'S ORIGINAL PAYIN
      *-- LINE BY HAND AND KEYED A NEGATIVE POSTING: EVERY RETIN
      *-- RECORD (SEE EDURETS) IS LOOKED UP ON THE PAYREG REGISTRY
      *-- EDUFPAYB KEEPS (SEE EDUPREGS) BY THE PAYMENT'S BANK
      *-- REFERENCE, AND THE ORIGINAL AMOUNT IS BACKED OUT OF THE
      *-- FILEA VSAM FILE UNDER THE SAME PROTECTED POSTING SEQUENCE
      *-- EDUFPAYB USES - READ, CHECK THE BALANCE LIMITS, BUMP THE
      *-- VERSION, STAMP DATEX, REWRITE. THE MONEY NEVER ARRIVED, SO
      *-- THE CUSTOMER'S CREDIT TERMS DO NOT STOP A RETURN; ONE THAT
      *-- LEAVES THE BALANCE OUTSIDE THEM IS APPLIED AND FLAGGED ON
      *-- THE REGISTER. THE RETURN LEAVES A POSTDTL DETAIL PAIRED WITH
      *-- THE ORIGINAL PAYMENT'S THE WAY AN ONLINE REVERSAL IS ('V' ON
      *-- THE RETURN, 'R' ON THE ORIGINAL), SO THE PAYMENT CANNOT BE
      *-- REVERSED AGAIN AT THE SCREEN, AND AN EDUC-FORMAT CHANGE
      *-- IMAGE ON RETCHG FOR THE CHANGE-FILE MERGE. THE REGISTRY
      *-- RECORD IS MARKED RETURNED WITH THE DATE AND THE BANK'S
      *-- REASON. RETURNS FOR AN UNKNOWN OR ALREADY-RETURNED REFERENCE
      *-- - OR ONE WHOSE CUSTOMER OR AMOUNT DISAGREES WITH THE
      *-- REGISTRY - GO TO RETREJ AS THE ORIGINAL 80 BYTES PLUS A
      *-- REASON CODE FROM THE SAME LIST AS EDUFPAYB'S (ITS OWN CODES
      *-- ARE 13-18 - SEE INTAKE-ONE). INPUT/APPLIED/REJECTED CONTROL
      *-- TOTALS CLOSE THE REGISTER AND THE RUN IS HOOKED INTO THE
      *-- RUNCTL CHAIN BEHIND EDUFPAYB, SO A PAYMENT APPLIED THIS
      *-- MORNING CAN BE RETURNED THE SAME DAY.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFRETN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIN     ASSIGN TO RETIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETIN.
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
           SELECT PAYREG    ASSIGN TO PAYREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRG-REF
                  FILE STATUS  IS FS-PAYREG.
           SELECT RETCHG    ASSIGN TO RETCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETCHG.
           SELECT RETREJ    ASSIGN TO RETREJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETREJ.
           SELECT RETRPT    ASSIGN TO RETRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RETRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDURETS.
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
       FD  PAYREG
           LABEL RECORDS ARE STANDARD.
           COPY EDUPREGS.
      *
      * CHANGE IMAGES IN THE SAME LAYOUT EDUFILAP WRITES TO TD QUEUE
      * EDUC - CONCATENATED INTO THE DAY'S CHANGE DATASET BY THE
      * ROLLOVER JCL, THE SAME ARRANGEMENT EDUFPAYB AND EDUFACCR USE.
       FD  RETCHG
           LABEL RECORDS ARE STANDARD.
           COPY EDUCHGS.
      *
      * A REJECT IS THE ORIGINAL RECORD PLUS THE REASON - RE-SUBMIT
      * BY STRIPPING THE TAIL BACK OFF.
       FD  RETREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  REJ-REC.
           05  REJ-DATA       PIC X(80).
           05  REJ-RSN        PIC X(2).
           05  REJ-TEXT       PIC X(30).
           05  FILLER         PIC X(8).
      *
       FD  RETRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RETRPT-LINE        PIC X(133).
      *
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-RETIN           PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-PAYREG          PIC XX     VALUE SPACES.
       77  FS-RETCHG          PIC XX     VALUE SPACES.
       77  FS-RETREJ          PIC XX     VALUE SPACES.
       77  FS-RETRPT          PIC XX     VALUE SPACES.
       77  RTN-EOF            PIC X      VALUE 'N'.
           88  RTN-END-OF-RETIN         VALUE 'Y'.
       77  RTN-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  RTN-APPLIED        PIC 9(7)   VALUE ZEROS.
       77  RTN-REJECTED       PIC 9(7)   VALUE ZEROS.
       77  RTN-OVERLIMIT      PIC 9(7)   VALUE ZEROS.
       77  RTN-APPLIED-SUM    PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *
       77  RTN-DELTA          PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  RTN-ORIG-ABS       PIC 9(6)V99 COMP-3 VALUE ZEROS.
       77  RTN-OLDBAL         PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  RTN-NEWBAL         PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  RTN-POST-BAD       PIC 9      VALUE 0.
           88  RTN-POST-REJECTED        VALUE 1.
      * THE CUSTOMER'S OWN CREDIT TERMS, SAME DEFAULTS AS EDUFILAP'S
      * SET-CREDIT-LIMITS - ONLY TO FLAG A RETURN, NEVER TO STOP ONE.
       77  RTN-LIM-FLOOR      PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  RTN-LIM-CEIL       PIC 9(6)V99 COMP-3 VALUE ZEROS.
       77  RTN-OVER-FLAG      PIC 9      VALUE 0.
           88  RTN-OVER-LIMIT           VALUE 1.
       77  RTN-PDT-TRIES      PIC 9(3)   VALUE 0.
      * 1 WHEN THE ORIGINAL PAYMENT'S POSTDTL DETAIL WAS FOUND AND
      * CAN BE PAIRED WITH THE RETURN.
       77  RTN-ORIG-FLAG      PIC 9      VALUE 0.
           88  RTN-ORIG-FOUND           VALUE 1.
       77  RTN-ORIG-BAD       PIC 9      VALUE 0.
           88  RTN-ORIG-REVERSED        VALUE 1.
       01  RTN-ORIG-SAVE      PIC X(80)  VALUE SPACES.
       01  RTN-ORIG-KEY       PIC X(25)  VALUE SPACES.
       01  RTN-NEW-KEY        PIC X(25)  VALUE SPACES.
      *
       01  RTN-TODAY          PIC X(8)   VALUE SPACES.
       01  RTN-TODAY-R REDEFINES RTN-TODAY.
           05  RTN-TD-YYYY    PIC X(4).
           05  RTN-TD-MM      PIC X(2).
           05  RTN-TD-DD      PIC X(2).
       01  RTN-DATEX          PIC X(8)   VALUE SPACES.
       01  RTN-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  RTN-HORA           PIC X(8)   VALUE SPACES.
       01  RTN-HORA-SEP       PIC X(8)   VALUE SPACES.
      *
       01  RTN-BEFORE-IMAGE   PIC X(200) VALUE SPACES.
      *
       01  RTN-HEADING1.
           05  FILLER  PIC X(48) VALUE
               'EDUFRETN - BANK RETURNED PAYMENTS INTAKE'.
           05  FILLER  PIC X(85) VALUE SPACES.
       01  RTN-HEADING2.
           05  FILLER  PIC X(34) VALUE
               'NUMBER  REFERENCE            AMOUN'.
           05  FILLER  PIC X(40) VALUE
               'T   OLD-BAL   NEW-BAL   PAID ON  RS'.
           05  FILLER  PIC X(59) VALUE SPACES.
       01  RTN-DETAIL.
           05  RTN-DTL-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RTN-DTL-REF    PIC X(16).
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-AMT    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-OLD    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-NEW    PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-PAID   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-RSN    PIC X(2).
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-DTL-NOTE   PIC X(30).
           05  FILLER         PIC X(33) VALUE SPACES.
       01  RTN-REJLINE.
           05  RTN-REJ-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RTN-REJ-REF    PIC X(16).
           05  FILLER         PIC X     VALUE SPACE.
           05  RTN-REJ-RSN    PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RTN-REJ-TEXT   PIC X(30).
           05  FILLER         PIC X(74) VALUE SPACES.
       01  RTN-TOTALS1.
           05  FILLER  PIC X(24) VALUE
               'RETURNS READ          : '.
           05  RTN-TOT-READ   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  RTN-TOTALS2.
           05  FILLER  PIC X(24) VALUE
               'RETURNS APPLIED       : '.
           05  RTN-TOT-APPL   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  TOTAL '.
           05  RTN-TOT-APSUM  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(77) VALUE SPACES.
       01  RTN-TOTALS3.
           05  FILLER  PIC X(24) VALUE
               'RETURNS REJECTED      : '.
           05  RTN-TOT-REJ    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  RTN-TOTALS4.
           05  FILLER  PIC X(24) VALUE
               'LEFT OUTSIDE CR LIMIT : '.
           05  RTN-TOT-OVER   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFRETN' TO RC-THIS-PROG.
           MOVE 'EDUFPAYB' TO RC-PREREQ.
           MOVE 'RETIN       ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       RETLP.
           IF RTN-END-OF-RETIN GO TO FINALI END-IF.
           PERFORM INTAKE-ONE.
           PERFORM READ-RETIN.
           GO TO RETLP.
       FINALI.
           PERFORM END-JOB.
           MOVE RTN-RECS-READ TO RC-IN-W.
           MOVE RTN-APPLIED   TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * A RUN WITH REJECTS STILL COMPLETES ITS RUNCTL STEP - THE
      * REJECT FILE IS THE WORK LIST - BUT THE RETURN CODE FLAGS IT
      * FOR THE OPERATORS, SET AFTER RUNCTL-END THE WAY EDUFPAYB
      * DOES.
           IF RTN-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  RETIN.
           IF FS-RETIN NOT = '00'
              DISPLAY 'EDUFRETN - ERROR OPENING RETIN   STATUS='
                       FS-RETIN
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFRETN - ERROR OPENING FILEA  STATUS=' FS-FILEA
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O POSTDTL.
           IF FS-POSTDTL NOT = '00' AND FS-POSTDTL NOT = '05'
              DISPLAY 'EDUFRETN - ERROR OPENING POSTDTL STATUS='
                       FS-POSTDTL
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O PAYREG.
           IF FS-PAYREG NOT = '00' AND FS-PAYREG NOT = '05'
              DISPLAY 'EDUFRETN - ERROR OPENING PAYREG  STATUS='
                       FS-PAYREG
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RETCHG.
           IF FS-RETCHG NOT = '00'
              DISPLAY 'EDUFRETN - ERROR OPENING RETCHG  STATUS='
                       FS-RETCHG
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RETREJ.
           IF FS-RETREJ NOT = '00'
              DISPLAY 'EDUFRETN - ERROR OPENING RETREJ  STATUS='
                       FS-RETREJ
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RETRPT.
           IF FS-RETRPT NOT = '00'
              DISPLAY 'EDUFRETN - ERROR OPENING RETRPT  STATUS='
                       FS-RETRPT
              MOVE 'Y' TO RTN-EOF
              GO TO FIN-INIT
           END-IF.

           WRITE RETRPT-LINE FROM RTN-HEADING1.
           WRITE RETRPT-LINE FROM RTN-HEADING2.

           ACCEPT RTN-TODAY FROM DATE YYYYMMDD.
      * DATEX CARRIES MMDDYYYY THE WAY EDUFILAP'S STAMP-DATEX WRITES
      * IT.
           MOVE SPACES TO RTN-DATEX.
           STRING RTN-TD-MM   DELIMITED BY SIZE
                  RTN-TD-DD   DELIMITED BY SIZE
                  RTN-TD-YYYY DELIMITED BY SIZE
                  INTO RTN-DATEX.
           PERFORM STAMP-TIME.

           PERFORM READ-RETIN.
       FIN-INIT. EXIT.
      *////////////////////
       STAMP-TIME SECTION.
      *////////////////////
           ACCEPT RTN-TIME-RAW FROM TIME.
           MOVE SPACES TO RTN-HORA.
           MOVE RTN-TIME-RAW(1:6) TO RTN-HORA(1:6).
           MOVE SPACES TO RTN-HORA-SEP.
           STRING RTN-TIME-RAW(1:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  RTN-TIME-RAW(3:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  RTN-TIME-RAW(5:2) DELIMITED BY SIZE
                  INTO RTN-HORA-SEP.
       FIN-STAMPTIME. EXIT.
      *////////////////////
       READ-RETIN SECTION.
      *////////////////////
           READ RETIN
                AT END
                   MOVE 'Y' TO RTN-EOF
           END-READ.
       FIN-READRET. EXIT.
      *////////////////////
       INTAKE-ONE SECTION.
      *////////////////////
      * REASON CODES FOLLOW ON FROM EDUFPAYB'S SO THE TWO REJECT
      * FILES ARE WORKED FROM ONE LIST: 09 AND 11 MEAN WHAT THEY MEAN
      * THERE (12 IS ITS LEGAL HOLD), AND THIS RUN ADDS 13 ALREADY
      * RETURNED, 14 CUSTOMER, 15 AMOUNT, 16 NO RETURN REASON, 17
      * ALREADY REVERSED AND 18 UNKNOWN REFERENCE.
           ADD 1 TO RTN-RECS-READ.

           IF RET-REF = SPACES
              MOVE '09' TO REJ-RSN
              MOVE 'BANK REFERENCE MISSING' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF RET-RSN = SPACES
              MOVE '16' TO REJ-RSN
              MOVE 'RETURN REASON MISSING' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

           MOVE RET-REF TO PRG-REF.
           READ PAYREG.
           IF FS-PAYREG = '23'
              MOVE '18' TO REJ-RSN
              MOVE 'UNKNOWN PAYMENT REFERENCE' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF FS-PAYREG NOT = '00'
              MOVE '11' TO REJ-RSN
              MOVE 'ERROR READING PAYREG' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF PRG-RETURNED
              MOVE '13' TO REJ-RSN
              MOVE 'PAYMENT ALREADY RETURNED' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

      * WHAT THE BANK SENDS BACK MUST BE THE PAYMENT ON FILE - A
      * CUSTOMER OR AMOUNT THAT DISAGREES POINTS AT A MIS-KEYED
      * REFERENCE, AND THE WRONG CUSTOMER WOULD BE DEBITED.
           IF RET-NUMB NOT = SPACES AND RET-NUMB NOT = PRG-NUMB
              MOVE '14' TO REJ-RSN
              MOVE 'CUSTOMER DOES NOT MATCH' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF PRG-AMOUNT < 0
              COMPUTE RTN-ORIG-ABS = 0 - PRG-AMOUNT
           ELSE
              MOVE PRG-AMOUNT TO RTN-ORIG-ABS
           END-IF.
           IF RET-AMOUNT NOT = SPACES
              IF RET-AMOUNT NOT NUMERIC
                 OR RET-AMOUNT-N NOT = RTN-ORIG-ABS
                 MOVE '15' TO REJ-RSN
                 MOVE 'AMOUNT DOES NOT MATCH' TO REJ-TEXT
                 PERFORM WRITE-REJECT
                 GO TO FIN-INTAKE.

           PERFORM CHECK-ORIGINAL.
           IF RTN-ORIG-REVERSED
              GO TO FIN-INTAKE.

           COMPUTE RTN-DELTA = 0 - PRG-AMOUNT.
           PERFORM APPLY-RETURN.
       FIN-INTAKE. EXIT.
      *////////////////////
       CHECK-ORIGINAL SECTION.
      *////////////////////
      * THE ORIGINAL PAYMENT'S DETAIL RECORD - ALREADY REVERSED AT THE
      * SCREEN MEANS THE MONEY IS ALREADY BACK OUT. A PAYMENT WHOSE
      * DETAIL CAPTURE FAILED, OR WAS PURGED, IS STILL RETURNED; THE
      * RETURN IS SIMPLY LEFT UNPAIRED.
           MOVE 0 TO RTN-ORIG-FLAG RTN-ORIG-BAD.
           MOVE SPACES TO RTN-ORIG-KEY RTN-ORIG-SAVE.
           IF PRG-PDT-KEY = SPACES
              GO TO FIN-CHKORIG.
           MOVE PRG-PDT-KEY TO PDT-KEY.
           READ POSTDTL.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFRETN - ORIGINAL POSTDTL NOT FOUND REF='
                       PRG-REF ' STATUS=' FS-POSTDTL
              GO TO FIN-CHKORIG.
           IF NOT PDT-REV-NONE
              MOVE '17' TO REJ-RSN
              MOVE 'PAYMENT ALREADY REVERSED' TO REJ-TEXT
              PERFORM WRITE-REJECT
              MOVE 1 TO RTN-ORIG-BAD
              GO TO FIN-CHKORIG.
           MOVE PDT-REC     TO RTN-ORIG-SAVE.
           MOVE PRG-PDT-KEY TO RTN-ORIG-KEY.
           MOVE 1 TO RTN-ORIG-FLAG.
       FIN-CHKORIG. EXIT.
      *////////////////////
       APPLY-RETURN SECTION.
      *////////////////////
      * THE SAME PROTECTED SEQUENCE EDUFPAYB'S APPLY-PAYMENT RUNS,
      * WITH THE OPPOSITE OF THE REGISTERED AMOUNT. ONLY THE BALANCE
      * FIELD'S OWN LIMITS CAN REFUSE IT.
           MOVE PRG-NUMB TO NUMB IN FILEA.
           READ FILEAVS.
           IF FS-FILEA = '23'
              MOVE '01' TO REJ-RSN
              MOVE 'CUSTOMER NOT ON FILEA' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYRET.
           IF FS-FILEA NOT = '00'
              MOVE '01' TO REJ-RSN
              MOVE 'ERROR READING FILEA' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYRET.
           IF AMOUNT-N IN FILEA NOT NUMERIC
              MOVE '05' TO REJ-RSN
              MOVE 'LIVE AMOUNT FIELD CORRUPTED' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYRET.

           MOVE FILEA TO RTN-BEFORE-IMAGE.
           MOVE AMOUNT-N IN FILEA TO RTN-OLDBAL.

           MOVE 0 TO RTN-POST-BAD.
           COMPUTE RTN-NEWBAL = RTN-OLDBAL + RTN-DELTA
                   ON SIZE ERROR
                      MOVE 1 TO RTN-POST-BAD
           END-COMPUTE.
           IF RTN-POST-REJECTED OR RTN-NEWBAL < -999999.99
              OR RTN-NEWBAL > 999999.99
              MOVE '04' TO REJ-RSN
              MOVE 'RESULT OUTSIDE BALANCE LIMITS' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYRET.

           MOVE 0 TO RTN-OVER-FLAG.
           PERFORM SET-CREDIT-LIMITS.
           IF RTN-NEWBAL < RTN-LIM-FLOOR
              OR RTN-NEWBAL > RTN-LIM-CEIL
              MOVE 1 TO RTN-OVER-FLAG
           END-IF.

           MOVE RTN-NEWBAL TO AMOUNT-N IN FILEA.
           MOVE RTN-DATEX  TO DATEX IN FILEA.
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
              MOVE '06' TO REJ-RSN
              MOVE 'REWRITE FAILED' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYRET.

      * THE REGISTRY IS MARKED FIRST - IT IS WHAT STOPS A SECOND
      * RETURN OF THE SAME PAYMENT.
           MOVE 'R'       TO PRG-STATUS.
           MOVE RTN-TODAY TO PRG-RET-FECHA.
           MOVE RET-RSN   TO PRG-RET-RSN.
           REWRITE PRG-REC.
           IF FS-PAYREG NOT = '00'
              DISPLAY 'EDUFRETN - ERROR REWRITING PAYREG STATUS='
                       FS-PAYREG ' REF=' PRG-REF
           END-IF.

           PERFORM WRITE-CHANGE-IMAGE.
           PERFORM WRITE-POSTDTL.
           PERFORM PAIR-ORIGINAL.

           MOVE PRG-NUMB   TO RTN-DTL-NUMB.
           MOVE PRG-REF    TO RTN-DTL-REF.
           MOVE RTN-DELTA  TO RTN-DTL-AMT.
           MOVE RTN-OLDBAL TO RTN-DTL-OLD.
           MOVE RTN-NEWBAL TO RTN-DTL-NEW.
           MOVE PRG-FECHA  TO RTN-DTL-PAID.
           MOVE RET-RSN    TO RTN-DTL-RSN.
           MOVE SPACES     TO RTN-DTL-NOTE.
           IF RTN-OVER-LIMIT
              MOVE 'BALANCE NOW OUTSIDE CR LIMIT' TO RTN-DTL-NOTE
              ADD 1 TO RTN-OVERLIMIT
           END-IF.
           WRITE RETRPT-LINE FROM RTN-DETAIL.

           ADD 1 TO RTN-APPLIED.
           ADD RTN-DELTA TO RTN-APPLIED-SUM.
       FIN-APPLYRET. EXIT.
      *////////////////////
       SET-CREDIT-LIMITS SECTION.
      *////////////////////
           IF CRODLIM-N IN FILEA NUMERIC
              COMPUTE RTN-LIM-FLOOR = 0 - CRODLIM-N IN FILEA
           ELSE
              MOVE ZEROS TO RTN-LIM-FLOOR
           END-IF.
           IF CRCEIL-N IN FILEA NUMERIC AND CRCEIL-N IN FILEA > 0
              MOVE CRCEIL-N IN FILEA TO RTN-LIM-CEIL
           ELSE
              MOVE 999999.99 TO RTN-LIM-CEIL
           END-IF.
       FIN-SETLIMITS. EXIT.
      *////////////////////
       WRITE-REJECT SECTION.
      *////////////////////
           MOVE SPACES  TO REJ-DATA.
           MOVE RET-REC TO REJ-DATA.
           WRITE REJ-REC.
           IF FS-RETREJ NOT = '00'
              DISPLAY 'EDUFRETN - ERROR WRITING RETREJ STATUS='
                       FS-RETREJ
           END-IF.
           MOVE RET-NUMB TO RTN-REJ-NUMB.
           MOVE RET-REF  TO RTN-REJ-REF.
           MOVE REJ-RSN  TO RTN-REJ-RSN.
           MOVE REJ-TEXT TO RTN-REJ-TEXT.
           WRITE RETRPT-LINE FROM RTN-REJLINE.
           ADD 1 TO RTN-REJECTED.
       FIN-WRREJ. EXIT.
      *////////////////////
       WRITE-CHANGE-IMAGE SECTION.
      *////////////////////
           MOVE 'T'              TO EDC-CHG-FUNC.
           MOVE NUMB IN FILEA    TO EDC-CHG-NUMB.
           MOVE RTN-HORA-SEP     TO EDC-CHG-HORA.
           MOVE 'RET'            TO EDC-CHG-OPID.
           MOVE 'BTCH'           TO EDC-CHG-TERM.
           MOVE RTN-BEFORE-IMAGE TO EDC-CHG-BEFORE.
           MOVE FILEA            TO EDC-CHG-AFTER.
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE RTN-TODAY        TO EDC-CHG-FECHA.
           MOVE RTN-TODAY        TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-RETCHG NOT = '00'
              DISPLAY 'EDUFRETN - ERROR WRITING RETCHG STATUS='
                       FS-RETCHG
           END-IF.
       FIN-WRCHG. EXIT.
      *////////////////////
       WRITE-POSTDTL SECTION.
      *////////////////////
      * SAME DETAIL RECORD DO-POST LEAVES, SO STATEMENTS SHOW THE
      * RETURN. IT CARRIES THE REVERSAL FLAG AND THE ORIGINAL'S KEY
      * WHEN THE ORIGINAL WAS FOUND. A DUPLICATE KEY BUMPS THE
      * SEQUENCE.
           MOVE SPACES        TO RTN-NEW-KEY.
           MOVE SPACES        TO PDT-REC.
           MOVE NUMB IN FILEA TO PDT-NUMB.
           MOVE RTN-TODAY     TO PDT-FECHA.
           MOVE RTN-HORA      TO PDT-HORA.
           MOVE ZEROS         TO PDT-SEQ.
           MOVE RTN-DELTA     TO PDT-AMOUNT.
           MOVE RTN-NEWBAL    TO PDT-NEWBAL.
           MOVE 'RET'         TO PDT-OPID.
           MOVE 'BTCH'        TO PDT-TERM.
           IF RTN-ORIG-FOUND
              MOVE 'V'          TO PDT-REV-FLAG
              MOVE RTN-ORIG-KEY TO PDT-REV-KEY
           END-IF.
           MOVE 0 TO RTN-PDT-TRIES.
       WRITE-PDT-TRY.
           WRITE PDT-REC.
           IF (FS-POSTDTL = '22' OR FS-POSTDTL = '21')
              AND RTN-PDT-TRIES < 999
              ADD 1 TO RTN-PDT-TRIES
              ADD 1 TO PDT-SEQ
              GO TO WRITE-PDT-TRY.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFRETN - ERROR WRITING POSTDTL STATUS='
                       FS-POSTDTL ' NUMB=' NUMB IN FILEA
           ELSE
              MOVE PDT-KEY TO RTN-NEW-KEY
           END-IF.
       FIN-WRPDT. EXIT.
      *////////////////////
       PAIR-ORIGINAL SECTION.
      *////////////////////
      * THE ORIGINAL PAYMENT'S DETAIL IS FLAGGED REVERSED AND POINTED
      * AT THE RETURN, EXACTLY AS DO-REVERSE LEAVES IT ONLINE - FROM
      * HERE THE SCREEN REFUSES TO REVERSE IT AGAIN.
           IF NOT RTN-ORIG-FOUND OR RTN-NEW-KEY = SPACES
              GO TO FIN-PAIRORIG.
           MOVE RTN-ORIG-SAVE TO PDT-REC.
           MOVE 'R'           TO PDT-REV-FLAG.
           MOVE RTN-NEW-KEY   TO PDT-REV-KEY.
           REWRITE PDT-REC.
           IF FS-POSTDTL NOT = '00'
              DISPLAY 'EDUFRETN - ORIGINAL NOT PAIRED - POSTDTL STATUS='
                       FS-POSTDTL ' REF=' PRG-REF
           END-IF.
       FIN-PAIRORIG. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE RTN-RECS-READ TO RTN-TOT-READ.
           WRITE RETRPT-LINE FROM RTN-TOTALS1.
           MOVE RTN-APPLIED TO RTN-TOT-APPL.
           MOVE RTN-APPLIED-SUM TO RTN-TOT-APSUM.
           WRITE RETRPT-LINE FROM RTN-TOTALS2.
           MOVE RTN-REJECTED TO RTN-TOT-REJ.
           WRITE RETRPT-LINE FROM RTN-TOTALS3.
           MOVE RTN-OVERLIMIT TO RTN-TOT-OVER.
           WRITE RETRPT-LINE FROM RTN-TOTALS4.

           CLOSE RETIN FILEAVS POSTDTL PAYREG RETCHG RETREJ RETRPT.
           DISPLAY 'EDUFRETN - RETURNS READ     : ' RTN-RECS-READ.
           DISPLAY 'EDUFRETN - RETURNS APPLIED  : ' RTN-APPLIED.
           DISPLAY 'EDUFRETN - RETURNS REJECTED : ' RTN-REJECTED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
