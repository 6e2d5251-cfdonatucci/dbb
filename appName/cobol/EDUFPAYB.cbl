      *-- PAYREJ AS THE ORIGINAL 80 BYTES PLUS A REASON CODE SO THE
      *-- FILE CAN BE FIXED AND RE-SUBMITTED WHOLE. INPUT/APPLIED/
      *-- REJECTED CONTROL TOTALS CLOSE THE REGISTER AND THE RUN IS
      *-- HOOKED INTO THE RUNCTL CHAIN. EVERY APPLIED PAYMENT IS ALSO
      *-- ENTERED ON THE PAYREG REGISTRY (SEE EDUPREGS) UNDER ITS BANK
      *-- REFERENCE, AND A REFERENCE ALREADY THERE IS REJECTED, SO A
      *-- RE-SENT BANK FILE CAN NEVER CREDIT A CUSTOMER TWICE. EDUFRETN
      *-- WORKS THE BANK'S RETURNED PAYMENTS OFF THE SAME REGISTRY.
      *-- A REJECTED PAYMENT WHOSE AMOUNT IS GOOD IS ALSO PARKED ON THE
      *-- SUSPENSE FILE (SEE EDUSUSS) FOR SUSPMNT TO ASSIGN OR SEND
      *-- BACK, AND AN APPLIED REFERENCE STILL OPEN THERE IS CLOSED.
      *-- A PAYMENT THE CUSTOMER'S LEGAL HOLD FORBIDS (SEE EDUHLDS) IS
      *-- REJECTED WITH REASON 12 AND PARKED ON SUSPENSE LIKE ANY
      *-- OTHER GOOD-AMOUNT REJECT UNTIL THE HOLD IS LIFTED.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PDT-KEY
                  FILE STATUS  IS FS-POSTDTL.
           SELECT PAYREG    ASSIGN TO PAYREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRG-REF
                  FILE STATUS  IS FS-PAYREG.
           SELECT SUSPENSE  ASSIGN TO SUSPENSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SUS-REF
                  FILE STATUS  IS FS-SUSPENSE.
           SELECT PAYCHG    ASSIGN TO PAYCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-PAYCHG.
           SELECT PAYRPT    ASSIGN TO PAYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-PAYRPT.
           SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HLD-NUMB
                  FILE STATUS  IS FS-LGLHOLD.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       FD  POSTDTL
           LABEL RECORDS ARE STANDARD.
           COPY EDUPDTS.
       FD  PAYREG
           LABEL RECORDS ARE STANDARD.
           COPY EDUPREGS.
       FD  SUSPENSE
           LABEL RECORDS ARE STANDARD.
           COPY EDUSUSS.
      *
      * CHANGE IMAGES IN THE SAME LAYOUT EDUFILAP WRITES TO TD QUEUE
      * EDUC - CONCATENATED INTO THE DAY'S CHANGE DATASET BY THE
           RECORD CONTAINS 133 CHARACTERS.
       01  PAYRPT-LINE        PIC X(133).
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
       77  FS-PAYIN           PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
       77  FS-PAYREG          PIC XX     VALUE SPACES.
       77  FS-SUSPENSE        PIC XX     VALUE SPACES.
       77  FS-PAYCHG          PIC XX     VALUE SPACES.
       77  FS-PAYREJ          PIC XX     VALUE SPACES.
       77  FS-PAYRPT          PIC XX     VALUE SPACES.
       77  PAY-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  PAY-APPLIED        PIC 9(7)   VALUE ZEROS.
       77  PAY-REJECTED       PIC 9(7)   VALUE ZEROS.
       77  PAY-SUSPENDED      PIC 9(7)   VALUE ZEROS.
       77  PAY-SUSP-SUM       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PAY-SUSP-FLAG      PIC 9      VALUE 0.
           88  PAY-SUSP-WRITTEN         VALUE 1.
       77  PAY-APPLIED-SUM    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PAY-INPUT-SUM      PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *
           05  PAY-REJ-RSN    PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PAY-REJ-TEXT   PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PAY-REJ-NOTE   PIC X(20).
           05  FILLER         PIC X(69) VALUE SPACES.
       01  PAY-TOTALS1.
           05  FILLER  PIC X(24) VALUE
               'PAYMENTS READ         : '.
               'PAYMENTS REJECTED     : '.
           05  PAY-TOT-REJ    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  PAY-TOTALS4.
           05  FILLER  PIC X(24) VALUE
               'SENT TO SUSPENSE      : '.
           05  PAY-TOT-SUSP   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(9)  VALUE '  TOTAL '.
           05  PAY-TOT-SUSUM  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(77) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
              GO TO FIN-INIT
           END-IF.

           OPEN I-O PAYREG.
           IF FS-PAYREG NOT = '00' AND FS-PAYREG NOT = '05'
              DISPLAY 'EDUFPAYB - ERROR OPENING PAYREG  STATUS='
                       FS-PAYREG
              MOVE 'Y' TO PAY-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O SUSPENSE.
           IF FS-SUSPENSE NOT = '00' AND FS-SUSPENSE NOT = '05'
              DISPLAY 'EDUFPAYB - ERROR OPENING SUSPENSE STATUS='
                       FS-SUSPENSE
              MOVE 'Y' TO PAY-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT PAYCHG.
           IF FS-PAYCHG NOT = '00'
              DISPLAY 'EDUFPAYB - ERROR OPENING PAYCHG  STATUS='
              GO TO FIN-INIT
           END-IF.

           PERFORM LHOLD-OPEN.

           WRITE PAYRPT-LINE FROM PAY-HEADING1.
           WRITE PAYRPT-LINE FROM PAY-HEADING2.

              MOVE 'INVALID CUSTOMER NUMBER' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
      * THE REFERENCE IS THE REGISTRY KEY - A PAYMENT WITHOUT ONE
      * COULD NEITHER BE CHECKED FOR A REPEAT NOR RETURNED LATER.
           IF PAY-REF = SPACES
              MOVE '09' TO REJ-RSN
              MOVE 'BANK REFERENCE MISSING' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

           IF PAY-SIGN = '-'
              COMPUTE PAY-DELTA = 0 - PAY-AMOUNT-N
           END-IF.
           ADD PAY-DELTA TO PAY-INPUT-SUM.

      * A REFERENCE ALREADY ON THE REGISTRY WAS APPLIED ON AN EARLIER
      * RUN OR EARLIER IN THIS FILE - A RE-SENT FILE, NOT NEW MONEY.
           MOVE PAY-REF TO PRG-REF.
           READ PAYREG.
           IF FS-PAYREG = '00'
              MOVE '10' TO REJ-RSN
              MOVE 'PAY-REF ALREADY APPLIED' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF FS-PAYREG NOT = '23'
              MOVE '11' TO REJ-RSN
              MOVE 'ERROR READING PAYREG' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

           PERFORM APPLY-PAYMENT.
       FIN-INTAKE. EXIT.
      *////////////////////
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYPAY.

      * A LEGAL HOLD ON THE CUSTOMER - A DEBIT IS REFUSED BY ANY
      * FREEZE, A CREDIT ONLY BY A FULL ONE.
           MOVE PAY-NUMB TO LH-NUMB-W.
           IF PAY-DELTA < 0
              MOVE 'B' TO LH-CLASS-W
           ELSE
              MOVE 'C' TO LH-CLASS-W
           END-IF.
           PERFORM LHOLD-CHECK.
           IF LH-BLOCKED
              MOVE '12' TO REJ-RSN
              MOVE LH-TEXT-W TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-APPLYPAY.

           MOVE FILEA TO PAY-BEFORE-IMAGE.
           MOVE AMOUNT-N IN FILEA TO PAY-OLDBAL.


           PERFORM WRITE-CHANGE-IMAGE.
           PERFORM WRITE-POSTDTL.
           PERFORM REGISTER-PAYMENT.

           MOVE PAY-NUMB   TO PAY-DTL-NUMB.
           MOVE PAY-REF    TO PAY-DTL-REF.
      *////////////////////
       WRITE-REJECT SECTION.
      *////////////////////
           PERFORM SUSPEND-PAYMENT.
           MOVE SPACES  TO REJ-DATA.
           MOVE PAY-REC TO REJ-DATA.
           WRITE REJ-REC.
           MOVE PAY-NUMB TO PAY-REJ-NUMB.
           MOVE REJ-RSN  TO PAY-REJ-RSN.
           MOVE REJ-TEXT TO PAY-REJ-TEXT.
           MOVE SPACES   TO PAY-REJ-NOTE.
           IF PAY-SUSP-WRITTEN
              MOVE 'SENT TO SUSPENSE' TO PAY-REJ-NOTE
           END-IF.
           WRITE PAYRPT-LINE FROM PAY-REJLINE.
           ADD 1 TO PAY-REJECTED.
       FIN-WRREJ. EXIT.
      *////////////////////
       SUSPEND-PAYMENT SECTION.
      *////////////////////
      * A PAYMENT WITH A GOOD AMOUNT AND SIGN IS MONEY THE BANK HOLDS
      * FOR US, WHATEVER STOPPED IT POSTING - IT WAITS ON SUSPENSE FOR
      * AN OPERATOR. NOT PARKED: NO REFERENCE TO KEY IT ON, A REPEAT
      * OF A PAYMENT ALREADY APPLIED, OR A REGISTRY FAILURE (THE FILE
      * IS RERUN). A REFERENCE ALREADY IN SUSPENSE - THE SAME FILE
      * SENT AGAIN - IS LEFT AS IT IS.
           MOVE 0 TO PAY-SUSP-FLAG.
           IF PAY-AMOUNT NOT NUMERIC OR PAY-REF = SPACES
              GO TO FIN-SUSPPAY.
           IF PAY-SIGN NOT = '+' AND PAY-SIGN NOT = '-'
              AND PAY-SIGN NOT = SPACE
              GO TO FIN-SUSPPAY.
           IF REJ-RSN = '10' OR REJ-RSN = '11'
              GO TO FIN-SUSPPAY.

           MOVE SPACES    TO SUS-REC.
           MOVE PAY-REF   TO SUS-REF.
           MOVE PAY-NUMB  TO SUS-NUMB.
           IF PAY-SIGN = '-'
              COMPUTE SUS-AMOUNT = 0 - PAY-AMOUNT-N
           ELSE
              MOVE PAY-AMOUNT-N TO SUS-AMOUNT
           END-IF.
           MOVE PAY-TODAY TO SUS-ARRIVED.
           MOVE REJ-RSN   TO SUS-RSN.
           MOVE REJ-TEXT  TO SUS-TEXT.
           WRITE SUS-REC.
           IF FS-SUSPENSE = '00'
              MOVE 1 TO PAY-SUSP-FLAG
              ADD 1 TO PAY-SUSPENDED
              ADD SUS-AMOUNT TO PAY-SUSP-SUM
           ELSE
           IF FS-SUSPENSE NOT = '22'
              DISPLAY 'EDUFPAYB - ERROR WRITING SUSPENSE STATUS='
                       FS-SUSPENSE ' REF=' PAY-REF
           END-IF
           END-IF.
       FIN-SUSPPAY. EXIT.
      *////////////////////
       WRITE-CHANGE-IMAGE SECTION.
      *////////////////////
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE PAY-TODAY        TO EDC-CHG-FECHA.
           MOVE PAY-TODAY        TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-PAYCHG NOT = '00'
              DISPLAY 'EDUFPAYB - ERROR WRITING PAYCHG STATUS='
                       FS-POSTDTL ' NUMB=' NUMB IN FILEA
           END-IF.
       FIN-WRPDT. EXIT.
      *////////////////////
       REGISTER-PAYMENT SECTION.
      *////////////////////
      * THE POSTING STANDS WHATEVER HAPPENS HERE - A FAILED REGISTRY
      * WRITE IS REPORTED FOR THE OPERATORS TO ADD BY HAND BEFORE THE
      * NEXT BANK FILE OR ANY RETURN OF THIS PAYMENT COMES IN.
           MOVE SPACES        TO PRG-REC.
           MOVE PAY-REF       TO PRG-REF.
           MOVE PAY-NUMB      TO PRG-NUMB.
           MOVE PAY-DELTA     TO PRG-AMOUNT.
           MOVE PAY-TODAY     TO PRG-FECHA.
           IF FS-POSTDTL = '00'
              MOVE PDT-KEY    TO PRG-PDT-KEY
           END-IF.
           WRITE PRG-REC.
           IF FS-PAYREG NOT = '00'
              DISPLAY 'EDUFPAYB - ERROR WRITING PAYREG STATUS='
                       FS-PAYREG ' REF=' PAY-REF
           END-IF.

      * A RE-SUBMITTED PAYMENT THAT WAS PARKED ON AN EARLIER RUN IS
      * SETTLED NOW - CLOSED SO NOBODY ASSIGNS IT A SECOND TIME.
           MOVE PAY-REF TO SUS-REF.
           READ SUSPENSE.
           IF FS-SUSPENSE = '00' AND SUS-OPEN
              MOVE 'A'       TO SUS-STATUS
              MOVE PAY-NUMB  TO SUS-ACT-NUMB
              MOVE PAY-TODAY TO SUS-ACT-FECHA
              MOVE 'PAY'     TO SUS-ACT-OPID
              REWRITE SUS-REC
              IF FS-SUSPENSE NOT = '00'
                 DISPLAY 'EDUFPAYB - ERROR REWRITING SUSPENSE STATUS='
                          FS-SUSPENSE ' REF=' PAY-REF
              END-IF
           END-IF.
       FIN-REGPAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           WRITE PAYRPT-LINE FROM PAY-TOTALS2.
           MOVE PAY-REJECTED TO PAY-TOT-REJ.
           WRITE PAYRPT-LINE FROM PAY-TOTALS3.
           MOVE PAY-SUSPENDED TO PAY-TOT-SUSP.
           MOVE PAY-SUSP-SUM TO PAY-TOT-SUSUM.
           WRITE PAYRPT-LINE FROM PAY-TOTALS4.

           CLOSE PAYIN FILEAVS POSTDTL PAYREG SUSPENSE PAYCHG PAYREJ
                 PAYRPT.
           PERFORM LHOLD-CLOSE.
           DISPLAY 'EDUFPAYB - PAYMENTS READ    : ' PAY-RECS-READ.
           DISPLAY 'EDUFPAYB - PAYMENTS APPLIED : ' PAY-APPLIED.
           DISPLAY 'EDUFPAYB - PAYMENTS REJECTED: ' PAY-REJECTED.
           DISPLAY 'EDUFPAYB - SENT TO SUSPENSE : ' PAY-SUSPENDED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
      *
           COPY LHOLDP.
