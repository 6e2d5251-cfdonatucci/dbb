      *----------------------------------------------------------------*
      *-- BATCH NEW-CUSTOMER INTAKE FOR THE BRANCH FILE. REPLACES THE
      *-- OPERATORS KEYING EACH NEW CUSTOMER FROM THE BRANCH
      *-- SPREADSHEET AS AN 'A' THROUGH EDUFMNT: EVERY ONBIN RECORD
      *-- (SEE EDUONBS) IS VALIDATED UNDER THE RULES EDUFILAP'S DO-ADD
      *-- APPLIES ONLINE - OPENING AMOUNT NUMERIC AND NOT NEGATIVE,
      *-- AND VALIDATE-NEW-FIELDS: A NON-BLANK EMAIL CARRIES AN '@',
      *-- THE STATUS IS A KNOWN CODE OR BLANK - PLUS A NAME AND THE
      *-- BRANCH REFERENCE, WITHOUT WHICH THE ANSWER COULD NOT BE
      *-- MATCHED BACK. EACH GOOD APPLICANT GETS ITS NUMBER FROM THE
      *-- '000000' NEXT-NUMBER CONTROL RECORD (SEE EDUNCTS) THE WAY
      *-- ASSIGN-NEXT-NUMB DRAWS IT ONLINE, SO BATCH AND ONLINE
      *-- NUMBERS NEVER COLLIDE, AND IS WRITTEN TO THE FILEA VSAM FILE
      *-- WITH VERSION 1 AND DATEX STAMPED. EVERY ADD LEAVES AN EDUC-
      *-- FORMAT 'A' CHANGE IMAGE ON ONBCHG AND AN EDUJ-FORMAT 'A'
      *-- JOURNAL ENTRY ON ONBJRN, BOTH CONCATENATED INTO THE DAY'S
      *-- ROLLOVER LIKE EDUFPAYB'S PAYCHG, SO THE RECONCILIATION AND A
      *-- FORWARD RECOVERY SEE THE BATCH ADDS LIKE ONLINE ONES. THE
      *-- ONBNUM FILE TELLS THE BRANCH WHICH NUMBER EACH APPLICANT
      *-- GOT; REJECTS GO TO ONBREJ AS THE ORIGINAL 200 BYTES PLUS A
      *-- REASON CODE FOR FIXING AND RE-SUBMITTING. RE-SUBMIT ONLY THE
      *-- REJECTS - AN APPLICANT ALREADY ON ONBNUM IS A CUSTOMER AND
      *-- WOULD BE ADDED AGAIN. HOOKED INTO THE RUNCTL CHAIN.
      *-- REJECT REASONS: 01 NO BRANCH REFERENCE, 02 NO NAME, 16 BAD
      *-- AMOUNT, 32 BAD EMAIL, 33 BAD STATUS (THE ONLINE CODES WHERE
      *-- THERE IS ONE), 08 NO NUMBER COULD BE DRAWN, 09 FILEA WRITE
      *-- FAILED - 08/09 ARE RE-SUBMITTED UNCHANGED ONCE FIXED.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFONBD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBIN     ASSIGN TO ONBIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBIN.
           SELECT FILEAVS   ASSIGN TO FILEA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NUMB IN FILEA
                  FILE STATUS  IS FS-FILEA.
           SELECT ONBCHG    ASSIGN TO ONBCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBCHG.
           SELECT ONBJRN    ASSIGN TO ONBJRN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBJRN.
           SELECT ONBNUM    ASSIGN TO ONBNUM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBNUM.
           SELECT ONBREJ    ASSIGN TO ONBREJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBREJ.
           SELECT ONBRPT    ASSIGN TO ONBRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ONBRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ONBIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY EDUONBS.
       FD  FILEAVS
           LABEL RECORDS ARE STANDARD.
           COPY EDUFILAS.
      *
      * CHANGE IMAGES IN THE SAME LAYOUT EDUFILAP WRITES TO TD QUEUE
      * EDUC, JOURNAL ENTRIES IN THE SAME LAYOUT IT WRITES TO EDUJ -
      * BOTH CONCATENATED INTO THE DAY'S DATASETS BY THE ROLLOVER JCL.
       FD  ONBCHG
           LABEL RECORDS ARE STANDARD.
           COPY EDUCHGS.
       FD  ONBJRN
           LABEL RECORDS ARE STANDARD.
           COPY EDUJRNS.
      *
      * ONE RECORD PER CUSTOMER ADDED - THE BRANCH'S OWN REFERENCE
      * AGAINST THE NUMBER IT WAS GIVEN.
       FD  ONBNUM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  NUM-REC.
           05  NUM-BRANCH     PIC X(4).
           05  NUM-REF        PIC X(10).
           05  NUM-NUMB       PIC X(6).
           05  NUM-NAME       PIC X(20).
           05  NUM-FECHA      PIC X(8).
           05  FILLER         PIC X(32).
      *
      * A REJECT IS THE ORIGINAL RECORD PLUS THE REASON - RE-SUBMIT
      * BY STRIPPING THE TAIL BACK OFF.
       FD  ONBREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  REJ-REC.
           05  REJ-DATA       PIC X(200).
           05  REJ-RSN        PIC X(2).
           05  REJ-TEXT       PIC X(30).
           05  FILLER         PIC X(8).
      *
       FD  ONBRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ONBRPT-LINE        PIC X(133).
      *
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-ONBIN           PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-ONBCHG          PIC XX     VALUE SPACES.
       77  FS-ONBJRN          PIC XX     VALUE SPACES.
       77  FS-ONBNUM          PIC XX     VALUE SPACES.
       77  FS-ONBREJ          PIC XX     VALUE SPACES.
       77  FS-ONBRPT          PIC XX     VALUE SPACES.
       77  ONB-EOF            PIC X      VALUE 'N'.
           88  ONB-END-OF-ONBIN         VALUE 'Y'.
       77  ONB-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  ONB-ADDED          PIC 9(7)   VALUE ZEROS.
       77  ONB-REJECTED       PIC 9(7)   VALUE ZEROS.
       77  ONB-ADDED-SUM      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ONB-OPENING        PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  ONB-NEWF-TALLY     PIC 9(3)   VALUE 0.
      *
      * NUMBER DRAWING - THE SAME RULES AS ASSIGN-NEXT-NUMB: THE MARK
      * MOVES BEFORE THE CUSTOMER IS WRITTEN, WRAPS SHORT OF THE
      * TRAILER KEY, AND A DRAWN NUMBER ALREADY TAKEN BY A HAND-KEYED
      * CUSTOMER IS DRAWN PAST, UP TO 50 TIMES.
           COPY EDUNCTS.
       77  ONB-NCT-KEY        PIC X(6)   VALUE '000000'.
       77  ONB-NCT-NEW        PIC 9      VALUE 0.
           88  ONB-NCT-CREATED          VALUE 1.
       77  ONB-NCT-BAD        PIC 9      VALUE 0.
           88  ONB-NCT-FAILED           VALUE 1.
       77  ONB-NCT-TRIES      PIC 9(2)   VALUE 0.
       77  ONB-NEW-NUMB       PIC X(6)   VALUE SPACES.
      *
       01  ONB-TODAY          PIC X(8)   VALUE SPACES.
       01  ONB-TODAY-R REDEFINES ONB-TODAY.
           05  ONB-TD-YYYY    PIC X(4).
           05  ONB-TD-MM      PIC X(2).
           05  ONB-TD-DD      PIC X(2).
       01  ONB-DATEX          PIC X(8)   VALUE SPACES.
       01  ONB-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  ONB-HORA           PIC X(8)   VALUE SPACES.
       01  ONB-HORA-SEP       PIC X(8)   VALUE SPACES.
      *
       01  ONB-HEADING1.
           05  FILLER  PIC X(48) VALUE
               'EDUFONBD - BRANCH NEW-CUSTOMER INTAKE'.
           05  FILLER  PIC X(10) VALUE 'BUS DATE '.
           05  ONB-HD-DATE    PIC X(8).
           05  FILLER  PIC X(67) VALUE SPACES.
       01  ONB-HEADING2.
           05  FILLER  PIC X(40) VALUE
               'BRCH REFERENCE  NUMBER  NAME            '.
           05  FILLER  PIC X(30) VALUE
               '          OPENING'.
           05  FILLER  PIC X(63) VALUE SPACES.
       01  ONB-DETAIL.
           05  ONB-DTL-BRANCH PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  ONB-DTL-REF    PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  ONB-DTL-NUMB   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ONB-DTL-NAME   PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ONB-DTL-AMT    PIC ZZZZZ9.99.
           05  FILLER         PIC X(78) VALUE SPACES.
       01  ONB-REJLINE.
           05  ONB-REJ-BRANCH PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  ONB-REJ-REF    PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'REJECTED'.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ONB-REJ-RSN    PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ONB-REJ-TEXT   PIC X(30).
           05  FILLER         PIC X(73) VALUE SPACES.
       01  ONB-TOTALS1.
           05  FILLER  PIC X(24) VALUE
               'APPLICANTS READ       : '.
           05  ONB-TOT-READ   PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
       01  ONB-TOTALS2.
           05  FILLER  PIC X(24) VALUE
               'CUSTOMERS ADDED       : '.
           05  ONB-TOT-ADDED  PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(19) VALUE '  OPENING BALANCES '.
           05  ONB-TOT-SUM    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(67) VALUE SPACES.
       01  ONB-TOTALS3.
           05  FILLER  PIC X(24) VALUE
               'APPLICANTS REJECTED   : '.
           05  ONB-TOT-REJ    PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(101) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFONBD' TO RC-THIS-PROG.
           MOVE '        ' TO RC-PREREQ.
           MOVE 'ONBIN       ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
       ONBLP.
           IF ONB-END-OF-ONBIN GO TO FINALI END-IF.
           PERFORM INTAKE-ONE.
           PERFORM READ-ONBIN.
           GO TO ONBLP.
       FINALI.
           PERFORM END-JOB.
           MOVE ONB-RECS-READ TO RC-IN-W.
           MOVE ONB-ADDED     TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * REJECTS ARE THE BRANCH'S WORK LIST, NOT A FAILED STEP - SAME
      * ARRANGEMENT AS EDUFPAYB.
           IF ONB-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  ONBIN.
           IF FS-ONBIN NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBIN   STATUS='
                       FS-ONBIN
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN I-O FILEAVS.
           IF FS-FILEA NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING FILEA  STATUS=' FS-FILEA
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ONBCHG.
           IF FS-ONBCHG NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBCHG  STATUS='
                       FS-ONBCHG
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ONBJRN.
           IF FS-ONBJRN NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBJRN  STATUS='
                       FS-ONBJRN
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ONBNUM.
           IF FS-ONBNUM NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBNUM  STATUS='
                       FS-ONBNUM
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ONBREJ.
           IF FS-ONBREJ NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBREJ  STATUS='
                       FS-ONBREJ
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT ONBRPT.
           IF FS-ONBRPT NOT = '00'
              DISPLAY 'EDUFONBD - ERROR OPENING ONBRPT  STATUS='
                       FS-ONBRPT
              MOVE 'Y' TO ONB-EOF
              GO TO FIN-INIT
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK. DATEX
      * CARRIES MMDDYYYY THE WAY EDUFILAP'S STAMP-DATEX WRITES IT.
           MOVE RC-BUSDATE-W TO ONB-TODAY.
           MOVE SPACES TO ONB-DATEX.
           STRING ONB-TD-MM   DELIMITED BY SIZE
                  ONB-TD-DD   DELIMITED BY SIZE
                  ONB-TD-YYYY DELIMITED BY SIZE
                  INTO ONB-DATEX.
           PERFORM STAMP-TIME.

           MOVE ONB-TODAY TO ONB-HD-DATE.
           WRITE ONBRPT-LINE FROM ONB-HEADING1.
           WRITE ONBRPT-LINE FROM ONB-HEADING2.

           PERFORM READ-ONBIN.
       FIN-INIT. EXIT.
      *////////////////////
       STAMP-TIME SECTION.
      *////////////////////
           ACCEPT ONB-TIME-RAW FROM TIME.
           MOVE SPACES TO ONB-HORA.
           MOVE ONB-TIME-RAW(1:6) TO ONB-HORA(1:6).
           MOVE SPACES TO ONB-HORA-SEP.
           STRING ONB-TIME-RAW(1:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  ONB-TIME-RAW(3:2) DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  ONB-TIME-RAW(5:2) DELIMITED BY SIZE
                  INTO ONB-HORA-SEP.
       FIN-STAMPTIME. EXIT.
      *////////////////////
       READ-ONBIN SECTION.
      *////////////////////
           READ ONBIN
                AT END
                   MOVE 'Y' TO ONB-EOF
           END-READ.
       FIN-READONB. EXIT.
      *////////////////////
       INTAKE-ONE SECTION.
      *////////////////////
           ADD 1 TO ONB-RECS-READ.

           IF ONI-REF = SPACES
              MOVE '01' TO REJ-RSN
              MOVE 'BRANCH REFERENCE MISSING' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.
           IF ONI-NAME = SPACES
              MOVE '02' TO REJ-RSN
              MOVE 'CUSTOMER NAME MISSING' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

      * DO-ADD'S VALIDATE-AMOUNT: NUMERIC AND NOT BELOW ZERO. THE
      * FIELD IS UNSIGNED, SO A SIGN OR A DECIMAL POINT FAILS HERE.
           IF ONI-AMOUNT = SPACES
              MOVE ZEROS TO ONB-OPENING
           ELSE
              IF ONI-AMOUNT-N NOT NUMERIC
                 MOVE '16' TO REJ-RSN
                 MOVE 'INVALID AMOUNT VALUE' TO REJ-TEXT
                 PERFORM WRITE-REJECT
                 GO TO FIN-INTAKE
              END-IF
              MOVE ONI-AMOUNT-N TO ONB-OPENING
           END-IF.

      * VALIDATE-NEW-FIELDS - THE ONLINE RETURN CODE 32, SPLIT HERE
      * SO THE BRANCH KNOWS WHICH FIELD TO FIX.
           IF ONI-EMAILX NOT = SPACES
              MOVE 0 TO ONB-NEWF-TALLY
              INSPECT ONI-EMAILX TALLYING ONB-NEWF-TALLY FOR ALL '@'
              IF ONB-NEWF-TALLY = 0
                 MOVE '32' TO REJ-RSN
                 MOVE 'INVALID EMAIL ADDRESS' TO REJ-TEXT
                 PERFORM WRITE-REJECT
                 GO TO FIN-INTAKE
              END-IF
           END-IF.
           MOVE ONI-STATUSX TO STATUSX IN FILEA.
           IF NOT STAT-VALID IN FILEA
              MOVE '33' TO REJ-RSN
              MOVE 'INVALID STATUS CODE' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-INTAKE.

           PERFORM ADD-CUSTOMER.
       FIN-INTAKE. EXIT.
      *////////////////////
       ADD-CUSTOMER SECTION.
      *////////////////////
           MOVE 0 TO ONB-NCT-TRIES.
       ADD-DRAW.
           PERFORM ASSIGN-NEXT-NUMB.
           IF ONB-NCT-FAILED
              MOVE '08' TO REJ-RSN
              MOVE 'ERROR ASSIGNING NUMBER' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-ADDCUST.

           MOVE SPACES       TO FILEA.
           MOVE ONB-NEW-NUMB TO NUMB IN FILEA.
           MOVE ONI-NAME     TO NAME IN FILEA.
           MOVE ONI-ADDRX    TO ADDRX IN FILEA.
           MOVE ONI-ADDR2X   TO ADDR2X IN FILEA.
           MOVE ONI-PHONE    TO PHONE IN FILEA.
           MOVE ONI-EMAILX   TO EMAILX IN FILEA.
           MOVE ONI-STATUSX  TO STATUSX IN FILEA.
           MOVE ONI-COMMENTX TO COMMENTX IN FILEA.
           MOVE ONB-OPENING  TO AMOUNT-N IN FILEA.
           MOVE ONB-DATEX    TO DATEX IN FILEA.
           MOVE 1            TO VERSN IN FILEA.

           WRITE FILEA.
           IF FS-FILEA = '22' AND ONB-NCT-TRIES < 50
              ADD 1 TO ONB-NCT-TRIES
              GO TO ADD-DRAW.
           IF FS-FILEA NOT = '00'
              MOVE '09' TO REJ-RSN
              MOVE 'ERROR ADDING FILEA' TO REJ-TEXT
              PERFORM WRITE-REJECT
              GO TO FIN-ADDCUST.

           PERFORM WRITE-CHANGE-IMAGE.
           PERFORM WRITE-JOURNAL.

           MOVE SPACES       TO NUM-REC.
           MOVE ONI-BRANCH   TO NUM-BRANCH.
           MOVE ONI-REF      TO NUM-REF.
           MOVE ONB-NEW-NUMB TO NUM-NUMB.
           MOVE ONI-NAME     TO NUM-NAME.
           MOVE ONB-TODAY    TO NUM-FECHA.
           WRITE NUM-REC.
           IF FS-ONBNUM NOT = '00'
              DISPLAY 'EDUFONBD - ERROR WRITING ONBNUM STATUS='
                       FS-ONBNUM ' REF=' ONI-REF ' NUMB=' ONB-NEW-NUMB
           END-IF.

           MOVE ONI-BRANCH   TO ONB-DTL-BRANCH.
           MOVE ONI-REF      TO ONB-DTL-REF.
           MOVE ONB-NEW-NUMB TO ONB-DTL-NUMB.
           MOVE ONI-NAME     TO ONB-DTL-NAME.
           MOVE ONB-OPENING  TO ONB-DTL-AMT.
           WRITE ONBRPT-LINE FROM ONB-DETAIL.
           ADD 1 TO ONB-ADDED.
           ADD ONB-OPENING TO ONB-ADDED-SUM.
       FIN-ADDCUST. EXIT.
      *////////////////////
       ASSIGN-NEXT-NUMB SECTION.
      *////////////////////
      * THE CONTROL RECORD IS READ AND MOVED ON FOR EVERY APPLICANT,
      * NOT HELD IN STORAGE - IT IS THE SAME RECORD THE ONLINE ADDS
      * DRAW FROM, AND WHAT IS ON FILE IS THE ONLY TRUE HIGH-WATER
      * MARK. A MISSING ONE IS CREATED ON FIRST USE.
           MOVE 0 TO ONB-NCT-BAD.
           MOVE 0 TO ONB-NCT-NEW.
           MOVE ONB-NCT-KEY TO NUMB IN FILEA.
           READ FILEAVS INTO NCT-RECORD.
           IF FS-FILEA = '23'
              MOVE SPACES     TO NCT-RECORD
              MOVE '000000'   TO NCT-NUMB
              MOVE '*NUMCTL*' TO NCT-MARK
              MOVE ZEROS      TO NCT-HIWATER
              MOVE 1 TO ONB-NCT-NEW
           ELSE
           IF FS-FILEA NOT = '00'
              MOVE 1 TO ONB-NCT-BAD
              GO TO FIN-ASSIGNNUM
           ELSE
           IF NCT-MARK NOT = '*NUMCTL*'
              MOVE 1 TO ONB-NCT-BAD
              GO TO FIN-ASSIGNNUM.

           IF NCT-HIWATER NOT NUMERIC
              MOVE ZEROS TO NCT-HIWATER.
           IF NCT-HIWATER >= 999998
              MOVE 1 TO NCT-HIWATER
           ELSE
              ADD 1 TO NCT-HIWATER.

           IF ONB-NCT-CREATED
              WRITE FILEA FROM NCT-RECORD
           ELSE
              REWRITE FILEA FROM NCT-RECORD
           END-IF.
           IF FS-FILEA NOT = '00'
              MOVE 1 TO ONB-NCT-BAD
              GO TO FIN-ASSIGNNUM.

           MOVE NCT-HIWATER TO ONB-NEW-NUMB.
       FIN-ASSIGNNUM. EXIT.
      *////////////////////
       WRITE-REJECT SECTION.
      *////////////////////
           MOVE SPACES  TO REJ-DATA.
           MOVE ONI-REC TO REJ-DATA.
           WRITE REJ-REC.
           IF FS-ONBREJ NOT = '00'
              DISPLAY 'EDUFONBD - ERROR WRITING ONBREJ STATUS='
                       FS-ONBREJ
           END-IF.
           MOVE ONI-BRANCH TO ONB-REJ-BRANCH.
           MOVE ONI-REF    TO ONB-REJ-REF.
           MOVE REJ-RSN    TO ONB-REJ-RSN.
           MOVE REJ-TEXT   TO ONB-REJ-TEXT.
           WRITE ONBRPT-LINE FROM ONB-REJLINE.
           ADD 1 TO ONB-REJECTED.
       FIN-WRREJ. EXIT.
      *////////////////////
       WRITE-CHANGE-IMAGE SECTION.
      *////////////////////
      * AN ADD REPLAYS WITH A BLANK BEFORE IMAGE, AS WRITE-CHANGE
      * LEAVES IT ONLINE.
           MOVE 'A'              TO EDC-CHG-FUNC.
           MOVE NUMB IN FILEA    TO EDC-CHG-NUMB.
           MOVE ONB-HORA-SEP     TO EDC-CHG-HORA.
           MOVE 'ONB'            TO EDC-CHG-OPID.
           MOVE 'BTCH'           TO EDC-CHG-TERM.
           MOVE SPACES           TO EDC-CHG-BEFORE.
           MOVE FILEA            TO EDC-CHG-AFTER.
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE ONB-TODAY        TO EDC-CHG-FECHA.
           MOVE ONB-TODAY        TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-ONBCHG NOT = '00'
              DISPLAY 'EDUFONBD - ERROR WRITING ONBCHG STATUS='
                       FS-ONBCHG
           END-IF.
       FIN-WRCHG. EXIT.
      *////////////////////
       WRITE-JOURNAL SECTION.
      *////////////////////
      * THE ADD AS WRITE-JOURNAL RECORDS IT ONLINE, UNDER THE BATCH
      * TERMINAL - EDUJRECN COUNTS IT WITH THE DAY'S OTHER ADDS.
           MOVE 'BTCH'           TO EDF-JRN-TERM.
           MOVE 'ONB'            TO EDF-JRN-OPID.
           MOVE NUMB IN FILEA    TO EDF-JRN-NUMB.
           MOVE 'A'              TO EDF-JRN-FUNC.
           MOVE ONB-HORA         TO EDF-JRN-HORA.
           MOVE ONB-TODAY        TO EDF-JRN-FECHA.
           WRITE EDF-JOURNAL.
           IF FS-ONBJRN NOT = '00'
              DISPLAY 'EDUFONBD - ERROR WRITING ONBJRN STATUS='
                       FS-ONBJRN
           END-IF.
       FIN-WRJRN. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE ONB-RECS-READ TO ONB-TOT-READ.
           WRITE ONBRPT-LINE FROM ONB-TOTALS1.
           MOVE ONB-ADDED     TO ONB-TOT-ADDED.
           MOVE ONB-ADDED-SUM TO ONB-TOT-SUM.
           WRITE ONBRPT-LINE FROM ONB-TOTALS2.
           MOVE ONB-REJECTED  TO ONB-TOT-REJ.
           WRITE ONBRPT-LINE FROM ONB-TOTALS3.

           CLOSE ONBIN FILEAVS ONBCHG ONBJRN ONBNUM ONBREJ ONBRPT.
           DISPLAY 'EDUFONBD - APPLICANTS READ  : ' ONB-RECS-READ.
           DISPLAY 'EDUFONBD - CUSTOMERS ADDED  : ' ONB-ADDED.
           DISPLAY 'EDUFONBD - APPLICANTS REJ.  : ' ONB-REJECTED.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
