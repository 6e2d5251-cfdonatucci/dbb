      *-- APPLIES EACH RESULT TO THE FILEA VSAM FILE UNDER THE SAME
      *-- RULES EDUFILAP'S DO-POST ENFORCES ONLINE - READ THE RECORD,
      *-- REFUSE ANY RESULT THAT WOULD OVERDRAW OR OVERFLOW, BUMP THE
      *-- VERSION, REWRITE. DATEX IS NOT STAMPED: AN ACCRUAL IS NOT
      *-- CUSTOMER ACTIVITY, AND STAMPING IT WOULD KEEP EVERY OPEN
      *-- ACCOUNT OUT OF EDUFDORM'S REACH. EVERY APPLIED ACCRUAL LEAVES
      *-- A POSTDTL DETAIL RECORD (SEE EDUPDTS) AND AN EDUC-FORMAT
      *-- CHANGE IMAGE ON THE ACCRCHG OUTPUT, WHICH THE EDUC ROLLOVER
      *-- CONCATENATES INTO THE DAY'S CHANGE FILE SO FORWARD RECOVERY
      *-- AND THE MOVEMENT PROOFS STILL BALANCE. REGISTER REPORT OF
      *-- EVERY ACCRUAL AND CONTROL TOTALS AT THE END; HOOKED INTO THE
      *-- RUNCTL CHAIN BEHIND EDUFEXTR. A CUSTOMER UNDER A LEGAL HOLD
      *-- IN FORCE (SEE EDUHLDS) IS REJECTED WHEN THE HOLD FORBIDS THE
      *-- ACCRUAL - A FULL FREEZE TAKES NEITHER INTEREST NOR CHARGES,
      *-- A DEBIT-ONLY FREEZE STILL EARNS INTEREST BUT PAYS NO FEE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT ACCRRPT   ASSIGN TO ACCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ACCRRPT.
           SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HLD-NUMB
                  FILE STATUS  IS FS-LGLHOLD.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
           RECORD CONTAINS 133 CHARACTERS.
       01  ACCRRPT-LINE        PIC X(133).
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
       77  FS-FILEAEXT        PIC XX     VALUE SPACES.
       77  FS-FILEA           PIC XX     VALUE SPACES.
       77  FS-POSTDTL         PIC XX     VALUE SPACES.
           05  ACC-TD-YYYY    PIC X(4).
           05  ACC-TD-MM      PIC X(2).
           05  ACC-TD-DD      PIC X(2).
       01  ACC-TIME-RAW       PIC X(8)   VALUE SPACES.
       01  ACC-HORA           PIC X(8)   VALUE SPACES.
       01  ACC-HORA-SEP       PIC X(8)   VALUE SPACES.
              GO TO FIN-INIT
           END-IF.

           PERFORM LHOLD-OPEN.

           WRITE ACCRRPT-LINE FROM ACC-HEADING1.
           WRITE ACCRRPT-LINE FROM ACC-HEADING2.

           ACCEPT ACC-TODAY FROM DATE YYYYMMDD.
           PERFORM STAMP-TIME.

           PERFORM READ-FILEAEXT.
              ADD 1 TO ACC-REJ-CNT
              GO TO FIN-APPLY.

      * A LEGAL HOLD ON THE CUSTOMER - A FEE TAKES MONEY OUT,
      * INTEREST PUTS IT IN.
           MOVE NUMB IN FILEA TO LH-NUMB-W.
           IF ACC-DELTA > 0
              MOVE 'C' TO LH-CLASS-W
           ELSE
              MOVE 'B' TO LH-CLASS-W
           END-IF.
           PERFORM LHOLD-CHECK.
           IF LH-BLOCKED
              MOVE NUMB IN FILEA TO ACC-REJ-NUMB
              MOVE SPACES TO ACC-REJ-TEXT
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     LH-TEXT-W     DELIMITED BY SIZE
                     INTO ACC-REJ-TEXT
              WRITE ACCRRPT-LINE FROM ACC-REJLINE
              ADD 1 TO ACC-REJ-CNT
              GO TO FIN-APPLY.

           MOVE FILEA TO ACC-BEFORE-IMAGE.
           MOVE AMOUNT-N IN FILEA TO ACC-OLDBAL.

              GO TO FIN-APPLY.

           MOVE ACC-NEWBAL TO AMOUNT-N IN FILEA.
           IF VERSN IN FILEA NUMERIC
              IF VERSN IN FILEA >= 99999
                 MOVE 1 TO VERSN IN FILEA
      * BATCH RECORDS SIT OUTSIDE THE ONLINE PER-DAY SEQUENCE -
      * STAMPED ZERO, WHICH EDUFFWD TREATS AS UNSEQUENCED.
           MOVE ACC-TODAY        TO EDC-CHG-FECHA.
           MOVE ACC-TODAY        TO EDC-CHG-VALDATE.
           MOVE ZEROS            TO EDC-CHG-SEQ.
           MOVE SPACES           TO EDC-CHG-XREF.
           WRITE EDC-CHANGE.
           IF FS-ACCRCHG NOT = '00'
              DISPLAY 'EDUFACCR - ERROR WRITING ACCRCHG STATUS='
           WRITE ACCRRPT-LINE FROM ACC-TOTALS4.

           CLOSE FILEAEXT FILEAVS POSTDTL ACCRCHG ACCRRPT.
           PERFORM LHOLD-CLOSE.
           DISPLAY 'EDUFACCR - RECORDS READ     : ' ACC-RECS-READ.
           DISPLAY 'EDUFACCR - INTEREST APPLIED : ' ACC-INT-CNT.
           DISPLAY 'EDUFACCR - CHARGES TAKEN    : ' ACC-CHG-CNT.
      *////////////////////
      *
           COPY RUNCTLP.
      *
           COPY LHOLDP.
