      *----------------------------------------------------------------*
      *-- BATCH AUDIT CONFIRMATION CLOSING REPORT. WHEN THE AUDITORS
      *-- CLOSE THE CONFIRMATION ROUND OF AN AUDIT THIS JOB LISTS WHAT
      *-- THEY HAVE TO FOLLOW UP, FROM THE REPLIES CFMMNT RECORDED ON
      *-- THE CONFIRM FILE (SEE EDUCFMS):
      *--   EXCEPTIONS  - CUSTOMERS WHO DISAGREED, WITH OUR BALANCE,
      *--                 THE BALANCE THEY CLAIM AND THE DIFFERENCE;
      *--   NON-REPLIES - CUSTOMERS MARKED AS NO REPLY AND THOSE STILL
      *--                 AWAITING ONE (NOTHING RECORDED AT ALL);
      *-- THEN THE COUNTS OF THE ROUND. THE AUDIT IS NAMED ON THE
      *-- CFRCTL CARD, COLS 1-8 (REQUIRED - THE FILE CARRIES EVERY
      *-- AUDIT); AN AUDIT WITH NO CONFIRMATIONS REFUSES THE RUN.
      *-- THE CFMRRPT REPORT GOES TO RPTSTOR WITH THE REST. RC 4 WHEN
      *-- THERE IS ANYTHING TO FOLLOW UP.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFCFMR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFRCTL    ASSIGN TO CFRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFRCTL.
           SELECT CONFIRM   ASSIGN TO CONFIRM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CFM-KEY
                  FILE STATUS  IS FS-CONFIRM.
           SELECT CFMRRPT   ASSIGN TO CFMRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CFMRRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CFRCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CFRCTL-REC.
           05  CTL-AUDIT      PIC X(8).
           05  FILLER         PIC X(72).
      *
       FD  CONFIRM
           LABEL RECORDS ARE STANDARD.
           COPY EDUCFMS.
      *
       FD  CFMRRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CFMRRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-CFRCTL          PIC XX     VALUE SPACES.
       77  FS-CONFIRM         PIC XX     VALUE SPACES.
       77  FS-CFMRRPT         PIC XX     VALUE SPACES.
       77  CFR-EOF            PIC X      VALUE 'N'.
           88  CFR-AUDIT-DONE           VALUE 'Y'.
       77  CFR-OPEN-BAD       PIC X      VALUE 'N'.
           88  CFR-OPEN-FAILED          VALUE 'Y'.
      * WHICH PART OF THE REPORT THE CURRENT PASS PRINTS.
       77  CFR-PASS           PIC X      VALUE SPACE.
           88  CFR-PASS-EXCEPTIONS      VALUE 'E'.
           88  CFR-PASS-NONREPLY        VALUE 'N'.
       77  CFR-AUDIT          PIC X(8)   VALUE SPACES.
       77  CFR-TODAY          PIC X(8)   VALUE SPACES.
      *
       77  CFR-SENT           PIC 9(7)   VALUE ZEROS.
       77  CFR-AGREED         PIC 9(7)   VALUE ZEROS.
       77  CFR-DISAGREED      PIC 9(7)   VALUE ZEROS.
       77  CFR-NO-REPLY       PIC 9(7)   VALUE ZEROS.
       77  CFR-AWAITING       PIC 9(7)   VALUE ZEROS.
       77  CFR-LISTED         PIC 9(7)   VALUE ZEROS.
       77  CFR-DIFF           PIC S9(7)V99 VALUE ZEROS.
       77  CFR-BAL-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  CFR-DIFF-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *
       01  CFR-HEADING1.
           05  FILLER  PIC X(45) VALUE
               'EDUFCFMR - AUDIT CONFIRMATION CLOSING REPORT '.
           05  FILLER  PIC X(6)  VALUE 'AUDIT '.
           05  CFR-HD-AUDIT   PIC X(8).
           05  FILLER  PIC X(12) VALUE '   RUN DATE '.
           05  CFR-HD-DATE    PIC X(8).
           05  FILLER  PIC X(54) VALUE SPACES.
       01  CFR-HEADING2.
           05  FILLER  PIC X(40) VALUE
               'BALANCES CONFIRMED AS AT THE EXTRACT CUT'.
           05  FILLER  PIC X     VALUE SPACE.
           05  CFR-HD-CUTDATE PIC X(8).
           05  FILLER  PIC X     VALUE SPACE.
           05  CFR-HD-CUTTIME PIC X(8).
           05  FILLER  PIC X(75) VALUE SPACES.
       01  CFR-TITLE.
           05  CFR-TT-TEXT    PIC X(60).
           05  FILLER         PIC X(73)  VALUE SPACES.
       01  CFR-EXC-HEAD.
           05  FILLER  PIC X(50) VALUE
               'NUMBER  NAME                 ST     BALANCE     CL'.
           05  FILLER  PIC X(50) VALUE
               'AIMED   DIFFERENCE REPLIED  OP'.
           05  FILLER  PIC X(33) VALUE SPACES.
       01  CFR-EXC-LINE.
           05  CFR-EX-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFR-EX-NAME    PIC X(20).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-EX-STATUS  PIC X(2).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-EX-BAL     PIC ZZZZZ9.99-.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFR-EX-CLAIMED PIC ZZZZZ9.99-.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFR-EX-DIFF    PIC ZZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-EX-FECHA   PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-EX-OPID    PIC X(3).
           05  FILLER         PIC X(53) VALUE SPACES.
       01  CFR-NRP-HEAD.
           05  FILLER  PIC X(50) VALUE
               'NUMBER  NAME                 ST     BALANCE SENT  '.
           05  FILLER  PIC X(50) VALUE
               '     STATE'.
           05  FILLER  PIC X(33) VALUE SPACES.
       01  CFR-NRP-LINE.
           05  CFR-NR-NUMB    PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFR-NR-NAME    PIC X(20).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-NR-STATUS  PIC X(2).
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-NR-BAL     PIC ZZZZZ9.99-.
           05  FILLER         PIC X     VALUE SPACE.
           05  CFR-NR-SENT    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CFR-NR-STATE   PIC X(30).
           05  FILLER         PIC X(50) VALUE SPACES.
       01  CFR-NONE-LINE.
           05  FILLER  PIC X(8)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'NONE'.
           05  FILLER  PIC X(121) VALUE SPACES.
       01  CFR-CNTLINE.
           05  CFR-CL-LABEL   PIC X(40).
           05  CFR-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
       01  CFR-AMTLINE.
           05  CFR-AL-LABEL   PIC X(40).
           05  CFR-AL-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(74) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF CFR-OPEN-FAILED
              STOP RUN
           END-IF.
           MOVE 'E' TO CFR-PASS.
           PERFORM LIST-PASS.
           MOVE 'N' TO CFR-PASS.
           PERFORM LIST-PASS.
           PERFORM END-JOB.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT CFR-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CFRCTL.
           IF FS-CFRCTL NOT = '00'
              DISPLAY 'EDUFCFMR - ERROR OPENING CFRCTL   STATUS='
                       FS-CFRCTL
              GO TO INIT-BAD
           END-IF.
           READ CFRCTL
                AT END
                   MOVE SPACES TO CFRCTL-REC
           END-READ.
           MOVE CTL-AUDIT TO CFR-AUDIT.
           CLOSE CFRCTL.
           IF CFR-AUDIT = SPACES
              DISPLAY 'EDUFCFMR - NO AUDIT ID ON CFRCTL - RUN REFUSED'
              GO TO INIT-BAD
           END-IF.

           OPEN INPUT CONFIRM.
           IF FS-CONFIRM NOT = '00'
              DISPLAY 'EDUFCFMR - ERROR OPENING CONFIRM  STATUS='
                       FS-CONFIRM
              GO TO INIT-BAD
           END-IF.

      * AN AUDIT ID WITH NOTHING ON FILE IS A MISTYPED CARD, NOT A
      * CLEAN ROUND.
           MOVE CFR-AUDIT  TO CFM-AUDIT.
           MOVE LOW-VALUES TO CFM-NUMB.
           START CONFIRM KEY IS NOT LESS THAN CFM-KEY.
           IF FS-CONFIRM = '00'
              READ CONFIRM NEXT RECORD
           END-IF.
           IF FS-CONFIRM NOT = '00' OR CFM-AUDIT NOT = CFR-AUDIT
              DISPLAY 'EDUFCFMR - NO CONFIRMATIONS FOR AUDIT '
                      CFR-AUDIT ' - RUN REFUSED'
              CLOSE CONFIRM
              GO TO INIT-BAD
           END-IF.
           MOVE CFM-CUTDATE TO CFR-HD-CUTDATE.
           MOVE CFM-CUTTIME TO CFR-HD-CUTTIME.

           OPEN OUTPUT CFMRRPT.
           IF FS-CFMRRPT NOT = '00'
              DISPLAY 'EDUFCFMR - ERROR OPENING CFMRRPT  STATUS='
                       FS-CFMRRPT
              CLOSE CONFIRM
              GO TO INIT-BAD
           END-IF.

           MOVE CFR-AUDIT TO CFR-HD-AUDIT.
           MOVE CFR-TODAY TO CFR-HD-DATE.
           WRITE CFMRRPT-LINE FROM CFR-HEADING1.
           WRITE CFMRRPT-LINE FROM CFR-HEADING2.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO CFR-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       LIST-PASS SECTION.
      *////////////////////
      * ONE BROWSE OF THE AUDIT PER PART OF THE REPORT; THE FIRST
      * PASS ALSO TAKES THE COUNTS.
           MOVE SPACES TO CFMRRPT-LINE.
           WRITE CFMRRPT-LINE.
           IF CFR-PASS-EXCEPTIONS
              MOVE 'EXCEPTIONS - CUSTOMER DISAGREES WITH OUR BALANCE'
                   TO CFR-TT-TEXT
              WRITE CFMRRPT-LINE FROM CFR-TITLE
              WRITE CFMRRPT-LINE FROM CFR-EXC-HEAD
           ELSE
              MOVE 'NON-REPLIES - NO CONFIRMATION RECEIVED'
                   TO CFR-TT-TEXT
              WRITE CFMRRPT-LINE FROM CFR-TITLE
              WRITE CFMRRPT-LINE FROM CFR-NRP-HEAD
           END-IF.

           MOVE 0   TO CFR-LISTED.
           MOVE 'N' TO CFR-EOF.
           MOVE CFR-AUDIT  TO CFM-AUDIT.
           MOVE LOW-VALUES TO CFM-NUMB.
           START CONFIRM KEY IS NOT LESS THAN CFM-KEY.
           IF FS-CONFIRM NOT = '00'
              MOVE 'Y' TO CFR-EOF
           END-IF.
           PERFORM LIST-ONE UNTIL CFR-AUDIT-DONE.
           IF CFR-LISTED = 0
              WRITE CFMRRPT-LINE FROM CFR-NONE-LINE
           END-IF.
       FIN-LISTPASS. EXIT.
      *////////////////////
       LIST-ONE SECTION.
      *////////////////////
           READ CONFIRM NEXT RECORD
                AT END
                   MOVE 'Y' TO CFR-EOF
           END-READ.
           IF CFR-AUDIT-DONE
              GO TO FIN-LISTONE.
           IF CFM-AUDIT NOT = CFR-AUDIT
              MOVE 'Y' TO CFR-EOF
              GO TO FIN-LISTONE.

           IF CFR-PASS-NONREPLY
              GO TO LISTONE-NONREPLY.

           ADD 1 TO CFR-SENT.
           IF CFM-BALANCE NUMERIC
              ADD CFM-BALANCE TO CFR-BAL-TOTAL
           END-IF.
           IF CFM-AGREED
              ADD 1 TO CFR-AGREED.
           IF CFM-NO-REPLY
              ADD 1 TO CFR-NO-REPLY.
           IF CFM-AWAITING
              ADD 1 TO CFR-AWAITING.
           IF NOT CFM-DISAGREED
              GO TO FIN-LISTONE.

           ADD 1 TO CFR-DISAGREED.
           ADD 1 TO CFR-LISTED.
           MOVE SPACES TO CFR-EXC-LINE.
           MOVE CFM-NUMB    TO CFR-EX-NUMB.
           MOVE CFM-NAME    TO CFR-EX-NAME.
           MOVE CFM-STATUSX TO CFR-EX-STATUS.
           MOVE CFM-BALANCE TO CFR-EX-BAL.
           MOVE CFM-CLAIMED TO CFR-EX-CLAIMED.
      * THE DIFFERENCE IS THE CUSTOMER'S FIGURE LESS OURS - POSITIVE
      * WHEN THE CUSTOMER CLAIMS MORE THAN WE HOLD.
           COMPUTE CFR-DIFF = CFM-CLAIMED - CFM-BALANCE.
           ADD CFR-DIFF TO CFR-DIFF-TOTAL.
           MOVE CFR-DIFF        TO CFR-EX-DIFF.
           MOVE CFM-REPLY-FECHA TO CFR-EX-FECHA.
           MOVE CFM-REPLY-OPID  TO CFR-EX-OPID.
           WRITE CFMRRPT-LINE FROM CFR-EXC-LINE.
           GO TO FIN-LISTONE.

       LISTONE-NONREPLY.
           IF NOT CFM-NO-REPLY AND NOT CFM-AWAITING
              GO TO FIN-LISTONE.
           ADD 1 TO CFR-LISTED.
           MOVE SPACES TO CFR-NRP-LINE.
           MOVE CFM-NUMB    TO CFR-NR-NUMB.
           MOVE CFM-NAME    TO CFR-NR-NAME.
           MOVE CFM-STATUSX TO CFR-NR-STATUS.
           MOVE CFM-BALANCE TO CFR-NR-BAL.
           MOVE CFM-SENT    TO CFR-NR-SENT.
           IF CFM-NO-REPLY
              MOVE 'NO REPLY' TO CFR-NR-STATE
           ELSE
              MOVE 'NOTHING RECORDED - STILL OPEN' TO CFR-NR-STATE
           END-IF.
           WRITE CFMRRPT-LINE FROM CFR-NRP-LINE.
       FIN-LISTONE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO CFMRRPT-LINE.
           WRITE CFMRRPT-LINE.
           MOVE 'CONFIRMATIONS SENT                    : '
                TO CFR-CL-LABEL.
           MOVE CFR-SENT TO CFR-CL-CNT.
           WRITE CFMRRPT-LINE FROM CFR-CNTLINE.
           MOVE '  AGREED                              : '
                TO CFR-CL-LABEL.
           MOVE CFR-AGREED TO CFR-CL-CNT.
           WRITE CFMRRPT-LINE FROM CFR-CNTLINE.
           MOVE '  DISAGREED                           : '
                TO CFR-CL-LABEL.
           MOVE CFR-DISAGREED TO CFR-CL-CNT.
           WRITE CFMRRPT-LINE FROM CFR-CNTLINE.
           MOVE '  NO REPLY                            : '
                TO CFR-CL-LABEL.
           MOVE CFR-NO-REPLY TO CFR-CL-CNT.
           WRITE CFMRRPT-LINE FROM CFR-CNTLINE.
           MOVE '  NOTHING RECORDED                    : '
                TO CFR-CL-LABEL.
           MOVE CFR-AWAITING TO CFR-CL-CNT.
           WRITE CFMRRPT-LINE FROM CFR-CNTLINE.
           MOVE 'BALANCES CONFIRMED (ALL SENT)         : '
                TO CFR-AL-LABEL.
           MOVE CFR-BAL-TOTAL TO CFR-AL-AMT.
           WRITE CFMRRPT-LINE FROM CFR-AMTLINE.
           MOVE 'NET DIFFERENCE CLAIMED                : '
                TO CFR-AL-LABEL.
           MOVE CFR-DIFF-TOTAL TO CFR-AL-AMT.
           WRITE CFMRRPT-LINE FROM CFR-AMTLINE.

           IF CFR-DISAGREED > 0 OR CFR-NO-REPLY > 0
              OR CFR-AWAITING > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CONFIRM CFMRRPT.
           DISPLAY 'EDUFCFMR - AUDIT              : ' CFR-AUDIT.
           DISPLAY 'EDUFCFMR - CONFIRMATIONS SENT : ' CFR-SENT.
           DISPLAY 'EDUFCFMR - DISAGREED          : ' CFR-DISAGREED.
           DISPLAY 'EDUFCFMR - NO REPLY / OPEN    : ' CFR-NO-REPLY
                   ' / ' CFR-AWAITING.
       FIN-ENDJOB. EXIT.
