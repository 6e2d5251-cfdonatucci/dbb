      *----------------------------------------------------------------*
      *-- BATCH DAILY SECURITY-VIOLATION REPORT. LISTS FROM THE SECVIOL
      *-- FILE (SEE SECVIOS) EVERY CUSTOMER-DATA REQUEST EDUFILAP
      *-- REFUSED ON THE BUSINESS DATE - OPERATOR, TERMINAL,
      *-- TRANSACTION, FUNCTION, CUSTOMER NUMBER AND TIME - WITH THE
      *-- LOCKOUTS IT SET AND THE REQUESTS TURNED AWAY BECAUSE THE PAIR
      *-- WAS ALREADY LOCKED. THEN ONE LINE PER OPERATOR/TERMINAL PAIR
      *-- WITH ITS COUNTS, AND EVERY PAIR STILL LOCKED ON SECPROF (SEE
      *-- SECPROFS) WHATEVER DAY IT WAS LOCKED, SO A LOCK NOBODY HAS
      *-- LOOKED AT DOES NOT GO UNNOTICED. THE VIORPT REPORT GOES TO
      *-- RPTSTOR WITH THE REST. RC 4 WHEN A PAIR WAS LOCKED ON THE DAY
      *-- OR THE PAIR TABLE OVERFLOWED. HOOKED INTO THE RUNCTL CHAIN;
      *-- NO PREREQUISITE.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECVIOL ASSIGN TO SECVIOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SVL-KEY
                  FILE STATUS  IS FS-SECVIOL.
           SELECT SECPROF   ASSIGN TO SECPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SEC-KEY
                  FILE STATUS  IS FS-SECPROF.
           SELECT VIORPT    ASSIGN TO VIORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-VIORPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SECVIOL
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOS.
      *
       FD  SECPROF
           LABEL RECORDS ARE STANDARD.
           COPY SECPROFS.
      *
       FD  VIORPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  VIORPT-LINE         PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-SECVIOL         PIC XX     VALUE SPACES.
       77  FS-SECPROF         PIC XX     VALUE SPACES.
       77  FS-VIORPT          PIC XX     VALUE SPACES.
       77  SVR-EOF            PIC X      VALUE 'N'.
           88  SVR-END-OF-FILE          VALUE 'Y'.
       77  SVR-OPEN-BAD       PIC X      VALUE 'N'.
           88  SVR-OPEN-FAILED          VALUE 'Y'.
       77  SVR-WARN-FLAG      PIC X      VALUE 'N'.
           88  SVR-WARN-RC              VALUE 'Y'.
      *
       77  SVR-RECS-READ      PIC 9(7)   VALUE ZEROS.
       77  SVR-REFUSED        PIC 9(7)   VALUE ZEROS.
       77  SVR-REF-LOCKED     PIC 9(7)   VALUE ZEROS.
       77  SVR-LOCKS          PIC 9(7)   VALUE ZEROS.
       77  SVR-LOCKED-NOW     PIC 9(7)   VALUE ZEROS.
       77  SVR-LISTED         PIC 9(7)   VALUE ZEROS.
      *
      * ONE ENTRY PER OPERATOR/TERMINAL PAIR SEEN ON THE DAY, IN THE
      * ORDER FIRST SEEN. A DAY WITH MORE PAIRS THAN THE TABLE HOLDS
      * STILL LISTS EVERY VIOLATION; ONLY THE SUMMARY IS SHORT.
       77  SVR-PAIR-MAX       PIC 9(4)   COMP VALUE 200.
       77  SVR-PAIRS          PIC 9(4)   COMP VALUE 0.
       77  SVR-PX             PIC 9(4)   COMP VALUE 0.
       77  SVR-HIT            PIC 9(4)   COMP VALUE 0.
       77  SVR-OVERFLOW       PIC X      VALUE 'N'.
           88  SVR-TABLE-FULL           VALUE 'Y'.
       01  SVR-PAIR-TABLE.
           05  SVR-PAIR-ENTRY OCCURS 200 TIMES.
               10  SVR-PT-KEY.
                   15  SVR-PT-OPID    PIC X(3).
                   15  SVR-PT-TRMID   PIC X(4).
               10  SVR-PT-REFUSED     PIC 9(5).
               10  SVR-PT-REF-LOCKED  PIC 9(5).
               10  SVR-PT-LOCKS       PIC 9(5).
               10  SVR-PT-FIRST       PIC X(8).
               10  SVR-PT-LAST        PIC X(8).
       01  SVR-PAIR-KEY.
           05  SVR-PK-OPID    PIC X(3).
           05  SVR-PK-TRMID   PIC X(4).
      *
       01  SVR-BUSDATE        PIC X(8)   VALUE SPACES.
      *
       01  SVR-HEADING1.
           05  FILLER  PIC X(44) VALUE
               'SECVRPT - SECURITY VIOLATIONS AND LOCKOUTS  '.
           05  FILLER  PIC X(15) VALUE 'BUSINESS DATE '.
           05  SVR-HD-DATE    PIC X(8).
           05  FILLER  PIC X(66) VALUE SPACES.
       01  SVR-TITLE.
           05  SVR-TT-TEXT    PIC X(60).
           05  FILLER         PIC X(73)  VALUE SPACES.
       01  SVR-DTL-HEAD.
           05  FILLER  PIC X(51) VALUE
               'TIME     OPR TERM TRAN FUNC NUMBER IN WINDOW  EVENT'.
           05  FILLER  PIC X(82) VALUE SPACES.
       01  SVR-DTL-LINE.
           05  SVR-DL-TIME    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  SVR-DL-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  SVR-DL-TRMID   PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  SVR-DL-TRAN    PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-DL-FUNC    PIC X.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  SVR-DL-NUMB    PIC X(6).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  SVR-DL-COUNT   PIC ZZ9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  SVR-DL-EVENT   PIC X(40).
           05  FILLER         PIC X(48) VALUE SPACES.
       01  SVR-PAIR-HEAD.
           05  FILLER  PIC X(50) VALUE
               'OPR TERM  REFUSED  WHILE LOCKED  LOCKS  FIRST     '.
           05  FILLER  PIC X(10) VALUE 'LAST'.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  SVR-PAIR-LINE.
           05  SVR-PL-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  SVR-PL-TRMID   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-PL-REFUSED PIC ZZZZ9.
           05  FILLER         PIC X(9)  VALUE SPACES.
           05  SVR-PL-REF-LKD PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-PL-LOCKS   PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-PL-FIRST   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-PL-LAST    PIC X(8).
           05  FILLER         PIC X(77) VALUE SPACES.
       01  SVR-LOCK-HEAD.
           05  FILLER  PIC X(50) VALUE
               'OPR TERM  LOCKED ON TIME      PROFILE  DATA MNT   '.
           05  FILLER  PIC X(83) VALUE SPACES.
       01  SVR-LOCK-LINE.
           05  SVR-LL-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  SVR-LL-TRMID   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-LL-DATE    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-LL-TIME    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-LL-ORIGIN  PIC X(7).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SVR-LL-DATA    PIC X.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  SVR-LL-MNT     PIC X.
           05  FILLER         PIC X(88) VALUE SPACES.
       01  SVR-NONE-LINE.
           05  FILLER  PIC X(8)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'NONE'.
           05  FILLER  PIC X(121) VALUE SPACES.
       01  SVR-CNTLINE.
           05  SVR-CL-LABEL   PIC X(40).
           05  SVR-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'SECVRPT ' TO RC-THIS-PROG.
           MOVE SPACES     TO RC-PREREQ.
           MOVE 'SECVIOL     ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           IF SVR-OPEN-FAILED
              PERFORM RUNCTL-END
              STOP RUN
           END-IF.
           PERFORM LIST-VIOLATIONS.
           PERFORM LIST-PAIRS.
           PERFORM LIST-LOCKED.
           PERFORM END-JOB.
           MOVE SVR-RECS-READ TO RC-IN-W.
           MOVE SVR-LISTED    TO RC-OUT-W.
           PERFORM RUNCTL-END.
      * NEW LOCKOUTS FLAG THE STEP FOR THE OPERATORS. SET AFTER
      * RUNCTL-END SO THE STEP RECORDS 'C', NOT 'F'.
           IF SVR-WARN-RC AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
      *-- NO SECVIOL FILE YET SIMPLY MEANS NO VIOLATIONS (OPTIONAL).
           OPEN INPUT SECVIOL.
           IF FS-SECVIOL NOT = '00' AND FS-SECVIOL NOT = '05'
              DISPLAY 'SECVRPT - ERROR OPENING SECVIOL  STATUS='
                       FS-SECVIOL
              GO TO INIT-BAD
           END-IF.

           OPEN INPUT SECPROF.
           IF FS-SECPROF NOT = '00'
              DISPLAY 'SECVRPT - ERROR OPENING SECPROF  STATUS='
                       FS-SECPROF
              CLOSE SECVIOL
              GO TO INIT-BAD
           END-IF.

           OPEN OUTPUT VIORPT.
           IF FS-VIORPT NOT = '00'
              DISPLAY 'SECVRPT - ERROR OPENING VIORPT   STATUS='
                       FS-VIORPT
              CLOSE SECVIOL SECPROF
              GO TO INIT-BAD
           END-IF.

      * THE CHAIN'S BUSINESS DATE, NOT THIS STEP'S WALL CLOCK.
           MOVE RC-BUSDATE-W TO SVR-BUSDATE.
           MOVE SVR-BUSDATE  TO SVR-HD-DATE.
           WRITE VIORPT-LINE FROM SVR-HEADING1.
           GO TO FIN-INIT.
       INIT-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO SVR-OPEN-BAD.
       FIN-INIT. EXIT.
      *////////////////////
       LIST-VIOLATIONS SECTION.
      *////////////////////
      * THE KEY STARTS WITH THE DATE, SO THE DAY IS ONE STRETCH OF THE
      * FILE - POSITION AT ITS FIRST RECORD AND READ UNTIL THE DATE
      * CHANGES.
           MOVE SPACES TO VIORPT-LINE.
           WRITE VIORPT-LINE.
           MOVE 'REFUSED REQUESTS AND LOCKOUTS' TO SVR-TT-TEXT.
           WRITE VIORPT-LINE FROM SVR-TITLE.
           WRITE VIORPT-LINE FROM SVR-DTL-HEAD.

           MOVE 'N' TO SVR-EOF.
           MOVE LOW-VALUES  TO SVL-KEY.
           MOVE SVR-BUSDATE TO SVL-DATE.
           START SECVIOL KEY IS NOT LESS THAN SVL-KEY.
           IF FS-SECVIOL NOT = '00'
              MOVE 'Y' TO SVR-EOF
           END-IF.
           PERFORM LIST-ONE UNTIL SVR-END-OF-FILE.
           IF SVR-RECS-READ = 0
              WRITE VIORPT-LINE FROM SVR-NONE-LINE
           END-IF.
       FIN-LISTVIO. EXIT.
      *////////////////////
       LIST-ONE SECTION.
      *////////////////////
           READ SECVIOL NEXT RECORD
                AT END
                   MOVE 'Y' TO SVR-EOF
           END-READ.
           IF SVR-END-OF-FILE
              GO TO FIN-LISTONE.
           IF FS-SECVIOL NOT = '00'
              DISPLAY 'SECVRPT - ERROR READING SECVIOL  STATUS='
                       FS-SECVIOL
              MOVE 4 TO RETURN-CODE
              MOVE 'Y' TO SVR-EOF
              GO TO FIN-LISTONE.
           IF SVL-DATE NOT = SVR-BUSDATE
              MOVE 'Y' TO SVR-EOF
              GO TO FIN-LISTONE.

           ADD 1 TO SVR-RECS-READ.
           ADD 1 TO SVR-LISTED.
           MOVE SPACES TO SVR-DTL-LINE.
           MOVE SVL-TIME  TO SVR-DL-TIME.
           MOVE SVL-OPID  TO SVR-DL-OPID.
           MOVE SVL-TRMID TO SVR-DL-TRMID.
           MOVE SVL-TRAN  TO SVR-DL-TRAN.
           MOVE SVL-FUNC  TO SVR-DL-FUNC.
           MOVE SVL-NUMB  TO SVR-DL-NUMB.
           IF SVL-REFUSED
              ADD 1 TO SVR-REFUSED
              MOVE SVL-COUNT TO SVR-DL-COUNT
              MOVE 'REFUSED - NOT AUTHORIZED' TO SVR-DL-EVENT
           ELSE
           IF SVL-REFUSED-LOCKED
              ADD 1 TO SVR-REF-LOCKED
              MOVE 'REFUSED - PAIR LOCKED' TO SVR-DL-EVENT
           ELSE
           IF SVL-LOCK-SET
              ADD 1 TO SVR-LOCKS
              MOVE SVL-COUNT TO SVR-DL-COUNT
              MOVE '*** PAIR LOCKED ON SECPROF ***' TO SVR-DL-EVENT
           ELSE
              MOVE 'UNKNOWN EVENT TYPE' TO SVR-DL-EVENT.
           WRITE VIORPT-LINE FROM SVR-DTL-LINE.

           PERFORM ADD-TO-PAIR.
       FIN-LISTONE. EXIT.
      *////////////////////
       ADD-TO-PAIR SECTION.
      *////////////////////
           MOVE SVL-OPID  TO SVR-PK-OPID.
           MOVE SVL-TRMID TO SVR-PK-TRMID.
           MOVE 0 TO SVR-HIT.
           PERFORM FIND-PAIR VARYING SVR-PX FROM 1 BY 1
                   UNTIL SVR-PX > SVR-PAIRS OR SVR-HIT > 0.
           IF SVR-HIT = 0
              IF SVR-PAIRS NOT < SVR-PAIR-MAX
                 MOVE 'Y' TO SVR-OVERFLOW
                 GO TO FIN-ADDPAIR
              END-IF
              ADD 1 TO SVR-PAIRS
              MOVE SVR-PAIRS    TO SVR-HIT
              MOVE SVR-PAIR-KEY TO SVR-PT-KEY(SVR-HIT)
              MOVE 0 TO SVR-PT-REFUSED(SVR-HIT)
                        SVR-PT-REF-LOCKED(SVR-HIT)
                        SVR-PT-LOCKS(SVR-HIT)
              MOVE SVL-TIME TO SVR-PT-FIRST(SVR-HIT)
           END-IF.
           MOVE SVL-TIME TO SVR-PT-LAST(SVR-HIT).
           IF SVL-REFUSED
              ADD 1 TO SVR-PT-REFUSED(SVR-HIT).
           IF SVL-REFUSED-LOCKED
              ADD 1 TO SVR-PT-REF-LOCKED(SVR-HIT).
           IF SVL-LOCK-SET
              ADD 1 TO SVR-PT-LOCKS(SVR-HIT).
       FIN-ADDPAIR. EXIT.
      *////////////////////
       FIND-PAIR SECTION.
      *////////////////////
           IF SVR-PT-KEY(SVR-PX) = SVR-PAIR-KEY
              MOVE SVR-PX TO SVR-HIT
           END-IF.
       FIN-FINDPAIR. EXIT.
      *////////////////////
       LIST-PAIRS SECTION.
      *////////////////////
           MOVE SPACES TO VIORPT-LINE.
           WRITE VIORPT-LINE.
           MOVE 'BY OPERATOR/TERMINAL' TO SVR-TT-TEXT.
           WRITE VIORPT-LINE FROM SVR-TITLE.
           WRITE VIORPT-LINE FROM SVR-PAIR-HEAD.
           IF SVR-PAIRS = 0
              WRITE VIORPT-LINE FROM SVR-NONE-LINE
              GO TO FIN-LISTPAIRS.
           PERFORM PRINT-PAIR VARYING SVR-PX FROM 1 BY 1
                   UNTIL SVR-PX > SVR-PAIRS.
           IF SVR-TABLE-FULL
              MOVE 'MORE PAIRS THAN THE TABLE HOLDS - SUMMARY SHORT'
                   TO SVR-TT-TEXT
              WRITE VIORPT-LINE FROM SVR-TITLE
           END-IF.
       FIN-LISTPAIRS. EXIT.
      *////////////////////
       PRINT-PAIR SECTION.
      *////////////////////
           MOVE SPACES TO SVR-PAIR-LINE.
           MOVE SVR-PT-OPID(SVR-PX)       TO SVR-PL-OPID.
           MOVE SVR-PT-TRMID(SVR-PX)      TO SVR-PL-TRMID.
           MOVE SVR-PT-REFUSED(SVR-PX)    TO SVR-PL-REFUSED.
           MOVE SVR-PT-REF-LOCKED(SVR-PX) TO SVR-PL-REF-LKD.
           MOVE SVR-PT-LOCKS(SVR-PX)      TO SVR-PL-LOCKS.
           MOVE SVR-PT-FIRST(SVR-PX)      TO SVR-PL-FIRST.
           MOVE SVR-PT-LAST(SVR-PX)       TO SVR-PL-LAST.
           WRITE VIORPT-LINE FROM SVR-PAIR-LINE.
       FIN-PRINTPAIR. EXIT.
      *////////////////////
       LIST-LOCKED SECTION.
      *////////////////////
      * EVERY PAIR LOCKED ON SECPROF NOW, HOWEVER LONG AGO - A LOCK
      * STAYS UNTIL A SUPERVISOR LIFTS IT IN SECPMNT.
           MOVE SPACES TO VIORPT-LINE.
           WRITE VIORPT-LINE.
           MOVE 'PAIRS LOCKED ON SECPROF - LIFT IN SECPMNT (L)'
                TO SVR-TT-TEXT.
           WRITE VIORPT-LINE FROM SVR-TITLE.
           WRITE VIORPT-LINE FROM SVR-LOCK-HEAD.
           MOVE 'N' TO SVR-EOF.
           PERFORM LOCKED-ONE UNTIL SVR-END-OF-FILE.
           IF SVR-LOCKED-NOW = 0
              WRITE VIORPT-LINE FROM SVR-NONE-LINE
           END-IF.
       FIN-LISTLOCKED. EXIT.
      *////////////////////
       LOCKED-ONE SECTION.
      *////////////////////
           READ SECPROF NEXT RECORD
                AT END
                   MOVE 'Y' TO SVR-EOF
           END-READ.
           IF SVR-END-OF-FILE
              GO TO FIN-LOCKEDONE.
           IF FS-SECPROF NOT = '00'
              DISPLAY 'SECVRPT - ERROR READING SECPROF  STATUS='
                       FS-SECPROF
              MOVE 4 TO RETURN-CODE
              MOVE 'Y' TO SVR-EOF
              GO TO FIN-LOCKEDONE.
           IF NOT SEC-LOCKED
              GO TO FIN-LOCKEDONE.

           ADD 1 TO SVR-LOCKED-NOW.
           MOVE SPACES TO SVR-LOCK-LINE.
           MOVE SEC-OPID      TO SVR-LL-OPID.
           MOVE SEC-TRMID     TO SVR-LL-TRMID.
           MOVE SEC-LOCK-DATE TO SVR-LL-DATE.
           MOVE SEC-LOCK-TIME TO SVR-LL-TIME.
      *-- 'NONE' - THE RECORD ONLY EXISTS TO CARRY THE LOCK.
           IF SEC-LOCK-MADE
              MOVE 'NONE'    TO SVR-LL-ORIGIN
           ELSE
              MOVE 'OWN'     TO SVR-LL-ORIGIN
           END-IF.
           MOVE SEC-ALLOW-DATA TO SVR-LL-DATA.
           MOVE SEC-ALLOW-MNT  TO SVR-LL-MNT.
           WRITE VIORPT-LINE FROM SVR-LOCK-LINE.
       FIN-LOCKEDONE. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO VIORPT-LINE.
           WRITE VIORPT-LINE.
           MOVE 'VIOLATION RECORDS FOR THE DAY         : '
                TO SVR-CL-LABEL.
           MOVE SVR-RECS-READ TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.
           MOVE '  REFUSED - NOT AUTHORIZED            : '
                TO SVR-CL-LABEL.
           MOVE SVR-REFUSED TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.
           MOVE '  REFUSED - PAIR ALREADY LOCKED       : '
                TO SVR-CL-LABEL.
           MOVE SVR-REF-LOCKED TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.
           MOVE '  PAIRS LOCKED OUT                    : '
                TO SVR-CL-LABEL.
           MOVE SVR-LOCKS TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.
           MOVE 'OPERATOR/TERMINAL PAIRS INVOLVED      : '
                TO SVR-CL-LABEL.
           MOVE SVR-PAIRS TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.
           MOVE 'PAIRS LOCKED ON SECPROF NOW           : '
                TO SVR-CL-LABEL.
           MOVE SVR-LOCKED-NOW TO SVR-CL-CNT.
           WRITE VIORPT-LINE FROM SVR-CNTLINE.

           IF SVR-LOCKS > 0 OR SVR-TABLE-FULL
              MOVE 'Y' TO SVR-WARN-FLAG
           END-IF.
           CLOSE SECVIOL SECPROF VIORPT.
           DISPLAY 'SECVRPT - VIOLATIONS FOR THE DAY : ' SVR-RECS-READ.
           DISPLAY 'SECVRPT - PAIRS LOCKED ON THE DAY: ' SVR-LOCKS.
           DISPLAY 'SECVRPT - PAIRS LOCKED NOW       : ' SVR-LOCKED-NOW.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
