      *----------------------------------------------------------------*
      *-- NIGHTLY CONTACT-CHANGE CONFIRMATION. A CHANGED ADDRESS, PHONE
      *-- OR EMAIL IS THE USUAL FIRST STEP OF AN ACCOUNT TAKEOVER, AND
      *-- THE CUSTOMER NEVER HEARD OF IT. THIS JOB READS THE DAY'S EDUC
      *-- CHANGE FILE, SORTED AND DE-DUPLICATED AS EDUFPROF DOES IT,
      *-- AND PICKS EVERY UPDATE ('U') WHOSE BEFORE AND AFTER IMAGES
      *-- DIFFER IN ADDRX, ADDR2X, PHONE OR EMAILX. FOR EACH ONE A
      *-- CONFIRMATION LETTER NAMING THE CHANGED FIELDS AND WHEN THEY
      *-- CHANGED GOES TO THE PREVIOUS ADDRESS ON THE CCFLTR PRINT
      *-- FILE, AND - WHEN THE BEFORE IMAGE CARRIED A WELL-FORMED
      *-- EMAILX - THE SAME TEXT GOES TO THAT PREVIOUS ADDRESS ON THE
      *-- E-DELIVERY FEED EDUFSTMT WRITES (EDELHDR / EDELTXT /
      *-- EDELEND). EVERY CHANGE FOUND IS ALSO PARKED ON A WORK FILE,
      *-- SORTED BY OPERATOR, AND PRINTED AS THE CCFRPT SUMMARY WITH A
      *-- COUNT PER OPERATOR - A 133-BYTE REPORT FOR THE RPTSTORE
      *-- COLLECTOR, SO SUPERVISORS READ IT ON THE RPTVIEW SCREEN.
      *-- HOOKED INTO THE RUNCTL CHAIN BEHIND EDUFEXTR.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUFCCNF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUCIN    ASSIGN TO EDUCIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUCIN.
           SELECT SRTWK     ASSIGN TO SRTWK.
           SELECT CHGSRT    ASSIGN TO CHGSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CHGSRT.
           SELECT CCFWK     ASSIGN TO CCFWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CCFWK.
           SELECT SRTOP     ASSIGN TO SRTOP.
           SELECT CCFSRT    ASSIGN TO CCFSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CCFSRT.
           SELECT CCFLTR    ASSIGN TO CCFLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CCFLTR.
           SELECT EDELFEED  ASSIGN TO EDELFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDELFEED.
           SELECT CCFRPT    ASSIGN TO CCFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CCFRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDUCIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
       01  EDUCIN-REC          PIC X(470).
      *
      * SORT KEYS PICKED OUT BY OFFSET - THE DATE AND SEQUENCE RIDE
      * AT THE END OF THE CHANGE RECORD (SEE EDUCHGS).
       SD  SRTWK
           RECORD CONTAINS 470 CHARACTERS.
       01  SRT-REC.
           05  FILLER          PIC X(422).
           05  SRT-FECHA       PIC X(8).
           05  SRT-SEQ         PIC X(7).
           05  FILLER          PIC X(33).
      *
       FD  CHGSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 470 CHARACTERS.
           COPY EDUCHGS.
      *
      * ONE LINE PER CONTACT CHANGE FOUND, RE-SORTED BY OPERATOR FOR
      * THE SUMMARY. THE FIELD FLAGS ARE 'Y' WHERE THAT FIELD CHANGED;
      * THE ROUTE SAYS WHERE THE CONFIRMATION WENT (P POST, E EMAIL,
      * B BOTH, N NOWHERE - NO PREVIOUS ADDRESS OR EMAIL ON FILE).
       FD  CCFWK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CCW-REC.
           05  CCW-OPID        PIC X(3).
           05  CCW-FECHA       PIC X(8).
           05  CCW-HORA        PIC X(8).
           05  CCW-TERM        PIC X(4).
           05  CCW-NUMB        PIC X(6).
           05  CCW-NAME        PIC X(20).
           05  CCW-ADDR1-FLAG  PIC X.
           05  CCW-ADDR2-FLAG  PIC X.
           05  CCW-PHONE-FLAG  PIC X.
           05  CCW-EMAIL-FLAG  PIC X.
           05  CCW-ROUTE       PIC X.
           05  FILLER          PIC X(26).
       SD  SRTOP
           RECORD CONTAINS 80 CHARACTERS.
       01  SRO-REC.
           05  SRO-OPID        PIC X(3).
           05  SRO-FECHA       PIC X(8).
           05  SRO-HORA        PIC X(8).
           05  FILLER          PIC X(61).
       FD  CCFSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CCS-REC             PIC X(80).
      *
      * PAPER LETTERS - PRINT FILE FOR THE MAIL ROOM.
       FD  CCFLTR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CCFLTR-LINE         PIC X(133).
      *
      * THE E-DELIVERY FEED FOR THE GATEWAY, SAME RECORD SHAPE AS
      * EDUFSTMT'S - ONE EDELHDR PER LETTER (ADDRESS AND CUSTOMER),
      * THE BODY AS EDELTXT, AND AN EDELEND CLOSER.
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
       FD  CCFRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  CCFRPT-LINE         PIC X(133).
      *
           COPY RUNCTLF.
      *
       WORKING-STORAGE SECTION.
      * SHARED BATCH RUN-CONTROL PROTOCOL - SEE RUNCTLF/RUNCTLP.
           COPY RUNCTLS.
       77  FS-EDUCIN          PIC XX     VALUE SPACES.
       77  FS-CHGSRT          PIC XX     VALUE SPACES.
       77  FS-CCFWK           PIC XX     VALUE SPACES.
       77  FS-CCFSRT          PIC XX     VALUE SPACES.
       77  FS-CCFLTR          PIC XX     VALUE SPACES.
       77  FS-EDELFEED        PIC XX     VALUE SPACES.
       77  FS-CCFRPT          PIC XX     VALUE SPACES.
       77  CCF-EOF            PIC X      VALUE 'N'.
           88  CCF-PASS-DONE            VALUE 'Y'.
       77  CCF-SUM-EOF        PIC X      VALUE 'N'.
           88  CCF-SUM-DONE             VALUE 'Y'.
      *
       77  CCF-CHG-READ       PIC 9(7)   VALUE ZEROS.
       77  CCF-DUPS-SKIPPED   PIC 9(7)   VALUE ZEROS.
       77  CCF-CHANGES        PIC 9(7)   VALUE ZEROS.
       77  CCF-PAPER-CNT      PIC 9(7)   VALUE ZEROS.
       77  CCF-EMAIL-CNT      PIC 9(7)   VALUE ZEROS.
       77  CCF-NOWHERE-CNT    PIC 9(7)   VALUE ZEROS.
       77  CCF-OP-CNT         PIC 9(7)   VALUE ZEROS.
       77  CCF-PREV-FECHA     PIC X(8)   VALUE LOW-VALUES.
       77  CCF-PREV-SEQ       PIC 9(7)   VALUE ZEROS.
       01  CCF-PREV-REC       PIC X(470) VALUE LOW-VALUES.
       77  CCF-CUR-OPID       PIC X(3)   VALUE SPACES.
       77  CCF-AT-TALLY       PIC 9(3)   VALUE 0.
       77  CCF-TO-PAPER       PIC X      VALUE 'N'.
       77  CCF-TO-EMAIL       PIC X      VALUE 'N'.
       77  CCF-OUT-WORK       PIC X(133) VALUE SPACES.
      *
      * THE TWO IMAGES OF THE CHANGE IN HAND, EACH A WHOLE FILEA
      * RECORD.
           COPY EDUFILAS REPLACING FILEA BY CCF-BEF.
           COPY EDUFILAS REPLACING FILEA BY CCF-AFT.
      *
       01  CCF-LTR-HEAD.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(40)  VALUE
               'CONFIRMATION OF A CHANGE TO YOUR DETAILS'.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(6)   VALUE 'DATE: '.
           05  CCF-LH-DATE    PIC X(8).
           05  FILLER         PIC X(59)  VALUE SPACES.
       01  CCF-LTR-ADDR.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  CCF-LA-TEXT    PIC X(20).
           05  FILLER         PIC X(103) VALUE SPACES.
       01  CCF-LTR-CUST.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(17)  VALUE 'CUSTOMER NUMBER: '.
           05  CCF-LC-NUMB    PIC X(6).
           05  FILLER         PIC X(100) VALUE SPACES.
       01  CCF-LTR-WHEN.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(3)   VALUE 'ON '.
           05  CCF-LW-DATE    PIC X(8).
           05  FILLER         PIC X(4)   VALUE ' AT '.
           05  CCF-LW-HORA    PIC X(8).
           05  FILLER         PIC X(46)  VALUE
               ' THE FOLLOWING DETAILS ON YOUR ACCOUNT CHANGED'.
           05  FILLER         PIC X(54)  VALUE SPACES.
       01  CCF-LTR-FIELD.
           05  FILLER         PIC X(12)  VALUE SPACES.
           05  CCF-LF-LABEL   PIC X(16).
           05  FILLER         PIC X(5)   VALUE 'NOW: '.
           05  CCF-LF-VALUE   PIC X(30).
           05  FILLER         PIC X(70)  VALUE SPACES.
       01  CCF-LTR-TEXT.
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  CCF-LT-TEXT    PIC X(60).
           05  FILLER         PIC X(63)  VALUE SPACES.
       01  CCF-LTR-WORDING.
           05  FILLER  PIC X(50) VALUE
               'IF YOU ASKED FOR THIS CHANGE, NOTHING MORE TO DO.'.
           05  FILLER  PIC X(50) VALUE
               'IF YOU DID NOT, PLEASE CALL US AT ONCE.'.
           05  FILLER  PIC X(50) VALUE
               'THIS LETTER GOES TO YOUR PREVIOUS DETAILS'.
           05  FILLER  PIC X(50) VALUE
               'FOR YOUR PROTECTION.'.
       01  CCF-LTR-WORDING-R REDEFINES CCF-LTR-WORDING.
           05  CCF-LTR-LINE   PIC X(50) OCCURS 4 TIMES.
       77  CCF-WRD-IDX        PIC 9      VALUE 0.
      *
       01  CCF-HEADING1.
           05  FILLER  PIC X(46) VALUE
               'EDUFCCNF - CUSTOMER CONTACT CHANGES REVIEW FOR'.
           05  FILLER  PIC X     VALUE SPACE.
           05  CCF-HD-DATE    PIC X(8).
           05  FILLER  PIC X(78) VALUE SPACES.
       01  CCF-HEADING2.
           05  FILLER  PIC X(47) VALUE
               'OPR DATE     TIME     TERM NUMBER NAME         '.
           05  FILLER  PIC X(44) VALUE
               '        ADR1 ADR2 PHON MAIL SENT'.
           05  FILLER  PIC X(42) VALUE SPACES.
       01  CCF-OP-HEAD.
           05  FILLER  PIC X(9)  VALUE 'OPERATOR '.
           05  CCF-OH-OPID    PIC X(3).
           05  FILLER  PIC X(121) VALUE SPACES.
       01  CCF-DETAIL.
           05  CCF-DT-OPID    PIC X(3).
           05  FILLER         PIC X      VALUE SPACE.
           05  CCF-DT-FECHA   PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  CCF-DT-HORA    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  CCF-DT-TERM    PIC X(4).
           05  FILLER         PIC X      VALUE SPACE.
           05  CCF-DT-NUMB    PIC X(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  CCF-DT-NAME    PIC X(20).
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  CCF-DT-ADDR1   PIC X.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  CCF-DT-ADDR2   PIC X.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  CCF-DT-PHONE   PIC X.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  CCF-DT-EMAIL   PIC X.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  CCF-DT-SENT    PIC X(5).
           05  FILLER         PIC X(50)  VALUE SPACES.
       01  CCF-OP-TOTAL.
           05  FILLER  PIC X(20) VALUE '    CHANGES BY OPR '.
           05  CCF-OT-OPID    PIC X(3).
           05  FILLER  PIC X(3)  VALUE ' : '.
           05  CCF-OT-CNT     PIC ZZZZ,ZZ9.
           05  FILLER  PIC X(99) VALUE SPACES.
       01  CCF-CNTLINE.
           05  CCF-CL-LABEL   PIC X(28).
           05  CCF-CL-CNT     PIC ZZZZ,ZZ9.
           05  FILLER         PIC X(97) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           MOVE 'EDUFCCNF' TO RC-THIS-PROG.
           MOVE 'EDUFEXTR' TO RC-PREREQ.
           MOVE 'EDUC        ' TO RC-INPUT-W.
           PERFORM RUNCTL-INIT.
           IF RC-ABORTED
              STOP RUN
           END-IF.
           PERFORM INIT-JOB.
           PERFORM CHANGE-PASS.
           PERFORM SUMMARY.
           PERFORM END-JOB.
           MOVE CCF-CHG-READ TO RC-IN-W.
           MOVE CCF-CHANGES  TO RC-OUT-W.
           PERFORM RUNCTL-END.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN OUTPUT CCFRPT.
           IF FS-CCFRPT NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING CCFRPT   STATUS='
                       FS-CCFRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CCFLTR.
           IF FS-CCFLTR NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING CCFLTR   STATUS='
                       FS-CCFLTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EDELFEED.
           IF FS-EDELFEED NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING EDELFEED STATUS='
                       FS-EDELFEED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CCFWK.
           IF FS-CCFWK NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING CCFWK    STATUS='
                       FS-CCFWK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RC-BUSDATE-W TO CCF-HD-DATE.
           WRITE CCFRPT-LINE FROM CCF-HEADING1.
           WRITE CCFRPT-LINE FROM CCF-HEADING2.
       FIN-INIT. EXIT.
      *////////////////////
       CHANGE-PASS SECTION.
      *////////////////////
      * SAME ORDER AS EDUFPROF: STAMPED DATE AND SEQUENCE, EQUAL KEYS
      * (THE UNSEQUENCED BATCH RECORDS) IN THEIR INPUT ORDER.
           SORT SRTWK ON ASCENDING KEY SRT-FECHA SRT-SEQ
                WITH DUPLICATES IN ORDER
                USING EDUCIN
                GIVING CHGSRT.

           OPEN INPUT CHGSRT.
           IF FS-CHGSRT NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING CHGSRT   STATUS='
                       FS-CHGSRT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-CHGPASS
           END-IF.
           MOVE 'N' TO CCF-EOF.
           PERFORM CHANGE-ONE UNTIL CCF-PASS-DONE.
           CLOSE CHGSRT.
       FIN-CHGPASS. EXIT.
      *////////////////////
       CHANGE-ONE SECTION.
      *////////////////////
           READ CHGSRT
                AT END
                   MOVE 'Y' TO CCF-EOF
           END-READ.
           IF CCF-PASS-DONE
              GO TO FIN-CHGONE.
           ADD 1 TO CCF-CHG-READ.

      * A BYTE-FOR-BYTE REPEAT OF THE PREVIOUS RECORD IS A DRAIN-
      * REPLAY DUPLICATE - ONE CHANGE, ONE LETTER.
           IF EDC-CHG-FECHA NUMERIC AND EDC-CHG-SEQ NUMERIC
              AND EDC-CHG-SEQ > 0
              IF EDC-CHG-FECHA = CCF-PREV-FECHA
                 AND EDC-CHG-SEQ = CCF-PREV-SEQ
                 AND EDC-CHANGE = CCF-PREV-REC
                 ADD 1 TO CCF-DUPS-SKIPPED
                 GO TO FIN-CHGONE
              END-IF
              MOVE EDC-CHG-FECHA TO CCF-PREV-FECHA
              MOVE EDC-CHG-SEQ   TO CCF-PREV-SEQ
              MOVE EDC-CHANGE    TO CCF-PREV-REC
           END-IF.

      * ONLY AN UPDATE CAN CHANGE CONTACT DETAILS ON A CUSTOMER WHO
      * WAS ALREADY THERE - ADDS, DELETES AND POSTINGS ARE NOT ASKED.
           IF NOT EDC-CHG-UPDATE
              GO TO FIN-CHGONE.
           MOVE EDC-CHG-BEFORE TO CCF-BEF.
           MOVE EDC-CHG-AFTER  TO CCF-AFT.

           MOVE SPACES TO CCW-REC.
           IF ADDRX IN CCF-BEF NOT = ADDRX IN CCF-AFT
              MOVE 'Y' TO CCW-ADDR1-FLAG
           END-IF.
           IF ADDR2X IN CCF-BEF NOT = ADDR2X IN CCF-AFT
              MOVE 'Y' TO CCW-ADDR2-FLAG
           END-IF.
           IF PHONE IN CCF-BEF NOT = PHONE IN CCF-AFT
              MOVE 'Y' TO CCW-PHONE-FLAG
           END-IF.
           IF EMAILX IN CCF-BEF NOT = EMAILX IN CCF-AFT
              MOVE 'Y' TO CCW-EMAIL-FLAG
           END-IF.
           IF CCW-ADDR1-FLAG = SPACE AND CCW-ADDR2-FLAG = SPACE
              AND CCW-PHONE-FLAG = SPACE AND CCW-EMAIL-FLAG = SPACE
              GO TO FIN-CHGONE.

           ADD 1 TO CCF-CHANGES.
           MOVE EDC-CHG-OPID    TO CCW-OPID.
           MOVE EDC-CHG-FECHA   TO CCW-FECHA.
           MOVE EDC-CHG-HORA    TO CCW-HORA.
           MOVE EDC-CHG-TERM    TO CCW-TERM.
           MOVE EDC-CHG-NUMB    TO CCW-NUMB.
           MOVE NAME IN CCF-BEF TO CCW-NAME.

           PERFORM SEND-CONFIRMATION.
           IF CCF-TO-PAPER = 'Y' AND CCF-TO-EMAIL = 'Y'
              MOVE 'B' TO CCW-ROUTE
           ELSE
              IF CCF-TO-PAPER = 'Y'
                 MOVE 'P' TO CCW-ROUTE
              ELSE
                 IF CCF-TO-EMAIL = 'Y'
                    MOVE 'E' TO CCW-ROUTE
                 ELSE
                    MOVE 'N' TO CCW-ROUTE
                    ADD 1 TO CCF-NOWHERE-CNT
                 END-IF
              END-IF
           END-IF.
           WRITE CCW-REC.
           IF FS-CCFWK NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR WRITING CCFWK STATUS='
                       FS-CCFWK ' NUMB=' EDC-CHG-NUMB
              MOVE 8 TO RETURN-CODE
           END-IF.
       FIN-CHGONE. EXIT.
      *////////////////////
       SEND-CONFIRMATION SECTION.
      *////////////////////
      * THE LETTER GOES TO WHERE THE CUSTOMER WAS, NOT WHERE THE
      * CHANGE SAYS THEY ARE NOW: PAPER TO THE PREVIOUS ADDRESS WHEN
      * THERE WAS ONE, AND A COPY TO THE PREVIOUS EMAILX WHEN IT
      * CARRIED AN '@' (SAME RULE AS EDUFSTMT'S SET-DELIVERY).
           MOVE 'N' TO CCF-TO-PAPER CCF-TO-EMAIL.
           IF ADDRX IN CCF-BEF NOT = SPACES
              OR ADDR2X IN CCF-BEF NOT = SPACES
              MOVE 'Y' TO CCF-TO-PAPER
           END-IF.
           IF EMAILX IN CCF-BEF NOT = SPACES
              MOVE 0 TO CCF-AT-TALLY
              INSPECT EMAILX IN CCF-BEF
                      TALLYING CCF-AT-TALLY FOR ALL '@'
              IF CCF-AT-TALLY > 0
                 MOVE 'Y' TO CCF-TO-EMAIL
              END-IF
           END-IF.

           IF CCF-TO-PAPER = 'Y'
              ADD 1 TO CCF-PAPER-CNT
              MOVE 'P' TO CCW-ROUTE
              PERFORM WRITE-LETTER
              MOVE SPACES TO CCFLTR-LINE
              WRITE CCFLTR-LINE
           END-IF.

           IF CCF-TO-EMAIL = 'Y'
              ADD 1 TO CCF-EMAIL-CNT
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELHDR ' TO EDEL-TYPE
              MOVE EMAILX IN CCF-BEF TO EDEL-HDR-EMAIL
              MOVE EDC-CHG-NUMB TO EDEL-HDR-NUMB
              WRITE EDEL-REC
              MOVE 'E' TO CCW-ROUTE
              PERFORM WRITE-LETTER
      * THE CLOSER LETS THE GATEWAY PROVE THE LETTER ARRIVED WHOLE.
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELEND ' TO EDEL-TYPE
              MOVE EDC-CHG-NUMB TO EDEL-DATA(1:6)
              WRITE EDEL-REC
           END-IF.
       FIN-SENDCONF. EXIT.
      *////////////////////
       WRITE-LETTER SECTION.
      *////////////////////
      * ONE LETTER BODY, LAID DOWN ON WHICHEVER CHANNEL CCW-ROUTE
      * NAMES AT THE MOMENT.
           MOVE RC-BUSDATE-W TO CCF-LH-DATE.
           MOVE CCF-LTR-HEAD TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE NAME IN CCF-BEF TO CCF-LA-TEXT.
           MOVE CCF-LTR-ADDR TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           IF ADDRX IN CCF-BEF NOT = SPACES
              MOVE ADDRX IN CCF-BEF TO CCF-LA-TEXT
              MOVE CCF-LTR-ADDR TO CCF-OUT-WORK
              PERFORM WRITE-LETTER-LINE
           END-IF.
           IF ADDR2X IN CCF-BEF NOT = SPACES
              MOVE ADDR2X IN CCF-BEF TO CCF-LA-TEXT
              MOVE CCF-LTR-ADDR TO CCF-OUT-WORK
              PERFORM WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE EDC-CHG-NUMB TO CCF-LC-NUMB.
           MOVE CCF-LTR-CUST TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE EDC-CHG-FECHA TO CCF-LW-DATE.
           MOVE EDC-CHG-HORA  TO CCF-LW-HORA.
           MOVE CCF-LTR-WHEN TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.

           IF CCW-ADDR1-FLAG = 'Y'
              MOVE 'ADDRESS LINE 1' TO CCF-LF-LABEL
              MOVE ADDRX IN CCF-AFT TO CCF-LF-VALUE
              PERFORM WRITE-FIELD-LINE
           END-IF.
           IF CCW-ADDR2-FLAG = 'Y'
              MOVE 'ADDRESS LINE 2' TO CCF-LF-LABEL
              MOVE ADDR2X IN CCF-AFT TO CCF-LF-VALUE
              PERFORM WRITE-FIELD-LINE
           END-IF.
           IF CCW-PHONE-FLAG = 'Y'
              MOVE 'PHONE' TO CCF-LF-LABEL
              MOVE PHONE IN CCF-AFT TO CCF-LF-VALUE
              PERFORM WRITE-FIELD-LINE
           END-IF.
           IF CCW-EMAIL-FLAG = 'Y'
              MOVE 'EMAIL' TO CCF-LF-LABEL
              MOVE EMAILX IN CCF-AFT TO CCF-LF-VALUE
              PERFORM WRITE-FIELD-LINE
           END-IF.

           MOVE SPACES TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           MOVE 1 TO CCF-WRD-IDX.
           PERFORM WRITE-WORDING-LINE UNTIL CCF-WRD-IDX > 4.
       FIN-WRLETTER. EXIT.
      *////////////////////
       WRITE-FIELD-LINE SECTION.
      *////////////////////
      * A FIELD CLEARED BY THE CHANGE SAYS SO RATHER THAN PRINTING
      * NOTHING AFTER "NOW:".
           IF CCF-LF-VALUE = SPACES
              MOVE '(REMOVED)' TO CCF-LF-VALUE
           END-IF.
           MOVE CCF-LTR-FIELD TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
       FIN-WRFIELD. EXIT.
      *////////////////////
       WRITE-WORDING-LINE SECTION.
      *////////////////////
           MOVE CCF-LTR-LINE(CCF-WRD-IDX) TO CCF-LT-TEXT.
           MOVE CCF-LTR-TEXT TO CCF-OUT-WORK.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO CCF-WRD-IDX.
       FIN-WRWORD. EXIT.
      *////////////////////
       WRITE-LETTER-LINE SECTION.
      *////////////////////
           IF CCW-ROUTE = 'E'
              MOVE SPACES TO EDEL-REC
              MOVE 'EDELTXT ' TO EDEL-TYPE
              MOVE CCF-OUT-WORK TO EDEL-DATA
              WRITE EDEL-REC
           ELSE
              MOVE CCF-OUT-WORK TO CCFLTR-LINE
              WRITE CCFLTR-LINE
           END-IF.
       FIN-WRLTRLINE. EXIT.
      *////////////////////
       SUMMARY SECTION.
      *////////////////////
      * THE CHANGES PARKED DURING THE PASS, BY OPERATOR, THEN DATE
      * AND TIME, WITH A COUNT AT EACH OPERATOR BREAK.
           CLOSE CCFWK.
           SORT SRTOP ON ASCENDING KEY SRO-OPID SRO-FECHA SRO-HORA
                WITH DUPLICATES IN ORDER
                USING CCFWK
                GIVING CCFSRT.

           OPEN INPUT CCFSRT.
           IF FS-CCFSRT NOT = '00'
              DISPLAY 'EDUFCCNF - ERROR OPENING CCFSRT   STATUS='
                       FS-CCFSRT
              MOVE 8 TO RETURN-CODE
              GO TO SUMMARY-TOTALS
           END-IF.
           MOVE 'N' TO CCF-SUM-EOF.
           MOVE LOW-VALUES TO CCF-CUR-OPID.
           PERFORM SUMMARY-ONE UNTIL CCF-SUM-DONE.
           CLOSE CCFSRT.
           IF CCF-CUR-OPID NOT = LOW-VALUES
              PERFORM OPERATOR-BREAK
           END-IF.

       SUMMARY-TOTALS.
           MOVE SPACES TO CCFRPT-LINE.
           WRITE CCFRPT-LINE.
           MOVE 'CHANGE RECORDS READ       : ' TO CCF-CL-LABEL.
           MOVE CCF-CHG-READ TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
           MOVE 'DUPLICATES SKIPPED        : ' TO CCF-CL-LABEL.
           MOVE CCF-DUPS-SKIPPED TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
           MOVE 'CONTACT CHANGES           : ' TO CCF-CL-LABEL.
           MOVE CCF-CHANGES TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
           MOVE 'LETTERS BY POST           : ' TO CCF-CL-LABEL.
           MOVE CCF-PAPER-CNT TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
           MOVE 'LETTERS BY EMAIL          : ' TO CCF-CL-LABEL.
           MOVE CCF-EMAIL-CNT TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
           MOVE 'NO PREVIOUS CONTACT       : ' TO CCF-CL-LABEL.
           MOVE CCF-NOWHERE-CNT TO CCF-CL-CNT.
           WRITE CCFRPT-LINE FROM CCF-CNTLINE.
       FIN-SUMMARY. EXIT.
      *////////////////////
       SUMMARY-ONE SECTION.
      *////////////////////
           READ CCFSRT INTO CCW-REC
                AT END
                   MOVE 'Y' TO CCF-SUM-EOF
           END-READ.
           IF CCF-SUM-DONE
              GO TO FIN-SUMONE.
           IF CCW-OPID NOT = CCF-CUR-OPID
              IF CCF-CUR-OPID NOT = LOW-VALUES
                 PERFORM OPERATOR-BREAK
              END-IF
              MOVE CCW-OPID TO CCF-CUR-OPID
              MOVE ZEROS TO CCF-OP-CNT
              MOVE SPACES TO CCFRPT-LINE
              WRITE CCFRPT-LINE
              MOVE CCW-OPID TO CCF-OH-OPID
              WRITE CCFRPT-LINE FROM CCF-OP-HEAD
           END-IF.
           ADD 1 TO CCF-OP-CNT.
           MOVE CCW-OPID   TO CCF-DT-OPID.
           MOVE CCW-FECHA  TO CCF-DT-FECHA.
           MOVE CCW-HORA   TO CCF-DT-HORA.
           MOVE CCW-TERM   TO CCF-DT-TERM.
           MOVE CCW-NUMB   TO CCF-DT-NUMB.
           MOVE CCW-NAME   TO CCF-DT-NAME.
           MOVE SPACES TO CCF-DT-ADDR1 CCF-DT-ADDR2
                          CCF-DT-PHONE CCF-DT-EMAIL.
           IF CCW-ADDR1-FLAG = 'Y'
              MOVE 'X' TO CCF-DT-ADDR1
           END-IF.
           IF CCW-ADDR2-FLAG = 'Y'
              MOVE 'X' TO CCF-DT-ADDR2
           END-IF.
           IF CCW-PHONE-FLAG = 'Y'
              MOVE 'X' TO CCF-DT-PHONE
           END-IF.
           IF CCW-EMAIL-FLAG = 'Y'
              MOVE 'X' TO CCF-DT-EMAIL
           END-IF.
           EVALUATE CCW-ROUTE
              WHEN 'P'  MOVE 'POST '  TO CCF-DT-SENT
              WHEN 'E'  MOVE 'EMAIL'  TO CCF-DT-SENT
              WHEN 'B'  MOVE 'BOTH '  TO CCF-DT-SENT
              WHEN OTHER MOVE 'NONE ' TO CCF-DT-SENT
           END-EVALUATE.
           WRITE CCFRPT-LINE FROM CCF-DETAIL.
       FIN-SUMONE. EXIT.
      *////////////////////
       OPERATOR-BREAK SECTION.
      *////////////////////
           MOVE CCF-CUR-OPID TO CCF-OT-OPID.
           MOVE CCF-OP-CNT   TO CCF-OT-CNT.
           WRITE CCFRPT-LINE FROM CCF-OP-TOTAL.
       FIN-OPBREAK. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           CLOSE CCFLTR EDELFEED CCFRPT.
           DISPLAY 'EDUFCCNF - CHANGE RECORDS   : ' CCF-CHG-READ.
           DISPLAY 'EDUFCCNF - CONTACT CHANGES  : ' CCF-CHANGES.
           DISPLAY 'EDUFCCNF - LETTERS BY POST  : ' CCF-PAPER-CNT.
           DISPLAY 'EDUFCCNF - LETTERS BY EMAIL : ' CCF-EMAIL-CNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
      *
           COPY RUNCTLP.
