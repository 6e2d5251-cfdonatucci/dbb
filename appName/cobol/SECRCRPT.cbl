      *----------------------------------------------------------------*
      *-- QUARTERLY ACCESS RECERTIFICATION OVER THE SECPROF PROFILE
      *-- FILE (SEE SECPROFS). EVERY QUARTER THE AUDITORS ASK WHO HAS
      *-- DATA ACCESS AND MAINTENANCE RIGHTS AND WHETHER THEY STILL
      *-- NEED THEM. LISTS EVERY OPERATOR/TERMINAL PROFILE WITH ITS
      *-- SEC-ALLOW-DATA AND SEC-ALLOW-MNT FLAGS AND ITS LAST ACTIVITY,
      *-- TAKEN FROM THE EDUJ JOURNAL ROLLOVERS (EDUJIN - THE QUARTER'S
      *-- DATASETS CONCATENATED) AND THE QCHGAUD CHANGE AUDIT FILE.
      *-- AN ENTRY COUNTS FOR THE PROFILE EDUFILAP'S CHECK-AUTH WOULD
      *-- HAVE MATCHED - EXACT PAIR, OPERATOR-ONLY, TERMINAL-ONLY -
      *-- PREFERRING ONE THAT GRANTS THE RIGHT BEING USED. MAINTENANCE
      *-- USE IS A QCHGAUD CHANGE OR A JOURNAL ENTRY ONLY A MAINTENANCE
      *-- SCREEN WRITES (LEGAL HOLD 'Z'/'E', WATCH-LIST CLEAR 'K').
      *-- FLAGGED: NO ACTIVITY IN THE LAST 90 DAYS, A MAINTENANCE RIGHT
      *-- NEVER USED, AND - IN A SECTION OF THEIR OWN - OPERATORS SEEN
      *-- ON THE JOURNAL OR THE AUDIT FILE THAT NO PROFILE COVERS.
      *-- BATCH ENTRIES (TERMINAL 'BTCH') ARE LEFT OUT.
      *-- ALSO RELOADS THE SECRCRT SIGN-OFF FILE (SEE SECRCRS, DEFINED
      *-- REUSE) - ONE ROW PER PROFILE FOR THE SUPERVISOR TO MARK KEEP
      *-- OR REVOKE ON THE SECRVW SCREEN. WHILE THE PREVIOUS REVIEW IS
      *-- STILL OPEN THE RUN STOPS WITH RETURN CODE 8 AND TOUCHES
      *-- NOTHING. THE REPORT GOES INTO RPTSTOR THROUGH THE RPTSTORE
      *-- COLLECTOR STEP LIKE ANY OTHER; THE COMPLETED SIGN-OFF IS
      *-- PRINTED FOR RPTSTOR BY SECRCEVD.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRCRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPROF   ASSIGN TO SECPROF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SEC-KEY
                  FILE STATUS  IS FS-SECPROF.
           SELECT EDUJIN    ASSIGN TO EDUJIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EDUJIN.
           SELECT QCHGAUD   ASSIGN TO QCHGAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS QCA-KEY
                  FILE STATUS  IS FS-QCHGAUD.
           SELECT SECRCRT   ASSIGN TO SECRCRT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RCR-KEY
                  FILE STATUS  IS FS-SECRCRT.
           SELECT RCRRPT    ASSIGN TO RCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-RCRRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SECPROF
           LABEL RECORDS ARE STANDARD.
           COPY SECPROFS.
       FD  EDUJIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  EDUJIN-REC         PIC X(30).
       FD  QCHGAUD
           LABEL RECORDS ARE STANDARD.
           COPY QCHGAUDS.
       FD  SECRCRT
           LABEL RECORDS ARE STANDARD.
           COPY SECRCRS.
       FD  RCRRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RCRRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-SECPROF         PIC XX     VALUE SPACES.
       77  FS-EDUJIN          PIC XX     VALUE SPACES.
       77  FS-QCHGAUD         PIC XX     VALUE SPACES.
       77  FS-SECRCRT         PIC XX     VALUE SPACES.
       77  FS-RCRRPT          PIC XX     VALUE SPACES.
       77  RCP-EOF            PIC X      VALUE 'N'.
           88  RCP-END-OF-FILE          VALUE 'Y'.
       77  RCP-STOP           PIC X      VALUE 'N'.
           88  RCP-STOPPED              VALUE 'Y'.
      *
      * NO ACTIVITY FOR MORE THAN THIS MANY DAYS IS AN EXCEPTION.
       77  RCP-IDLE-DAYS      PIC 9(3)   VALUE 90.
      *
           COPY EDUJRNS.
      *
      * EVERY PROFILE ON FILE, IN KEY ORDER, WITH THE LATEST ACTIVITY
      * AND LATEST MAINTENANCE USE ATTRIBUTED TO IT.
       77  RCP-PRF-MAX        PIC 9(4)   COMP VALUE 500.
       77  RCP-PRF-COUNT      PIC 9(4)   COMP VALUE 0.
       77  RCP-PRF-OVER       PIC 9(7)   VALUE ZEROS.
       77  RCP-PX             PIC 9(4)   COMP VALUE 0.
       01  RCP-PRF-TABLE.
           05  RCP-PRF OCCURS 500 TIMES.
               10  RCP-P-KEY.
                   15  RCP-P-OPID     PIC X(3).
                   15  RCP-P-TRMID    PIC X(4).
               10  RCP-P-DATA         PIC X.
               10  RCP-P-MNT          PIC X.
               10  RCP-P-LAST-ACT     PIC X(8).
               10  RCP-P-LAST-MNT     PIC X(8).
      *
      * OPERATOR/TERMINAL PAIRS SEEN WITH NO PROFILE TO COVER THEM,
      * ONE ENTRY PER PAIR AND SOURCE FILE.
       77  RCP-UNK-MAX        PIC 9(4)   COMP VALUE 200.
       77  RCP-UNK-COUNT      PIC 9(4)   COMP VALUE 0.
       77  RCP-UNK-OVER       PIC 9(7)   VALUE ZEROS.
       77  RCP-UX             PIC 9(4)   COMP VALUE 0.
       77  RCP-U-HIT          PIC 9(4)   COMP VALUE 0.
       01  RCP-UNK-TABLE.
           05  RCP-UNK OCCURS 200 TIMES.
               10  RCP-U-OPID         PIC X(3).
               10  RCP-U-TRMID        PIC X(4).
               10  RCP-U-SOURCE       PIC X(8).
               10  RCP-U-LAST         PIC X(8).
               10  RCP-U-SEEN         PIC 9(7).
      *
      * ONE ACTIVITY BEING ATTRIBUTED, AND THE PROFILE LOOKUP.
       01  RCP-ACT-OPID       PIC X(3)   VALUE SPACES.
       01  RCP-ACT-TRMID      PIC X(4)   VALUE SPACES.
       01  RCP-ACT-DATE       PIC X(8)   VALUE SPACES.
       01  RCP-ACT-SOURCE     PIC X(8)   VALUE SPACES.
       77  RCP-WANT           PIC X      VALUE 'D'.
           88  RCP-WANT-MNT             VALUE 'M'.
       01  RCP-PRB-KEY.
           05  RCP-PRB-OPID   PIC X(3).
           05  RCP-PRB-TRMID  PIC X(4).
       77  RCP-FOUND-X        PIC 9(4)   COMP VALUE 0.
       77  RCP-HIT            PIC 9(4)   COMP VALUE 0.
       77  RCP-ANY-HIT        PIC 9(4)   COMP VALUE 0.
      *
       77  RCP-JRN-READ       PIC 9(7)   VALUE ZEROS.
       77  RCP-AUD-READ       PIC 9(7)   VALUE ZEROS.
       77  RCP-DATA-CNT       PIC 9(7)   VALUE ZEROS.
       77  RCP-MNT-CNT        PIC 9(7)   VALUE ZEROS.
       77  RCP-IDLE-CNT       PIC 9(7)   VALUE ZEROS.
       77  RCP-UNUSED-CNT     PIC 9(7)   VALUE ZEROS.
       77  RCP-ROWS-WRITTEN   PIC 9(7)   VALUE ZEROS.
      *
       01  RCP-TODAY          PIC X(8)   VALUE SPACES.
       01  RCP-TODAY-R REDEFINES RCP-TODAY.
           05  RCP-TD-YYYY    PIC 9(4).
           05  RCP-TD-MM      PIC 99.
           05  RCP-TD-DD      PIC 99.
       01  RCP-LAST-DATE      PIC X(8)   VALUE SPACES.
       01  RCP-LAST-DATE-R REDEFINES RCP-LAST-DATE.
           05  RCP-LD-YYYY    PIC 9(4).
           05  RCP-LD-MM      PIC 99.
           05  RCP-LD-DD      PIC 99.
      *
      * DAY-NUMBER WORK - SAME MARCH-BASED FORMULA AS EDUFDORM, EACH
      * QUOTIENT IN ITS OWN WHOLE-NUMBER FIELD.
       77  RCP-WORK-Y         PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-M         PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-D         PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-Q4        PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-Q100      PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-Q400      PIC S9(8)  COMP VALUE +0.
       77  RCP-WORK-QM        PIC S9(8)  COMP VALUE +0.
       77  RCP-DAYNUM         PIC S9(9)  COMP VALUE +0.
       77  RCP-TODAY-DAYNUM   PIC S9(9)  COMP VALUE +0.
       77  RCP-DAYS           PIC S9(9)  COMP VALUE +0.
      *
       01  RCP-HEADING1.
           05  FILLER  PIC X(48) VALUE
               'SECRCRPT - QUARTERLY ACCESS RECERTIFICATION'.
           05  FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05  RCP-HD-DATE    PIC X(8).
           05  FILLER  PIC X(14) VALUE '   IDLE LIMIT '.
           05  RCP-HD-IDLE    PIC ZZ9.
           05  FILLER  PIC X(5)  VALUE ' DAYS'.
           05  FILLER  PIC X(46) VALUE SPACES.
       01  RCP-HEADING2.
           05  FILLER  PIC X(60) VALUE
               'OPR TERM DATA MNT LAST ACT  DAYS  LAST MNT  EXCEPTIONS'.
           05  FILLER  PIC X(73) VALUE SPACES.
       01  RCP-DETAIL.
           05  RCP-DT-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-DT-TRMID   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RCP-DT-DATA    PIC X.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  RCP-DT-MNT     PIC X.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RCP-DT-LAST    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-DT-DAYS    PIC ZZZZ9.
           05  RCP-DT-DAYS-X REDEFINES RCP-DT-DAYS PIC X(5).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-DT-LASTMNT PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RCP-DT-EXC1    PIC X(24).
           05  RCP-DT-EXC2    PIC X(24).
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  RCP-UNK-HEADING1.
           05  FILLER  PIC X(50) VALUE
               'OPERATORS SEEN WITHOUT A COVERING PROFILE'.
           05  FILLER  PIC X(83) VALUE SPACES.
       01  RCP-UNK-HEADING2.
           05  FILLER  PIC X(50) VALUE
               'OPR TERM SOURCE   LAST SEEN    ENTRIES'.
           05  FILLER  PIC X(83) VALUE SPACES.
       01  RCP-UNK-DETAIL.
           05  RCP-UD-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-UD-TRMID   PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-UD-SOURCE  PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  RCP-UD-LAST    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RCP-UD-SEEN    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(96) VALUE SPACES.
      *
       01  RCP-CNTLINE.
           05  RCP-CL-LABEL   PIC X(34).
           05  RCP-CL-CNT     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(90) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF RCP-STOPPED
              GO TO FINALI.
           PERFORM LOAD-PROFILES.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-AUDIT.
           PERFORM REPORT-PROFILES.
           PERFORM REPORT-UNKNOWN.
           PERFORM END-JOB.
       FINALI.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           ACCEPT RCP-TODAY FROM DATE YYYYMMDD.
           MOVE RCP-TD-YYYY TO RCP-WORK-Y.
           MOVE RCP-TD-MM   TO RCP-WORK-M.
           MOVE RCP-TD-DD   TO RCP-WORK-D.
           PERFORM CALC-DAYNUM.
           MOVE RCP-DAYNUM TO RCP-TODAY-DAYNUM.

           PERFORM CHECK-OPEN-REVIEW.
           IF RCP-STOPPED
              GO TO FIN-INIT.

           OPEN INPUT  SECPROF.
           IF FS-SECPROF NOT = '00'
              DISPLAY 'SECRCRPT - ERROR OPENING SECPROF  STATUS='
                       FS-SECPROF
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT  EDUJIN.
           IF FS-EDUJIN NOT = '00'
              DISPLAY 'SECRCRPT - ERROR OPENING EDUJIN   STATUS='
                       FS-EDUJIN
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN INPUT  QCHGAUD.
           IF FS-QCHGAUD NOT = '00'
              DISPLAY 'SECRCRPT - ERROR OPENING QCHGAUD  STATUS='
                       FS-QCHGAUD
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT SECRCRT.
           IF FS-SECRCRT NOT = '00'
              DISPLAY 'SECRCRPT - ERROR OPENING SECRCRT  STATUS='
                       FS-SECRCRT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT RCRRPT.
           IF FS-RCRRPT NOT = '00'
              DISPLAY 'SECRCRPT - ERROR OPENING RCRRPT   STATUS='
                       FS-RCRRPT
              PERFORM STOP-RUN-8
              GO TO FIN-INIT
           END-IF.

           MOVE RCP-TODAY     TO RCP-HD-DATE.
           MOVE RCP-IDLE-DAYS TO RCP-HD-IDLE.
           WRITE RCRRPT-LINE FROM RCP-HEADING1.
           WRITE RCRRPT-LINE FROM RCP-HEADING2.
       FIN-INIT. EXIT.
      *////////////////////
       CHECK-OPEN-REVIEW SECTION.
      *////////////////////
      * THE SIGN-OFF FILE HOLDS ONE REVIEW. RELOADING IT WHILE THE
      * LAST ONE IS STILL OPEN WOULD THROW AWAY THE SUPERVISOR'S
      * DECISIONS BEFORE THEY WERE EVER PRINTED AS EVIDENCE. AN
      * EMPTY OR NEVER-LOADED FILE IS THE FIRST QUARTER - GO AHEAD.
           OPEN INPUT SECRCRT.
           IF FS-SECRCRT NOT = '00'
              GO TO FIN-CHKOPEN.
           READ SECRCRT NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO RCR-KEY
           END-READ.
           IF RCR-KEY = SPACES AND RCH-OPEN
              DISPLAY 'SECRCRPT - REVIEW OF ' RCH-REVIEW-DATE
                      ' STILL OPEN ON SECRCRT - COMPLETE IT ON SECRVW'
              MOVE 'Y' TO RCP-STOP
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SECRCRT.
       FIN-CHKOPEN. EXIT.
      *////////////////////
       STOP-RUN-8 SECTION.
      *////////////////////
           MOVE 'Y' TO RCP-STOP.
           MOVE 8 TO RETURN-CODE.
       FIN-STOPRUN8. EXIT.
      *////////////////////
       LOAD-PROFILES SECTION.
      *////////////////////
           MOVE 'N' TO RCP-EOF.
           PERFORM LOAD-ONE-PROFILE UNTIL RCP-END-OF-FILE.
       FIN-LOADPRF. EXIT.
      *////////////////////
       LOAD-ONE-PROFILE SECTION.
      *////////////////////
           READ SECPROF NEXT RECORD
                AT END
                   MOVE 'Y' TO RCP-EOF
           END-READ.
           IF RCP-END-OF-FILE
              GO TO FIN-LOADONEPRF.
           IF RCP-PRF-COUNT NOT < RCP-PRF-MAX
              ADD 1 TO RCP-PRF-OVER
              GO TO FIN-LOADONEPRF.
           ADD 1 TO RCP-PRF-COUNT.
           MOVE SEC-OPID       TO RCP-P-OPID(RCP-PRF-COUNT).
           MOVE SEC-TRMID      TO RCP-P-TRMID(RCP-PRF-COUNT).
           MOVE SEC-ALLOW-DATA TO RCP-P-DATA(RCP-PRF-COUNT).
           MOVE SEC-ALLOW-MNT  TO RCP-P-MNT(RCP-PRF-COUNT).
           MOVE SPACES         TO RCP-P-LAST-ACT(RCP-PRF-COUNT).
           MOVE SPACES         TO RCP-P-LAST-MNT(RCP-PRF-COUNT).
       FIN-LOADONEPRF. EXIT.
      *////////////////////
       SCAN-JOURNAL SECTION.
      *////////////////////
           MOVE 'N' TO RCP-EOF.
           PERFORM JRN-ONE UNTIL RCP-END-OF-FILE.
       FIN-SCANJRN. EXIT.
      *////////////////////
       JRN-ONE SECTION.
      *////////////////////
           READ EDUJIN INTO EDF-JOURNAL
                AT END
                   MOVE 'Y' TO RCP-EOF
           END-READ.
           IF RCP-END-OF-FILE
              GO TO FIN-JRNONE.
           ADD 1 TO RCP-JRN-READ.
           IF EDF-JRN-TERM = 'BTCH'
              GO TO FIN-JRNONE.

           MOVE EDF-JRN-OPID  TO RCP-ACT-OPID.
           MOVE EDF-JRN-TERM  TO RCP-ACT-TRMID.
           MOVE EDF-JRN-FECHA TO RCP-ACT-DATE.
           MOVE 'EDUJ'        TO RCP-ACT-SOURCE.
      *-- ONLY A MAINTENANCE SCREEN WRITES THESE - SEE EDUJRNS.
           IF EDF-JRN-FUNC-HOLDON OR EDF-JRN-FUNC-HOLDOFF
              OR EDF-JRN-FUNC-WLCLEAR
              MOVE 'M' TO RCP-WANT
           ELSE
              MOVE 'D' TO RCP-WANT
           END-IF.
           PERFORM ATTRIBUTE-ACTIVITY.
       FIN-JRNONE. EXIT.
      *////////////////////
       SCAN-AUDIT SECTION.
      *////////////////////
           MOVE 'N' TO RCP-EOF.
           PERFORM AUD-ONE UNTIL RCP-END-OF-FILE.
       FIN-SCANAUD. EXIT.
      *////////////////////
       AUD-ONE SECTION.
      *////////////////////
           READ QCHGAUD NEXT RECORD
                AT END
                   MOVE 'Y' TO RCP-EOF
           END-READ.
           IF RCP-END-OF-FILE
              GO TO FIN-AUDONE.
           ADD 1 TO RCP-AUD-READ.
           MOVE QCA-OPID  TO RCP-ACT-OPID.
           MOVE QCA-TERM  TO RCP-ACT-TRMID.
           MOVE QCA-DATE  TO RCP-ACT-DATE.
           MOVE 'QCHGAUD' TO RCP-ACT-SOURCE.
           MOVE 'M'       TO RCP-WANT.
           PERFORM ATTRIBUTE-ACTIVITY.
       FIN-AUDONE. EXIT.
      *////////////////////
       ATTRIBUTE-ACTIVITY SECTION.
      *////////////////////
      * AN UNDATED ENTRY (A JOURNAL RECORD FROM BEFORE THE DATE WAS
      * CARRIED) STILL PROVES THE PAIR EXISTS BUT DATES NOTHING.
           IF RCP-ACT-DATE NOT NUMERIC
              MOVE SPACES TO RCP-ACT-DATE
           END-IF.
           PERFORM FIND-PROFILE.
           IF RCP-HIT = 0
              PERFORM NOTE-UNKNOWN
              GO TO FIN-ATTRIB.
           IF RCP-ACT-DATE > RCP-P-LAST-ACT(RCP-HIT)
              MOVE RCP-ACT-DATE TO RCP-P-LAST-ACT(RCP-HIT)
           END-IF.
           IF RCP-WANT-MNT AND RCP-P-MNT(RCP-HIT) = 'Y'
              AND RCP-ACT-DATE > RCP-P-LAST-MNT(RCP-HIT)
              MOVE RCP-ACT-DATE TO RCP-P-LAST-MNT(RCP-HIT)
           END-IF.
       FIN-ATTRIB. EXIT.
      *////////////////////
       FIND-PROFILE SECTION.
      *////////////////////
      * CHECK-AUTH'S PROBE ORDER. THE FIRST PROBE FINDING A PROFILE
      * THAT GRANTS THE RIGHT IN USE WINS; FAILING THAT, THE FIRST
      * PROBE FINDING ANY PROFILE AT ALL.
           MOVE 0 TO RCP-HIT.
           MOVE 0 TO RCP-ANY-HIT.
           MOVE RCP-ACT-OPID  TO RCP-PRB-OPID.
           MOVE RCP-ACT-TRMID TO RCP-PRB-TRMID.
           PERFORM PROBE-PROFILE.
           IF RCP-HIT > 0
              GO TO FIN-FINDPRF.
           MOVE RCP-ACT-OPID  TO RCP-PRB-OPID.
           MOVE SPACES        TO RCP-PRB-TRMID.
           PERFORM PROBE-PROFILE.
           IF RCP-HIT > 0
              GO TO FIN-FINDPRF.
           MOVE SPACES        TO RCP-PRB-OPID.
           MOVE RCP-ACT-TRMID TO RCP-PRB-TRMID.
           PERFORM PROBE-PROFILE.
           IF RCP-HIT = 0
              MOVE RCP-ANY-HIT TO RCP-HIT
           END-IF.
       FIN-FINDPRF. EXIT.
      *////////////////////
       PROBE-PROFILE SECTION.
      *////////////////////
           IF RCP-PRB-KEY = SPACES
              GO TO FIN-PROBEPRF.
           MOVE 0 TO RCP-FOUND-X.
           PERFORM PROBE-SCAN VARYING RCP-PX FROM 1 BY 1
                   UNTIL RCP-PX > RCP-PRF-COUNT OR RCP-FOUND-X > 0.
           IF RCP-FOUND-X = 0
              GO TO FIN-PROBEPRF.
           IF (RCP-WANT-MNT AND RCP-P-MNT(RCP-FOUND-X) = 'Y')
              OR (NOT RCP-WANT-MNT AND RCP-P-DATA(RCP-FOUND-X) = 'Y')
              MOVE RCP-FOUND-X TO RCP-HIT
              GO TO FIN-PROBEPRF.
           IF RCP-ANY-HIT = 0
              MOVE RCP-FOUND-X TO RCP-ANY-HIT
           END-IF.
       FIN-PROBEPRF. EXIT.
      *////////////////////
       PROBE-SCAN SECTION.
      *////////////////////
           IF RCP-P-KEY(RCP-PX) = RCP-PRB-KEY
              MOVE RCP-PX TO RCP-FOUND-X
           END-IF.
       FIN-PROBESCAN. EXIT.
      *////////////////////
       NOTE-UNKNOWN SECTION.
      *////////////////////
           MOVE 0 TO RCP-U-HIT.
           PERFORM UNKNOWN-SCAN VARYING RCP-UX FROM 1 BY 1
                   UNTIL RCP-UX > RCP-UNK-COUNT OR RCP-U-HIT > 0.
           IF RCP-U-HIT = 0
              IF RCP-UNK-COUNT NOT < RCP-UNK-MAX
                 ADD 1 TO RCP-UNK-OVER
                 GO TO FIN-NOTEUNK
              END-IF
              ADD 1 TO RCP-UNK-COUNT
              MOVE RCP-UNK-COUNT  TO RCP-U-HIT
              MOVE RCP-ACT-OPID   TO RCP-U-OPID(RCP-U-HIT)
              MOVE RCP-ACT-TRMID  TO RCP-U-TRMID(RCP-U-HIT)
              MOVE RCP-ACT-SOURCE TO RCP-U-SOURCE(RCP-U-HIT)
              MOVE SPACES         TO RCP-U-LAST(RCP-U-HIT)
              MOVE ZEROS          TO RCP-U-SEEN(RCP-U-HIT)
           END-IF.
           ADD 1 TO RCP-U-SEEN(RCP-U-HIT).
           IF RCP-ACT-DATE > RCP-U-LAST(RCP-U-HIT)
              MOVE RCP-ACT-DATE TO RCP-U-LAST(RCP-U-HIT)
           END-IF.
       FIN-NOTEUNK. EXIT.
      *////////////////////
       UNKNOWN-SCAN SECTION.
      *////////////////////
           IF RCP-U-OPID(RCP-UX)   = RCP-ACT-OPID
              AND RCP-U-TRMID(RCP-UX)  = RCP-ACT-TRMID
              AND RCP-U-SOURCE(RCP-UX) = RCP-ACT-SOURCE
              MOVE RCP-UX TO RCP-U-HIT
           END-IF.
       FIN-UNKSCAN. EXIT.
      *////////////////////
       REPORT-PROFILES SECTION.
      *////////////////////
      * THE SIGN-OFF HEADER GOES FIRST - ITS ALL-BLANK KEY SORTS
      * AHEAD OF EVERY PROFILE, AND THE ROWS FOLLOW IN SECPROF ORDER.
           MOVE SPACES        TO RCR-REC.
           MOVE RCP-TODAY     TO RCH-REVIEW-DATE.
           MOVE RCP-PRF-COUNT TO RCH-PROFILES.
           SET RCH-OPEN       TO TRUE.
           MOVE RCP-IDLE-DAYS TO RCH-IDLE-DAYS.
           WRITE RCR-REC
                 INVALID KEY
                    DISPLAY 'SECRCRPT - ERROR WRITING SECRCRT HEADER '
                            'STATUS=' FS-SECRCRT
           END-WRITE.
           PERFORM REPORT-ONE VARYING RCP-PX FROM 1 BY 1
                   UNTIL RCP-PX > RCP-PRF-COUNT.
       FIN-RPTPRF. EXIT.
      *////////////////////
       REPORT-ONE SECTION.
      *////////////////////
           MOVE SPACES TO RCR-REC.
           MOVE RCP-P-OPID(RCP-PX)     TO RCR-OPID.
           MOVE RCP-P-TRMID(RCP-PX)    TO RCR-TRMID.
           MOVE RCP-P-DATA(RCP-PX)     TO RCR-ALLOW-DATA.
           MOVE RCP-P-MNT(RCP-PX)      TO RCR-ALLOW-MNT.
           MOVE RCP-P-LAST-ACT(RCP-PX) TO RCR-LAST-ACT.
           MOVE RCP-P-LAST-MNT(RCP-PX) TO RCR-LAST-MNT.

           MOVE SPACES TO RCP-DT-EXC1 RCP-DT-EXC2.
           IF RCR-LAST-ACT = SPACES
              MOVE 'NEVER' TO RCP-DT-DAYS-X
              SET RCR-IDLE TO TRUE
           ELSE
              MOVE RCR-LAST-ACT TO RCP-LAST-DATE
              MOVE RCP-LD-YYYY  TO RCP-WORK-Y
              MOVE RCP-LD-MM    TO RCP-WORK-M
              MOVE RCP-LD-DD    TO RCP-WORK-D
              PERFORM CALC-DAYNUM
              COMPUTE RCP-DAYS = RCP-TODAY-DAYNUM - RCP-DAYNUM
              IF RCP-DAYS < 0
                 MOVE 0 TO RCP-DAYS
              END-IF
              MOVE RCP-DAYS TO RCP-DT-DAYS
              IF RCP-DAYS > RCP-IDLE-DAYS
                 SET RCR-IDLE TO TRUE
              END-IF
           END-IF.
           IF RCR-IDLE
              ADD 1 TO RCP-IDLE-CNT
              MOVE 'NO ACTIVITY IN 90 DAYS' TO RCP-DT-EXC1
           END-IF.
           IF RCR-ALLOW-MNT = 'Y' AND RCR-LAST-MNT = SPACES
              SET RCR-MNT-NEVER-USED TO TRUE
              ADD 1 TO RCP-UNUSED-CNT
              MOVE 'MAINTENANCE NEVER USED' TO RCP-DT-EXC2
           END-IF.
           IF RCR-ALLOW-DATA = 'Y'
              ADD 1 TO RCP-DATA-CNT
           END-IF.
           IF RCR-ALLOW-MNT = 'Y'
              ADD 1 TO RCP-MNT-CNT
           END-IF.

           WRITE RCR-REC
                 INVALID KEY
                    DISPLAY 'SECRCRPT - ERROR WRITING SECRCRT ROW '
                            RCR-KEY ' STATUS=' FS-SECRCRT
                 NOT INVALID KEY
                    ADD 1 TO RCP-ROWS-WRITTEN
           END-WRITE.

      *-- A BLANK SIDE OF THE KEY MEANS "ANY" - PRINTED THAT WAY.
           MOVE RCR-OPID  TO RCP-DT-OPID.
           IF RCR-OPID = SPACES
              MOVE 'ANY' TO RCP-DT-OPID
           END-IF.
           MOVE RCR-TRMID TO RCP-DT-TRMID.
           IF RCR-TRMID = SPACES
              MOVE 'ANY' TO RCP-DT-TRMID
           END-IF.
           MOVE RCR-ALLOW-DATA TO RCP-DT-DATA.
           MOVE RCR-ALLOW-MNT  TO RCP-DT-MNT.
           MOVE RCR-LAST-ACT   TO RCP-DT-LAST.
           MOVE RCR-LAST-MNT   TO RCP-DT-LASTMNT.
           WRITE RCRRPT-LINE FROM RCP-DETAIL.
       FIN-RPTONE. EXIT.
      *////////////////////
       REPORT-UNKNOWN SECTION.
      *////////////////////
           MOVE SPACES TO RCRRPT-LINE.
           WRITE RCRRPT-LINE.
           WRITE RCRRPT-LINE FROM RCP-UNK-HEADING1.
           WRITE RCRRPT-LINE FROM RCP-UNK-HEADING2.
           PERFORM REPORT-UNK-ONE VARYING RCP-UX FROM 1 BY 1
                   UNTIL RCP-UX > RCP-UNK-COUNT.
       FIN-RPTUNK. EXIT.
      *////////////////////
       REPORT-UNK-ONE SECTION.
      *////////////////////
           MOVE RCP-U-OPID(RCP-UX)   TO RCP-UD-OPID.
           MOVE RCP-U-TRMID(RCP-UX)  TO RCP-UD-TRMID.
           MOVE RCP-U-SOURCE(RCP-UX) TO RCP-UD-SOURCE.
           MOVE RCP-U-LAST(RCP-UX)   TO RCP-UD-LAST.
           MOVE RCP-U-SEEN(RCP-UX)   TO RCP-UD-SEEN.
           WRITE RCRRPT-LINE FROM RCP-UNK-DETAIL.
       FIN-RPTUNKONE. EXIT.
      *////////////////////
       CALC-DAYNUM SECTION.
      *////////////////////
      * CIVIL DATE TO A RUNNING DAY NUMBER, YEAR COUNTED FROM MARCH SO
      * THE LEAP DAY FALLS AT THE END.
           IF RCP-WORK-M < 3
              SUBTRACT 1 FROM RCP-WORK-Y
              ADD 12 TO RCP-WORK-M
           END-IF.
           COMPUTE RCP-WORK-Q4   = RCP-WORK-Y / 4.
           COMPUTE RCP-WORK-Q100 = RCP-WORK-Y / 100.
           COMPUTE RCP-WORK-Q400 = RCP-WORK-Y / 400.
           COMPUTE RCP-WORK-QM   = (153 * (RCP-WORK-M - 3) + 2) / 5.
           COMPUTE RCP-DAYNUM = 365 * RCP-WORK-Y + RCP-WORK-Q4
                   - RCP-WORK-Q100 + RCP-WORK-Q400 + RCP-WORK-QM
                   + RCP-WORK-D.
       FIN-CALCDAY. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO RCRRPT-LINE.
           WRITE RCRRPT-LINE.
           MOVE 'PROFILES LISTED                 : ' TO RCP-CL-LABEL.
           MOVE RCP-PRF-COUNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE '  WITH DATA ACCESS              : ' TO RCP-CL-LABEL.
           MOVE RCP-DATA-CNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE '  WITH MAINTENANCE RIGHTS       : ' TO RCP-CL-LABEL.
           MOVE RCP-MNT-CNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE '  NO ACTIVITY IN 90 DAYS        : ' TO RCP-CL-LABEL.
           MOVE RCP-IDLE-CNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE '  MAINTENANCE NEVER USED        : ' TO RCP-CL-LABEL.
           MOVE RCP-UNUSED-CNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE 'OPERATORS WITHOUT A PROFILE     : ' TO RCP-CL-LABEL.
           MOVE RCP-UNK-COUNT TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE 'JOURNAL ENTRIES READ            : ' TO RCP-CL-LABEL.
           MOVE RCP-JRN-READ TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE 'CHANGE AUDIT RECORDS READ       : ' TO RCP-CL-LABEL.
           MOVE RCP-AUD-READ TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
           MOVE 'SIGN-OFF ROWS WRITTEN           : ' TO RCP-CL-LABEL.
           MOVE RCP-ROWS-WRITTEN TO RCP-CL-CNT.
           WRITE RCRRPT-LINE FROM RCP-CNTLINE.
      *-- A TABLE THAT FILLED UP MAKES THE REPORT INCOMPLETE - SAY SO
      *-- ON THE REPORT ITSELF AND IN THE RETURN CODE.
           IF RCP-PRF-OVER > 0
              MOVE 'PROFILES NOT LISTED - TABLE FULL: ' TO RCP-CL-LABEL
              MOVE RCP-PRF-OVER TO RCP-CL-CNT
              WRITE RCRRPT-LINE FROM RCP-CNTLINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RCP-UNK-OVER > 0
              MOVE 'UNCOVERED ENTRIES NOT LISTED    : ' TO RCP-CL-LABEL
              MOVE RCP-UNK-OVER TO RCP-CL-CNT
              WRITE RCRRPT-LINE FROM RCP-CNTLINE
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE SECPROF EDUJIN QCHGAUD SECRCRT RCRRPT.
           DISPLAY 'SECRCRPT - PROFILES LISTED  : ' RCP-PRF-COUNT.
           DISPLAY 'SECRCRPT - NO RECENT ACTIVITY: ' RCP-IDLE-CNT.
           DISPLAY 'SECRCRPT - MNT NEVER USED   : ' RCP-UNUSED-CNT.
           DISPLAY 'SECRCRPT - WITHOUT PROFILE  : ' RCP-UNK-COUNT.
       FIN-ENDJOB. EXIT.
      *////////////////////
