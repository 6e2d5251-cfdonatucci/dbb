      *----------------------------------------------------------------*
      *-- AUDIT EVIDENCE FOR A COMPLETED SECPROF ACCESS RECERTIFICATION.
      *-- READS THE SECRCRT SIGN-OFF FILE (SEE SECRCRS) AFTER THE
      *-- SUPERVISOR HAS CLOSED THE REVIEW ON SECRVW AND PRINTS IT: THE
      *-- REVIEW DATE, WHO COMPLETED IT AND WHEN, THEN EVERY PROFILE
      *-- WITH ITS ENTITLEMENTS, THE EXCEPTIONS SECRCRPT FOUND, THE
      *-- KEEP/REVOKE DECISION WITH WHO MADE IT AND WHEN, AND - FOR A
      *-- REVOKE - WHO DELETED THE PROFILE IN SECPMNT AND WHEN. THE
      *-- RPTSTORE COLLECTOR STEP THAT FOLLOWS LOADS IT INTO RPTSTOR
      *-- UNDER THE NAME SECRCERT, WHERE IT STAYS AS THE QUARTER'S
      *-- EVIDENCE ONCE SECRCRPT RELOADS THE FILE FOR THE NEXT ONE.
      *-- A REVIEW STILL OPEN, OR A FILE WITH NO REVIEW ON IT, PRINTS
      *-- NOTHING AND ENDS WITH RETURN CODE 8 SO THE COLLECTOR STEP
      *-- DOES NOT RUN.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRCEVD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECRCRT   ASSIGN TO SECRCRT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RCR-KEY
                  FILE STATUS  IS FS-SECRCRT.
           SELECT EVDRPT    ASSIGN TO EVDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EVDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SECRCRT
           LABEL RECORDS ARE STANDARD.
           COPY SECRCRS.
       FD  EVDRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  EVDRPT-LINE        PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  FS-SECRCRT         PIC XX     VALUE SPACES.
       77  FS-EVDRPT          PIC XX     VALUE SPACES.
       77  EVD-EOF            PIC X      VALUE 'N'.
           88  EVD-END-OF-FILE          VALUE 'Y'.
       77  EVD-STOP           PIC X      VALUE 'N'.
           88  EVD-STOPPED              VALUE 'Y'.
      *
       77  EVD-ROWS           PIC 9(7)   VALUE ZEROS.
       77  EVD-KEPT           PIC 9(7)   VALUE ZEROS.
       77  EVD-REVOKED        PIC 9(7)   VALUE ZEROS.
       77  EVD-IDLE           PIC 9(7)   VALUE ZEROS.
       77  EVD-UNUSED         PIC 9(7)   VALUE ZEROS.
      *
       01  EVD-HEADING1.
           05  FILLER  PIC X(52) VALUE
               'SECRCEVD - ACCESS RECERTIFICATION SIGN-OFF EVIDENCE'.
           05  FILLER  PIC X(10) VALUE 'REVIEW OF '.
           05  EVD-HD-REVIEW  PIC X(8).
           05  FILLER  PIC X(63) VALUE SPACES.
       01  EVD-HEADING2.
           05  FILLER  PIC X(23) VALUE 'REVIEW COMPLETED BY    '.
           05  EVD-HD-CMP-OPID PIC X(3).
           05  FILLER  PIC X(4)  VALUE ' ON '.
           05  EVD-HD-CMP-DATE PIC X(8).
           05  FILLER  PIC X(21) VALUE '   IDLE LIMIT (DAYS) '.
           05  EVD-HD-IDLE    PIC ZZ9.
           05  FILLER  PIC X(71) VALUE SPACES.
       01  EVD-HEADING3.
           05  FILLER  PIC X(48) VALUE
               'OPR TERM DATA MNT LAST ACT LAST MNT IDLE NO MNT '.
           05  FILLER  PIC X(48) VALUE
               'DECISION BY  ON       APPLIED BY  ON'.
           05  FILLER  PIC X(37) VALUE SPACES.
       01  EVD-DETAIL.
           05  EVD-DT-OPID    PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-TRMID   PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  EVD-DT-DATA    PIC X.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  EVD-DT-MNT     PIC X.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  EVD-DT-LAST    PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-LASTMNT PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-IDLE    PIC X(4).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-UNUSED  PIC X(6).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-DEC     PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-DEC-OPID PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-DEC-DATE PIC X(8).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-APPLIED PIC X(7).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-APL-OPID PIC X(3).
           05  FILLER         PIC X     VALUE SPACE.
           05  EVD-DT-APL-DATE PIC X(8).
           05  FILLER         PIC X(43) VALUE SPACES.
      *
       01  EVD-CNTLINE.
           05  EVD-CL-LABEL   PIC X(34).
           05  EVD-CL-CNT     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(90) VALUE SPACES.
      *
      *////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
      *////////////////////////////////////////////////////////////////
       PRINCIPAL SECTION.
           PERFORM INIT-JOB.
           IF EVD-STOPPED
              GO TO FINALI.
           PERFORM RPTLP UNTIL EVD-END-OF-FILE.
           PERFORM END-JOB.
       FINALI.
           STOP RUN.
       END-PRIN. EXIT.
      *////////////////////
       INIT-JOB SECTION.
      *////////////////////
           OPEN INPUT  SECRCRT.
           IF FS-SECRCRT NOT = '00'
              DISPLAY 'SECRCEVD - ERROR OPENING SECRCRT  STATUS='
                       FS-SECRCRT
              MOVE 'Y' TO EVD-STOP
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.

      *-- THE HEADER RECORD SORTS FIRST (ALL-BLANK KEY) - ONLY A
      *-- REVIEW THE SUPERVISOR HAS CLOSED IS EVIDENCE.
           READ SECRCRT NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO RCR-KEY
           END-READ.
           IF RCR-KEY NOT = SPACES
              DISPLAY 'SECRCEVD - NO RECERTIFICATION ON SECRCRT'
              CLOSE SECRCRT
              MOVE 'Y' TO EVD-STOP
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.
           IF NOT RCH-COMPLETE
              DISPLAY 'SECRCEVD - REVIEW OF ' RCH-REVIEW-DATE
                      ' NOT YET COMPLETED ON SECRVW'
              CLOSE SECRCRT
              MOVE 'Y' TO EVD-STOP
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.

           OPEN OUTPUT EVDRPT.
           IF FS-EVDRPT NOT = '00'
              DISPLAY 'SECRCEVD - ERROR OPENING EVDRPT   STATUS='
                       FS-EVDRPT
              CLOSE SECRCRT
              MOVE 'Y' TO EVD-STOP
              MOVE 8 TO RETURN-CODE
              GO TO FIN-INIT
           END-IF.

           MOVE RCH-REVIEW-DATE TO EVD-HD-REVIEW.
           MOVE RCH-CMP-OPID    TO EVD-HD-CMP-OPID.
           MOVE RCH-CMP-DATE    TO EVD-HD-CMP-DATE.
           MOVE RCH-IDLE-DAYS   TO EVD-HD-IDLE.
           WRITE EVDRPT-LINE FROM EVD-HEADING1.
           WRITE EVDRPT-LINE FROM EVD-HEADING2.
           MOVE SPACES TO EVDRPT-LINE.
           WRITE EVDRPT-LINE.
           WRITE EVDRPT-LINE FROM EVD-HEADING3.
       FIN-INIT. EXIT.
      *////////////////////
       RPTLP SECTION.
      *////////////////////
           READ SECRCRT NEXT RECORD
                AT END
                   MOVE 'Y' TO EVD-EOF
           END-READ.
           IF EVD-END-OF-FILE
              GO TO FIN-RPTLP.
           ADD 1 TO EVD-ROWS.

           MOVE SPACES TO EVD-DETAIL.
      *-- A BLANK SIDE OF THE KEY MEANS "ANY" - PRINTED THAT WAY.
           MOVE RCR-OPID  TO EVD-DT-OPID.
           IF RCR-OPID = SPACES
              MOVE 'ANY' TO EVD-DT-OPID
           END-IF.
           MOVE RCR-TRMID TO EVD-DT-TRMID.
           IF RCR-TRMID = SPACES
              MOVE 'ANY' TO EVD-DT-TRMID
           END-IF.
           MOVE RCR-ALLOW-DATA TO EVD-DT-DATA.
           MOVE RCR-ALLOW-MNT  TO EVD-DT-MNT.
           MOVE RCR-LAST-ACT   TO EVD-DT-LAST.
           MOVE RCR-LAST-MNT   TO EVD-DT-LASTMNT.
           IF RCR-IDLE
              MOVE 'IDLE' TO EVD-DT-IDLE
              ADD 1 TO EVD-IDLE
           END-IF.
           IF RCR-MNT-NEVER-USED
              MOVE 'NO MNT' TO EVD-DT-UNUSED
              ADD 1 TO EVD-UNUSED
           END-IF.
           IF RCR-KEEP
              MOVE 'KEEP'   TO EVD-DT-DEC
              ADD 1 TO EVD-KEPT
           END-IF.
           IF RCR-REVOKE
              MOVE 'REVOKE' TO EVD-DT-DEC
              ADD 1 TO EVD-REVOKED
           END-IF.
           MOVE RCR-DEC-OPID  TO EVD-DT-DEC-OPID.
           MOVE RCR-DEC-DATE  TO EVD-DT-DEC-DATE.
           IF RCR-REVOKE-APPLIED
              MOVE 'DELETED'     TO EVD-DT-APPLIED
              MOVE RCR-APPL-OPID TO EVD-DT-APL-OPID
              MOVE RCR-APPL-DATE TO EVD-DT-APL-DATE
           END-IF.
           WRITE EVDRPT-LINE FROM EVD-DETAIL.
       FIN-RPTLP. EXIT.
      *////////////////////
       END-JOB SECTION.
      *////////////////////
           MOVE SPACES TO EVDRPT-LINE.
           WRITE EVDRPT-LINE.
           MOVE 'PROFILES REVIEWED               : ' TO EVD-CL-LABEL.
           MOVE EVD-ROWS TO EVD-CL-CNT.
           WRITE EVDRPT-LINE FROM EVD-CNTLINE.
           MOVE '  ACCESS KEPT                   : ' TO EVD-CL-LABEL.
           MOVE EVD-KEPT TO EVD-CL-CNT.
           WRITE EVDRPT-LINE FROM EVD-CNTLINE.
           MOVE '  ACCESS REVOKED AND DELETED    : ' TO EVD-CL-LABEL.
           MOVE EVD-REVOKED TO EVD-CL-CNT.
           WRITE EVDRPT-LINE FROM EVD-CNTLINE.
           MOVE 'NO ACTIVITY WITHIN IDLE LIMIT   : ' TO EVD-CL-LABEL.
           MOVE EVD-IDLE TO EVD-CL-CNT.
           WRITE EVDRPT-LINE FROM EVD-CNTLINE.
           MOVE 'MAINTENANCE RIGHT NEVER USED    : ' TO EVD-CL-LABEL.
           MOVE EVD-UNUSED TO EVD-CL-CNT.
           WRITE EVDRPT-LINE FROM EVD-CNTLINE.

           CLOSE SECRCRT EVDRPT.
           DISPLAY 'SECRCEVD - PROFILES REVIEWED: ' EVD-ROWS.
           DISPLAY 'SECRCEVD - REVOKED          : ' EVD-REVOKED.
       FIN-ENDJOB. EXIT.
      *////////////////////
