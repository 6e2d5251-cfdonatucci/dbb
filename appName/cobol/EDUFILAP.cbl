      * WITH THE NEW BALANCE. SEE EDUPDTS.
       77  EDF-POST-DELTA PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  EDF-PDT-TRIES  PIC 9      VALUE 0.
      * KEY OF THE DETAIL RECORD THE LAST WRITE-POSTDTL LEFT (SPACES
      * WHEN THE CAPTURE FAILED) - HANDED BACK ON A 'T' SO A CALLER
      * CAN POINT ITS OWN RECORDS AT THE POSTING.
       77  EDF-PDT-LASTKEY PIC X(25) VALUE SPACES.
      *
      * POSTING REVERSAL - THE 'V' FUNCTION POSTS THE EXACT OPPOSITE
      * OF AN EXISTING POSTDTL ENTRY THROUGH DO-POST AND PAIRS THE TWO
      * DETAIL RECORDS. WRITE-POSTDTL TAKES THE PAIRING FROM THESE
      * (BLANK FOR AN ORDINARY POSTING).
       77  EDF-PDT-LINK-FLAG PIC X    VALUE SPACE.
       77  EDF-PDT-LINK-KEY  PIC X(25) VALUE SPACES.
       77  EDF-REV-AMT    PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  EDF-REV-NEWKEY PIC X(25)  VALUE SPACES.
       01  EDF-REV-SAVE   PIC X(80)  VALUE SPACES.
           COPY EDUPDTS.
      *
      * CUSTOMER-TO-CUSTOMER TRANSFER - THE 'F' FUNCTION DEBITS
      * COM-NUMB AND CREDITS COM-NUMB2 BY COM-AMOUNT AS ONE UNIT: BOTH
      * LEGS ARE CHECKED BEFORE EITHER IS APPLIED, AND A CREDIT LEG
      * REFUSED AFTER THE DEBIT WENT IN PUTS THE DEBIT BACK. THE TWO
      * DETAIL RECORDS POINT AT EACH OTHER AND BOTH CHANGE IMAGES
      * CARRY THE SAME TRANSFER REFERENCE - THE DEBIT LEG'S POSTDTL
      * KEY. WRITE-POSTDTL AND WRITE-CHANGE TAKE THE LEG'S CUSTOMER
      * AND THE REFERENCE FROM THESE (BLANK ON EVERY OTHER PATH).
       77  EDF-PDT-NUMB-W PIC X(6)   VALUE SPACES.
       77  EDF-XFR-REF    PIC X(25)  VALUE SPACES.
       77  EDF-XFR-NUMB   PIC X(6)   VALUE SPACES.
       77  EDF-XFR-SIDE   PIC X(6)   VALUE SPACES.
       77  EDF-XFR-MODE   PIC 9      VALUE 0.
           88  EDF-XFR-CHECK-ONLY   VALUE 0.
           88  EDF-XFR-APPLY        VALUE 1.
       77  EDF-XFR-DELTA  PIC S9(6)V99 COMP-3 VALUE ZEROS.
       77  EDF-XFR-NEW    PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  EDF-XFR-DR-NEW PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  EDF-XFR-CR-NEW PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  EDF-XFR-DR-VER PIC 9(5)   VALUE ZEROS.
       77  EDF-XFR-DR-KEY PIC X(25)  VALUE SPACES.
       77  EDF-XFR-CR-KEY PIC X(25)  VALUE SPACES.
       01  EDF-XFR-DR-BEFORE PIC X(200) VALUE SPACES.
       01  EDF-XFR-DR-AFTER  PIC X(200) VALUE SPACES.
       01  EDF-XFR-CR-BEFORE PIC X(200) VALUE SPACES.
       01  EDF-XFR-CR-AFTER  PIC X(200) VALUE SPACES.
      *
      * DELETED-CUSTOMER ARCHIVE - EVERY DELETE LEAVES ITS FULL RECORD
      * IMAGE ON DELARCH KEYED BY NUMB+DELETION DATE, AND THE 'I'
      * REINSTATE FUNCTION RESTORES THE LATEST ARCHIVED IMAGE WITH A
       77  EDF-CHG-FUNC-W PIC X     VALUE SPACE.
       77  EDF-CHG-NUMB-W PIC X(6)  VALUE SPACES.
       77  EDF-DELARCH-NUMB PIC X(6) VALUE SPACES.
      * THE SURVIVOR A MERGE VICTIM'S ARCHIVE IMAGE NAMES - CLEARED BY
      * WRITE-DELARCH ONCE USED, SO AN ORDINARY DELETE LEAVES IT BLANK.
       77  EDF-DELARCH-INTO PIC X(6) VALUE SPACES.
       77  EDF-MRGJ-NUMB PIC X(6)  VALUE SPACES.
       77  EDF-MRGJ-FUNC PIC X     VALUE SPACE.
      *
           05  EDF-ACC-START PIC S9(15) COMP-3.
           05  EDF-ACC-COUNT PIC 9(5).
      *
      * SECURITY VIOLATIONS - EVERY REQUEST REFUSED BY CHECK-AUTH, OR
      * BECAUSE THE PAIR IS LOCKED, IS LOGGED TO THE SECVIOL FILE
      * (SEE SECVIOS). REFUSALS ARE COUNTED PER OPERATOR/TERMINAL
      * PAIR IN TS V+OPID+TRMID, THE SAME ROLLING WINDOW AS THE
      * EXCESSIVE-ACCESS COUNT; THE ONE THAT REACHES THE LIMIT LOCKS
      * THE PAIR ON SECPROF AND RAISES A CRITICAL. ONLY A SUPERVISOR
      * LIFTS THE LOCK, THROUGH SECPMNT. THE LIMIT AND THE WINDOW COME
      * FROM THE SECURITY RECORD ON ONLCTL (SEE ONLCTLS), READ AT EACH
      * REFUSAL; THE VALUES BELOW ARE ONLY THE DEFAULTS.
       77  EDF-VIO-WINDOW-DFLT PIC 9(3)  VALUE 30.
       77  EDF-VIO-LIMIT-DFLT PIC 9(3)   VALUE 5.
       77  EDF-VIO-WINDOW-MIN PIC 9(3)   VALUE 30.
       77  EDF-VIO-LIMIT  PIC 9(3)   VALUE 5.
       77  EDF-VIO-QNAME  PIC X(8)   VALUE SPACES.
       77  EDF-VIO-RESP   PIC S9(8)  COMP VALUE +0.
       77  EDF-VIO-FLAG   PIC 9      VALUE 0.
           88  EDF-VIO-TS-EXISTS    VALUE 1.
       77  EDF-VIO-ELAPSED PIC S9(15) COMP-3 VALUE +0.
       77  EDF-VIO-TIME   PIC S9(15) COMP-3 VALUE +0.
       77  EDF-VIO-TRIES  PIC 9      VALUE 0.
       77  EDF-LOCK-FLAG  PIC 9      VALUE 0.
           88  EDF-PAIR-LOCKED      VALUE 1.
       01  EDF-VIO-REC.
           05  EDF-VIO-START PIC S9(15) COMP-3.
           05  EDF-VIO-COUNT PIC 9(3).
           COPY SECVIOS.
      *
      * BATCH WINDOW - WHILE THE EDUFQSCE MARKER SITS IN TS EDUFWIN
      * THE EXTRACT OWNS FILEA AND EVERY WRITE IS REFUSED WITH CODE
      * 40, JOURNALED 'W' SO THE RECONCILIATIONS NEVER COUNT IT AS
           88  EDF-WINDOW-OPEN      VALUE 1.
       77  EDF-WIN-LEN   PIC 9(4)   COMP VALUE 16.
       01  EDF-WIN-REC   PIC X(16)  VALUE SPACES.
      * THE ONLY TRANSACTION WHOSE COM-WINQ 'Q' (QUEUED POSTING BEING
      * APPLIED) IS BELIEVED - EDUFQSCE'S WINDOW TOGGLE/DRAIN.
       77  EDF-DRAIN-TRAN PIC X(4)   VALUE 'EQSC'.
      *
      * VALUE DATING - A 'T' POSTING KEYED AT OR AFTER THE CUTOFF, OR
      * ON A HOLCAL SHOP HOLIDAY, IS STILL APPLIED AT ONCE BUT DATED
      * THE NEXT BUSINESS DAY ON POSTDTL, EDUC AND THE JOURNAL, SO THE
      * PROOF, THE GL AND THE STATEMENTS COUNT IT IN THAT DAY. THE
      * CALENDAR STEP IS EDUFSORD'S. DURING THE BATCH WINDOW A 'T' IS
      * QUEUED ON TS EDUFWPQ (SEE EDUWPQS) UNDER AN ENQ THE EDUFQSCE
      * CLOSE ALSO TAKES, SO NO POSTING CAN SLIP ONTO THE QUEUE AFTER
      * IT HAS BEEN DRAINED. A QUEUED POSTING IS APPLIED UNDER THE
      * OPERATOR AND TERMINAL THAT KEYED IT (EDF-KEY-OPID/TERM). THE
      * CUTOFF IS THE DAY'S OWN WHEN ONLCTL HAS A RECORD FOR THE DATE
      * (SEE ONLCTLS), THE HOUSE DEFAULT BELOW WHEN IT DOES NOT.
       77  EDF-VD-CUT-DFLT PIC X(6)  VALUE '220000'.
       77  EDF-VD-CUTOFF  PIC X(6)   VALUE '220000'.
       77  EDF-VALDATE    PIC X(8)   VALUE SPACES.
       77  EDF-VD-FLAG    PIC X      VALUE SPACE.
       77  EDF-VD-NEXT-SW PIC 9      VALUE 0.
           88  EDF-VD-FORCE-NEXT    VALUE 1.
       77  EDF-VD-HOL-SW  PIC 9      VALUE 0.
           88  EDF-VD-HOLIDAY       VALUE 1.
       77  EDF-VD-TRIES   PIC 9(3)   VALUE 0.
       77  EDF-VD-TODAY   PIC X(8)   VALUE SPACES.
       77  EDF-VD-NOW     PIC X(6)   VALUE SPACES.
       77  EDF-VD-MAXDD   PIC 99     VALUE 0.
       77  EDF-VD-LEAP-Q  PIC 9(4)   VALUE 0.
       77  EDF-VD-LEAP-R  PIC 9      VALUE 0.
       01  EDF-VD-DT      PIC X(8)   VALUE SPACES.
       01  EDF-VD-DT-R REDEFINES EDF-VD-DT.
           05  EDF-VD-YYYY PIC 9(4).
           05  EDF-VD-MM   PIC 99.
           05  EDF-VD-DD   PIC 99.
       77  EDF-WPQ-ENQ    PIC X(8)   VALUE 'EDUFWPQ '.
       77  EDF-WPQ-SW     PIC 9      VALUE 0.
           88  EDF-WPQ-QUEUED       VALUE 1.
       77  EDF-KEY-OPID   PIC X(3)   VALUE SPACES.
       77  EDF-KEY-TERM   PIC X(4)   VALUE SPACES.
           COPY HOLCALS.
           COPY ONLCTLS.
           COPY EDUWPQS.
      *
      * GUARANTEED CAPTURE - THE EDUJ AND EDUC WRITES ARE CHECKED AND
      * RETRIED; A WRITE STILL FAILING FALLS BACK TO THE EDUJOVF /
       77  EDF-TODAY8    PIC X(8)   VALUE SPACES.
       77  EDF-HELD-FLAG  PIC 9      VALUE 0.
           88  EDF-HELD             VALUE 1.
       77  EDF-REACT-SW   PIC 9      VALUE 0.
           88  EDF-REACTIVATING     VALUE 1.
           COPY EDUPNDS.
      *
      * LEGAL HOLDS - A CUSTOMER UNDER A HOLD IN FORCE ON THE LGLHOLD
      * FILE (SEE EDUHLDS) HAS THE OPERATIONS ITS HOLD TYPE BLOCKS
      * REFUSED WITH RETURN CODE 44. CHECK-HOLD TAKES THE CUSTOMER IN
      * EDF-HLD-NUMB AND THE CLASS OF THE OPERATION IN EDF-HLD-CLASS.
       77  EDF-HLD-NUMB   PIC X(6)   VALUE SPACES.
       77  EDF-HLD-CLASS  PIC X      VALUE SPACE.
           88  EDF-HLD-CREDIT       VALUE 'C'.
           88  EDF-HLD-DEBIT        VALUE 'B'.
           88  EDF-HLD-RETIRE       VALUE 'X'.
       77  EDF-HLD-FLAG   PIC 9      VALUE 0.
           88  EDF-HOLD-BLOCKED     VALUE 1.
       77  EDF-HLD-TODAY  PIC X(8)   VALUE SPACES.
           COPY EDUHLDS.
      *
      * WATCH-LIST SCREENING - AN ADD, OR AN UPDATE THAT CHANGES THE
      * NAME, WHOSE NAME KEYS (SEE WLNAMEP) TO A WATCHLST ENTRY (SEE
      * EDUWLS) NOT ALREADY CLEARED FOR THIS CUSTOMER ON WLMATCH (SEE
      * EDUWLMS) IS HELD IN PENDCHG FOR COMPLIANCE REVIEW INSTEAD OF
      * APPLIED. EDF-WL-ENTRY NAMES THE LIST ENTRY HIT; IT RIDES ON
      * THE PENDING ITEM SO EDUAPPR KNOWS WHAT IT IS APPROVING.
       77  EDF-WL-FLAG    PIC 9      VALUE 0.
           88  EDF-WL-HIT           VALUE 1.
       77  EDF-WL-ENTRY   PIC X(10)  VALUE SPACES.
       77  EDF-WL-OLDKEY  PIC X(20)  VALUE SPACES.
           COPY EDUWLS.
           COPY EDUWLMS.
           COPY WLNAMES.
      *
           COPY ALERTW.
           COPY EDUFILAS.
               MOVE 'WRONG COMMAREA LENGTH' TO LOGD
               GO TO WRITEQ.

      * A DRAIN POSTING SKIPS THE LOCK AND AUTHORIZATION GATES AND
      * TAKES THE KEYING OPERATOR FROM THE COMMAREA, SO THE FLAG IS
      * ONLY HONOURED UNDER THE DRAIN TRANSACTION ITSELF. FROM ANY
      * OTHER CALLER IT IS DROPPED AND THE POSTING IS TREATED AS THAT
      * CALLER'S OWN, GATES AND ALL.
           IF COM-WINQ-DRAIN AND EIBTRNID NOT = EDF-DRAIN-TRAN
              MOVE SPACE TO COM-WINQ
           END-IF.

      * WHO THE CHANGE RECORDS NAME - THE TASK'S OWN OPERATOR, EXCEPT
      * FOR A QUEUED POSTING BEING APPLIED AFTER THE BATCH WINDOW,
      * WHICH STAYS WITH THE OPERATOR WHO KEYED IT.
           MOVE EIBOPID  TO EDF-KEY-OPID.
           MOVE EIBTRMID TO EDF-KEY-TERM.
           IF COM-FUNC-POST AND COM-WINQ-DRAIN
              MOVE COM-WQ-OPID TO EDF-KEY-OPID
              MOVE COM-WQ-TERM TO EDF-KEY-TERM
           END-IF.

      * THE ALTERNATE INDEX LOOKUPS KEY ON NAME OR PHONE, NOT ON THE
      * CUSTOMER NUMBER - EVERY OTHER FUNCTION STILL NEEDS COM-NUMB.
            IF COM-NUMB = SPACES
           MOVE SPACES TO COM-RETCODE.
           MOVE SPACES TO COM-MESSAGE.

      * A PAIR LOCKED OUT FOR REPEATED REFUSALS GETS NOTHING AT ALL -
      * NOT EVEN THE FUNCTIONS THAT DO NOT DISCLOSE DATA - UNTIL A
      * SUPERVISOR LIFTS THE LOCK. THE WINDOW DRAIN APPLIES POSTINGS
      * THAT WERE KEYED BEFORE ANY LOCK AND IS LET THROUGH.
           IF NOT (COM-FUNC-POST AND COM-WINQ-DRAIN)
              PERFORM CHECK-LOCK
              IF EDF-PAIR-LOCKED
                 PERFORM REFUSE-LOCKED
                 GO TO WRITEQ
              END-IF
           END-IF.

      * ONLY THE FUNCTIONS THAT ACTUALLY HAND CUSTOMER DATA BACK TO
      * THE CALLER (READ, BROWSE, BOTH ALTERNATE INDEX LOOKUPS,
      * POSTING - WHICH RETURNS THE RESULTING BALANCE - REINSTATE,
      * WHICH RETURNS THE WHOLE RESTORED RECORD, MERGE, WHICH
      * RETURNS THE COMBINED BALANCE, AND REVERSAL, WHICH RETURNS THE
      * NEW BALANCE LIKE A POSTING, AND TRANSFER, WHICH RETURNS THE
      * DEBITED BALANCE) ARE GATED HERE - ADD/UPDATE/DELETE TAKE
      * DATA IN BUT DO NOT DISCLOSE AN EXISTING CUSTOMER'S FIELDS
      * BACK OUT.
           IF COM-FUNC-READ OR COM-FUNC-BROWSE OR COM-FUNC-LOOKNAME
                             OR COM-FUNC-LOOKPHONE OR COM-FUNC-POST
                             OR COM-FUNC-REINST OR COM-FUNC-MERGE
                             OR COM-FUNC-REVERSE OR COM-FUNC-XFER
              PERFORM CHECK-AUTH
              IF NOT EDF-AUTHORIZED
                 PERFORM REFUSE-ACCESS

      * DURING THE EXTRACT'S BATCH WINDOW THE FILE BELONGS TO THE
      * BACKUP - EVERY WRITE IS TURNED AWAY WHOLE, WITH A CODE THE
      * CALLER CAN RETRY ON, BEFORE ANY RECORD IS TOUCHED. A POSTING
      * IS QUEUED FOR WHEN THE WINDOW CLOSES INSTEAD, UNLESS THE
      * CALLER ASKED FOR THE REFUSAL OR THE QUEUE CANNOT TAKE IT.
           IF COM-FUNC-ADD OR COM-FUNC-UPDATE OR COM-FUNC-DELETE
              OR COM-FUNC-POST OR COM-FUNC-REINST OR COM-FUNC-MERGE
              OR COM-FUNC-SETLIM OR COM-FUNC-REVERSE
              OR COM-FUNC-XFER
              PERFORM CHECK-WINDOW
              IF EDF-WINDOW-OPEN AND COM-FUNC-POST
                 AND NOT COM-WINQ-REFUSE
                 PERFORM QUEUE-POSTING
                 IF COM-RETCODE NOT = SPACES
                    GO TO WRITEQ
                 END-IF
              END-IF
              IF EDF-WINDOW-OPEN
                 MOVE '40' TO COM-RETCODE
                 MOVE 'BATCH WINDOW - TRY LATER' TO COM-MESSAGE
              END-IF
           END-IF.

      * A CHANGE THE CUSTOMER'S LEGAL HOLD FORBIDS IS REFUSED BEFORE
      * IT CAN BE QUEUED FOR APPROVAL - NO CHECKER SHOULD BE ASKED TO
      * APPROVE WHAT COULD NEVER BE APPLIED. THE APPLYING PATHS CHECK
      * AGAIN ON THE RECORD THEY HOLD.
           IF NOT COM-APPR-YES
              AND (COM-FUNC-UPDATE OR COM-FUNC-DELETE
                   OR COM-FUNC-MERGE)
              PERFORM PRECHECK-HOLD
              IF EDF-HOLD-BLOCKED
                 GO TO WRITEQ
              END-IF
           END-IF.

      * A NEW CUSTOMER, OR A NAME CHANGE, IS SCREENED AGAINST THE
      * SANCTIONS WATCH LIST BEFORE ANYTHING IS WRITTEN - A MATCH IS
      * HELD FOR COMPLIANCE, WHATEVER THE AMOUNT. THE APPROVAL COMES
      * BACK APPROVED AND IS NOT SCREENED AGAIN.
           IF NOT COM-APPR-YES
              AND (COM-FUNC-ADD OR COM-FUNC-UPDATE)
              PERFORM SCREEN-NAME
              IF EDF-WL-HIT
                 PERFORM HOLD-WATCHLIST
                 GO TO WRITEQ
              END-IF
           END-IF.

           IF COM-FUNC-ADD
              PERFORM DO-ADD
           ELSE
              PERFORM DO-LOOKPHONE
           ELSE
           IF COM-FUNC-POST
              MOVE SPACES TO EDF-PDT-LASTKEY
              PERFORM DO-POST
              MOVE EDF-PDT-LASTKEY TO COM-REVKEY
           ELSE
           IF COM-FUNC-REINST
              PERFORM DO-REINST
                 PERFORM DO-SETLIMIT
              END-IF
           ELSE
      * A REVERSAL DECIDES ITS OWN MAKER/CHECKER HOLD - THE AMOUNT IS
      * ONLY KNOWN ONCE THE ORIGINAL POSTING HAS BEEN READ.
           IF COM-FUNC-REVERSE
              PERFORM DO-REVERSE
           ELSE
      * A TRANSFER OVER THE APPROVAL LIMIT IS HELD LIKE A LARGE
      * UPDATE - DO-TRANSFER VALIDATES THE REQUEST FIRST AND HOLDS IT.
           IF COM-FUNC-XFER
              PERFORM DO-TRANSFER
           ELSE
      * COM-FUNC-READ IS THE ONLY REMAINING VALUE THE AUTHORIZATION
      * GATE ABOVE ALSO TREATS AS DATA-DISCLOSING - USING THE SAME
      * 88-LEVEL HERE (RATHER THAN A BARE CATCH-ALL ELSE) KEEPS AN
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              GO TO FIN-DO-UPDATE.

      * A REPLACEMENT UPDATE THAT LOWERS THE BALANCE TAKES MONEY OUT
      * AS SURELY AS A POSTING DOES - A DEBIT-ONLY FREEZE STOPS IT.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           SET EDF-HLD-CREDIT TO TRUE.
           IF AMOUNT-N NOT NUMERIC
              SET EDF-HLD-DEBIT TO TRUE
           ELSE
              IF COM-AMOUNT NOT NUMERIC OR COM-AMOUNT < AMOUNT-N
                 SET EDF-HLD-DEBIT TO TRUE
              END-IF
           END-IF.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              GO TO FIN-DO-UPDATE.

      * A DORMANT CUSTOMER IS ONLY CHANGED ONCE THE OPERATOR HAS
      * CONFIRMED THE REACTIVATION, AND THE CHANGE THEN BRINGS IT
      * BACK TO 'AC'. AN APPROVED CHANGE HAS BEEN SEEN BY TWO PEOPLE
      * ALREADY AND DOES NOT ASK AGAIN.
           MOVE 0 TO EDF-REACT-SW.
           IF STAT-INACTIVE
              IF NOT COM-REACT-YES AND NOT COM-APPR-YES
                 MOVE '42' TO COM-RETCODE
                 MOVE 'DORMANT - CONFIRM REACTIVATION' TO COM-MESSAGE
                 MOVE 'DORMANT CUST  ' TO LOGD
                 EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
                 GO TO FIN-DO-UPDATE
              ELSE
                 MOVE 1 TO EDF-REACT-SW
              END-IF
           END-IF.

           PERFORM VALIDATE-AMOUNT.
           IF EDF-AMOUNT-INVALID
              MOVE '16' TO COM-RETCODE
           MOVE COM-PHONE   TO PHONE.
           MOVE COM-EMAILX  TO EMAILX.
           MOVE COM-STATUSX TO STATUSX.
           IF EDF-REACTIVATING AND STAT-INACTIVE
              MOVE 'AC' TO STATUSX
           END-IF.
           MOVE COM-COMMENTX TO COMMENTX.
           MOVE COM-AMOUNT  TO AMOUNT-N.
           PERFORM STAMP-DATEX.
      * SEQUENCE, SO TWO INTERLEAVED POSTINGS CAN NO LONGER LOSE A
      * PAYMENT THE WAY READ-ADD-UPDATE CALLERS COULD. THE CALLER
      * SENDS THE DELTA IN COM-AMOUNT AND GETS THE NEW BALANCE BACK.
      * A 'T' IS VALUE-DATED BEFORE THE RECORD IS LOCKED; A REVERSAL
      * COMING THROUGH HERE STAYS ON THE DAY IT WAS KEYED.
           IF COM-FUNC-POST
              PERFORM SET-VALUE-DATE
           END-IF.
           EXEC CICS READ FILE('FILEA') INTO(FILEA) RIDFLD(COM-NUMB)
                KEYLENGTH(6) LENGTH(FLEN) UPDATE NOHANDLE
           END-EXEC.
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              GO TO FIN-DO-POST.

      * A LEGAL HOLD ON THE CUSTOMER - A FULL FREEZE STOPS EVERY
      * POSTING, A DEBIT-ONLY FREEZE THE NEGATIVE ONES. A REVERSAL IS
      * JUDGED BY THE DIRECTION IT MOVES THE MONEY, LIKE ANY POSTING.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           IF COM-AMOUNT < 0
              SET EDF-HLD-DEBIT TO TRUE
           ELSE
              SET EDF-HLD-CREDIT TO TRUE
           END-IF.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              GO TO FIN-DO-POST.

      * THE FIRST POSTING TO A DORMANT CUSTOMER REACTIVATES IT, BUT
      * ONLY ONCE THE OPERATOR HAS CONFIRMED (OR THE POSTING WAS
      * APPROVED). A REVERSAL PUTS RIGHT AN EARLIER POSTING, IS NOT
      * NEW ACTIVITY AND LEAVES THE STATUS ALONE.
           MOVE 0 TO EDF-REACT-SW.
           IF STAT-INACTIVE AND EDF-PDT-LINK-FLAG NOT = 'V'
              IF NOT COM-REACT-YES AND NOT COM-APPR-YES
                 MOVE '42' TO COM-RETCODE
                 MOVE 'DORMANT - CONFIRM REACTIVATION' TO COM-MESSAGE
                 MOVE 'DORMANT CUST  ' TO LOGD
                 EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
                 GO TO FIN-DO-POST
              ELSE
                 MOVE 1 TO EDF-REACT-SW
              END-IF
           END-IF.

           MOVE FILEA TO EDF-BEFORE-IMAGE.

      * A POSTING THAT WOULD PUSH THE BALANCE PAST WHAT THE FIELD

           MOVE COM-AMOUNT TO EDF-POST-DELTA.
           MOVE EDF-POST-NEW TO AMOUNT-N.
           IF EDF-REACTIVATING
              MOVE 'AC' TO STATUSX
           END-IF.
           PERFORM STAMP-DATEX.
           IF VERSN NUMERIC
              MOVE VERSN TO EDF-CURVER
              MOVE AMOUNT-N TO COM-AMOUNT
              MOVE VERSN TO COM-UPDTOKEN
              MOVE 'POSTING APPLIED' TO LOGD
              IF COM-FUNC-POST
                 MOVE EDF-VALDATE TO COM-VALDATE
                 IF EDF-VD-FLAG NOT = SPACE
                    STRING 'POSTED - VALUE DATE ' DELIMITED BY SIZE
                           EDF-VALDATE            DELIMITED BY SIZE
                           INTO COM-MESSAGE
                 END-IF
              END-IF
              PERFORM WRITE-CHANGE
              PERFORM WRITE-POSTDTL.

              MOVE 'ERROR READING ' TO LOGD
              GO TO FIN-DO-DELETE.

      * EVERY TYPE OF LEGAL HOLD KEEPS THE CUSTOMER ON FILE.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           SET EDF-HLD-RETIRE TO TRUE.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              GO TO FIN-DO-DELETE.

           MOVE FILEA TO EDF-BEFORE-IMAGE.

           EXEC CICS DELETE FILE('FILEA') NOHANDLE
           MOVE EIBOPID  TO DEL-OPID.
           MOVE EIBTRMID TO DEL-TERM.
           MOVE EDF-BEFORE-IMAGE TO DEL-IMAGE.
           MOVE EDF-DELARCH-INTO TO DEL-MERGED-INTO.
           MOVE SPACES TO EDF-DELARCH-INTO.
           EXEC CICS WRITE FILE('DELARCH') FROM(DEL-REC)
                RIDFLD(DEL-KEY) KEYLENGTH(14)
                LENGTH(LENGTH OF DEL-REC) NOHANDLE
              GO TO FIN-DO-MERGE.
           MOVE FILEA TO EDF-MRG-VICTIM.

      * THE VICTIM IS RETIRED BY THE MERGE - ANY LEGAL HOLD ON IT
      * STOPS THAT. THE SURVIVOR IS TAKING A POSTING OF THE VICTIM'S
      * BALANCE, A DEBIT WHEN THAT BALANCE IS NEGATIVE.
           MOVE COM-NUMB2 TO EDF-HLD-NUMB.
           SET EDF-HLD-RETIRE TO TRUE.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              GO TO FIN-DO-MERGE.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           IF EDF-MRG-V-AMOUNT-N < 0
              SET EDF-HLD-DEBIT TO TRUE
           ELSE
              SET EDF-HLD-CREDIT TO TRUE
           END-IF.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              GO TO FIN-DO-MERGE.

           EXEC CICS READ FILE('FILEA') INTO(FILEA) RIDFLD(COM-NUMB)
                KEYLENGTH(6) LENGTH(FLEN) UPDATE NOHANDLE
           END-EXEC.

           MOVE EDF-MRG-VICTIM TO EDF-BEFORE-IMAGE.
           MOVE COM-NUMB2 TO EDF-DELARCH-NUMB.
           MOVE COM-NUMB  TO EDF-DELARCH-INTO.
           PERFORM WRITE-DELARCH.
           MOVE SPACES TO FILEA.
           MOVE 'D' TO EDF-CHG-FUNC-W.
      * HAPPENS UNDER ITS OWN CUSTOMER NUMBER AND FUNCTION CODE -
      * THE COMMON EXIT ONLY JOURNALS THE 'M' REQUEST UNDER THE
      * SURVIVOR. TIMESTAMPED HERE BECAUSE COM-HORA IS ONLY FILLED
      * IN LATER BY THE COMMON WRITEQ EXIT. A REVERSAL USES IT THE
      * SAME WAY FOR THE 'T' POSTING BEHIND ITS 'V' REQUEST, AND A
      * TRANSFER FOR THE 'T' POSTING ON EACH OF ITS TWO CUSTOMERS.
           MOVE EIBTRMID TO EDF-JRN-TERM.
           MOVE EIBOPID  TO EDF-JRN-OPID.
           MOVE EDF-MRGJ-NUMB TO EDF-JRN-NUMB.
           END-EXEC.
           PERFORM PUT-JOURNAL-REC.
       FIN-MRGJOURNAL. EXIT.
      *
       DO-REVERSE SECTION.
      * REVERSES ONE POSTDTL POSTING: THE EXACT OPPOSITE AMOUNT GOES
      * THROUGH DO-POST, SO THE BALANCE-FIELD AND CREDIT-LIMIT RULES,
      * VERSION, CHANGE IMAGE AND DETAIL RECORD ARE THE ORDINARY
      * POSTING'S. THE POSTING ITSELF IS CHANGE-CAPTURED AND
      * JOURNALED AS A 'T' (THE COMMON EXIT JOURNALS THE 'V' REQUEST),
      * SO EDUFFWD, EDUFPROF AND THE RECONCILIATIONS NEED NOTHING NEW.
      * THE ORIGINAL IS CLAIMED - FLAGGED 'R' UNDER READ UPDATE -
      * BEFORE ANYTHING IS POSTED, SO TWO OPERATORS REVERSING THE
      * SAME POSTING AT ONCE CANNOT BOTH GET THROUGH; A POSTING
      * REFUSED BY DO-POST RELEASES THE CLAIM AGAIN. ONCE APPLIED,
      * THE ORIGINAL GETS THE REVERSAL'S KEY AND THE REVERSAL THE
      * ORIGINAL'S, AND THE REVERSAL KEY GOES BACK IN COM-REVKEY.
           IF COM-REVKEY(1:6) NOT = COM-NUMB
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID POSTING KEY' TO COM-MESSAGE
              MOVE 'BAD REV KEY   ' TO LOGD
              GO TO FIN-DO-REVERSE.

           MOVE COM-REVKEY TO PDT-KEY.
           EXEC CICS READ FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(PDT-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC) NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              MOVE '04' TO COM-RETCODE
              MOVE 'POSTING NOT FOUND' TO COM-MESSAGE
              MOVE 'POSTING NOTFND' TO LOGD
              GO TO FIN-DO-REVERSE.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR READING POSTDTL' TO COM-MESSAGE
              MOVE 'ERROR POSTDTL ' TO LOGD
              GO TO FIN-DO-REVERSE.
           IF PDT-REVERSED
              MOVE '38' TO COM-RETCODE
              MOVE 'POSTING ALREADY REVERSED' TO COM-MESSAGE
              MOVE 'ALREADY REVRSD' TO LOGD
              GO TO FIN-DO-REVERSE.
           IF PDT-IS-REVERSAL
              MOVE '38' TO COM-RETCODE
              MOVE 'A REVERSAL CANNOT BE REVERSED' TO COM-MESSAGE
              MOVE 'REVERSE OF REV' TO LOGD
              GO TO FIN-DO-REVERSE.
      * ONE LEG OF A TRANSFER BACKED OUT ALONE WOULD LEAVE THE OTHER
      * CUSTOMER'S SIDE STANDING - A TRANSFER IS UNDONE BY A TRANSFER
      * THE OTHER WAY.
           IF PDT-XFER-LEG
              MOVE '38' TO COM-RETCODE
              MOVE 'TRANSFER LEG - TRANSFER BACK' TO COM-MESSAGE
              MOVE 'REVERSE OF XFR' TO LOGD
              GO TO FIN-DO-REVERSE.
           IF PDT-AMOUNT NOT NUMERIC
              MOVE '02' TO COM-RETCODE
              MOVE 'POSTING AMOUNT CORRUPTED' TO COM-MESSAGE
              MOVE 'PDT AMT CORRUPT' TO LOGD
              GO TO FIN-DO-REVERSE.
           COMPUTE EDF-REV-AMT = 0 - PDT-AMOUNT.

      * SAME TWO-PERSON CONTROL AS A LARGE UPDATE - A REVERSAL MOVING
      * MORE THAN THE APPROVAL LIMIT EITHER WAY IS HELD, WITH THE
      * REVERSAL AMOUNT ON THE PENDING ITEM FOR THE CHECKER TO SEE.
           IF NOT COM-APPR-YES
              AND (EDF-REV-AMT > EDF-APPR-LIMIT
                   OR EDF-REV-AMT < 0 - EDF-APPR-LIMIT)
              MOVE EDF-REV-AMT TO COM-AMOUNT
              PERFORM HOLD-PENDING
              GO TO FIN-DO-REVERSE.

           EXEC CICS READ FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(PDT-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC) UPDATE NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR READING POSTDTL' TO COM-MESSAGE
              MOVE 'ERROR POSTDTL ' TO LOGD
              GO TO FIN-DO-REVERSE.
           IF NOT PDT-REV-NONE
              MOVE '38' TO COM-RETCODE
              MOVE 'POSTING ALREADY REVERSED' TO COM-MESSAGE
              MOVE 'ALREADY REVRSD' TO LOGD
              EXEC CICS UNLOCK FILE('POSTDTL') NOHANDLE END-EXEC
              GO TO FIN-DO-REVERSE.
           MOVE PDT-REC TO EDF-REV-SAVE.
           SET PDT-REVERSED TO TRUE.
           MOVE SPACES TO PDT-REV-KEY.
           EXEC CICS REWRITE FILE('POSTDTL') FROM(PDT-REC)
                LENGTH(LENGTH OF PDT-REC) NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR UPDATING POSTDTL' TO COM-MESSAGE
              MOVE 'ERROR POSTDTL ' TO LOGD
              GO TO FIN-DO-REVERSE.

           MOVE EDF-REV-AMT TO COM-AMOUNT.
           MOVE 'V'         TO EDF-PDT-LINK-FLAG.
           MOVE COM-REVKEY  TO EDF-PDT-LINK-KEY.
           MOVE 'T'         TO EDF-CHG-FUNC-W.
           PERFORM DO-POST.
           MOVE SPACE  TO EDF-CHG-FUNC-W EDF-PDT-LINK-FLAG.
           MOVE SPACES TO EDF-PDT-LINK-KEY.

           IF COM-RETCODE NOT = '00'
              PERFORM RELEASE-REVERSAL
              GO TO FIN-DO-REVERSE.

           MOVE PDT-KEY  TO EDF-REV-NEWKEY.
           MOVE COM-NUMB TO EDF-MRGJ-NUMB.
           MOVE 'T'      TO EDF-MRGJ-FUNC.
           PERFORM WRITE-MERGE-JOURNAL.

      * THE ORIGINAL KEEPS ITS 'R' CLAIM WHATEVER HAPPENS HERE - A
      * FAILED PAIRING ONLY LOSES THE POINTER, NEVER THE PROTECTION.
           MOVE COM-REVKEY TO PDT-KEY.
           EXEC CICS READ FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(PDT-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC) UPDATE NOHANDLE
           END-EXEC.
           IF EIBRESP = 0
              MOVE EDF-REV-NEWKEY TO PDT-REV-KEY
              EXEC CICS REWRITE FILE('POSTDTL') FROM(PDT-REC)
                   LENGTH(LENGTH OF PDT-REC) NOHANDLE
              END-EXEC
           END-IF.
           IF EIBRESP NOT = 0
              MOVE 'Reversal applied but original not paired - POSTDTL'
                   TO ALERT-TEXT
              PERFORM ESCALATE
           END-IF.

           MOVE EDF-REV-NEWKEY TO COM-REVKEY.
           MOVE 'POSTING REVERSED' TO COM-MESSAGE.
           MOVE 'POSTING REVRSD' TO LOGD.
       FIN-DO-REVERSE. EXIT.
      *
       RELEASE-REVERSAL SECTION.
      * DO-POST REFUSED THE OPPOSITE AMOUNT (CREDIT LIMIT, BALANCE
      * LIMIT, I/O) - NOTHING WAS POSTED, SO THE ORIGINAL GOES BACK
      * TO REVERSIBLE EXACTLY AS IT WAS. DO-POST'S OWN RETURN CODE
      * AND MESSAGE STAND.
           MOVE EDF-REV-SAVE TO PDT-REC.
           EXEC CICS READ FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(PDT-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC) UPDATE NOHANDLE
           END-EXEC.
           IF EIBRESP = 0
              MOVE EDF-REV-SAVE TO PDT-REC
              EXEC CICS REWRITE FILE('POSTDTL') FROM(PDT-REC)
                   LENGTH(LENGTH OF PDT-REC) NOHANDLE
              END-EXEC
           END-IF.
           IF EIBRESP NOT = 0
              MOVE 'Refused reversal left original claimed - POSTDTL'
                   TO ALERT-TEXT
              PERFORM ESCALATE
           END-IF.
       FIN-RELREV. EXIT.
      *
       DO-TRANSFER SECTION.
      * MOVES COM-AMOUNT FROM COM-NUMB TO COM-NUMB2 AS ONE UNIT OF
      * WORK. BOTH LEGS FIRST PASS THE POSTING RULES - BALANCE FIELD
      * AND EACH CUSTOMER'S OWN CREDIT TERMS - ON A PLAIN READ; ONLY
      * THEN IS THE DEBIT APPLIED, AND THEN THE CREDIT, EACH UNDER ITS
      * OWN READ UPDATE (ONE AT A TIME, AS EVERYWHERE ELSE ON FILEA)
      * WITH THE RULES RE-CHECKED ON THE FRESH BALANCE. A CREDIT LEG
      * REFUSED AT THAT POINT PUTS THE DEBIT BACK (XFER-BACKOUT), SO
      * THE BOOKS ARE NEVER LEFT HALF-MOVED. THE FILE ACTIVITY IS TWO
      * 'T' POSTINGS - CHANGE IMAGE, DETAIL RECORD AND JOURNAL LINE
      * EACH - UNDER THEIR OWN CUSTOMER NUMBERS; THE COMMON EXIT
      * JOURNALS THE 'F' REQUEST ITSELF. THE DEBITED BALANCE COMES
      * BACK IN COM-AMOUNT AND THE TRANSFER REFERENCE IN COM-REVKEY.
           IF COM-NUMB2 = SPACES OR COM-NUMB2 = COM-NUMB
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID TRANSFER ACCOUNT' TO COM-MESSAGE
              MOVE 'BAD XFER ACCT ' TO LOGD
              GO TO FIN-DO-TRANSFER.
           IF COM-AMOUNT NOT NUMERIC OR COM-AMOUNT NOT > 0
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID TRANSFER AMOUNT' TO COM-MESSAGE
              MOVE 'BAD XFER AMT  ' TO LOGD
              GO TO FIN-DO-TRANSFER.

      * A LEGAL HOLD ON EITHER SIDE IS CHECKED BEFORE THE TRANSFER IS
      * QUEUED OR APPLIED - THE DEBITED ACCOUNT UNDER A FULL OR
      * DEBIT-ONLY FREEZE, THE CREDITED ONE UNDER A FULL FREEZE.
           MOVE COM-NUMB  TO EDF-HLD-NUMB.
           SET EDF-HLD-DEBIT TO TRUE.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              GO TO FIN-DO-TRANSFER.
           MOVE COM-NUMB2 TO EDF-HLD-NUMB.
           SET EDF-HLD-CREDIT TO TRUE.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              GO TO FIN-DO-TRANSFER.

           IF NOT COM-APPR-YES AND COM-AMOUNT > EDF-APPR-LIMIT
              PERFORM HOLD-PENDING
              GO TO FIN-DO-TRANSFER.

           SET EDF-XFR-CHECK-ONLY TO TRUE.
           MOVE 'DEBIT'   TO EDF-XFR-SIDE.
           MOVE COM-NUMB  TO EDF-XFR-NUMB.
           COMPUTE EDF-XFR-DELTA = 0 - COM-AMOUNT.
           PERFORM XFER-LEG.
           IF COM-RETCODE NOT = SPACES
              GO TO FIN-DO-TRANSFER.
           MOVE 'CREDIT'  TO EDF-XFR-SIDE.
           MOVE COM-NUMB2 TO EDF-XFR-NUMB.
           MOVE COM-AMOUNT TO EDF-XFR-DELTA.
           PERFORM XFER-LEG.
           IF COM-RETCODE NOT = SPACES
              GO TO FIN-DO-TRANSFER.

           SET EDF-XFR-APPLY TO TRUE.
           MOVE 'DEBIT'   TO EDF-XFR-SIDE.
           MOVE COM-NUMB  TO EDF-XFR-NUMB.
           COMPUTE EDF-XFR-DELTA = 0 - COM-AMOUNT.
           PERFORM XFER-LEG.
           IF COM-RETCODE NOT = SPACES
              GO TO FIN-DO-TRANSFER.
           MOVE EDF-BEFORE-IMAGE TO EDF-XFR-DR-BEFORE.
           MOVE FILEA            TO EDF-XFR-DR-AFTER.
           MOVE EDF-XFR-NEW      TO EDF-XFR-DR-NEW.
           MOVE VERSN            TO EDF-XFR-DR-VER.

           MOVE 'CREDIT'  TO EDF-XFR-SIDE.
           MOVE COM-NUMB2 TO EDF-XFR-NUMB.
           MOVE COM-AMOUNT TO EDF-XFR-DELTA.
           PERFORM XFER-LEG.
           IF COM-RETCODE NOT = SPACES
              PERFORM XFER-BACKOUT
              GO TO FIN-DO-TRANSFER.
           MOVE EDF-BEFORE-IMAGE TO EDF-XFR-CR-BEFORE.
           MOVE FILEA            TO EDF-XFR-CR-AFTER.
           MOVE EDF-XFR-NEW      TO EDF-XFR-CR-NEW.

      * BOTH LEGS STAND. DETAIL RECORDS FIRST - THE DEBIT LEG'S KEY
      * BECOMES THE TRANSFER REFERENCE - THEN THE DEBIT DETAIL IS
      * POINTED AT THE CREDIT DETAIL THE WAY A REVERSAL IS PAIRED.
           MOVE 'X'         TO EDF-PDT-LINK-FLAG.
           MOVE SPACES      TO EDF-PDT-LINK-KEY.
           COMPUTE EDF-POST-DELTA = 0 - COM-AMOUNT.
           MOVE EDF-XFR-DR-NEW TO EDF-POST-NEW.
           MOVE COM-NUMB    TO EDF-PDT-NUMB-W.
           PERFORM WRITE-POSTDTL.
           MOVE PDT-KEY     TO EDF-XFR-DR-KEY.
           MOVE EDF-XFR-DR-KEY TO EDF-PDT-LINK-KEY.
           MOVE COM-AMOUNT  TO EDF-POST-DELTA.
           MOVE EDF-XFR-CR-NEW TO EDF-POST-NEW.
           MOVE COM-NUMB2   TO EDF-PDT-NUMB-W.
           PERFORM WRITE-POSTDTL.
           MOVE PDT-KEY     TO EDF-XFR-CR-KEY.
           MOVE SPACE  TO EDF-PDT-LINK-FLAG.
           MOVE SPACES TO EDF-PDT-LINK-KEY EDF-PDT-NUMB-W.

           MOVE EDF-XFR-DR-KEY TO PDT-KEY.
           EXEC CICS READ FILE('POSTDTL') INTO(PDT-REC)
                RIDFLD(PDT-KEY) KEYLENGTH(25)
                LENGTH(LENGTH OF PDT-REC) UPDATE NOHANDLE
           END-EXEC.
           IF EIBRESP = 0
              MOVE EDF-XFR-CR-KEY TO PDT-REV-KEY
              EXEC CICS REWRITE FILE('POSTDTL') FROM(PDT-REC)
                   LENGTH(LENGTH OF PDT-REC) NOHANDLE
              END-EXEC
           END-IF.
           IF EIBRESP NOT = 0
              MOVE 'Transfer applied but debit leg not paired - POSTDTL'
                   TO ALERT-TEXT
              PERFORM ESCALATE
           END-IF.

      * ONE CHANGE IMAGE PER LEG, BOTH CARRYING THE REFERENCE, SO
      * FORWARD RECOVERY AND THE BALANCE PROOF SEE A MATCHED PAIR.
           MOVE EDF-XFR-DR-KEY    TO EDF-XFR-REF.
           MOVE EDF-XFR-DR-BEFORE TO EDF-BEFORE-IMAGE.
           MOVE EDF-XFR-DR-AFTER  TO FILEA.
           MOVE 'T'      TO EDF-CHG-FUNC-W.
           PERFORM WRITE-CHANGE.
           MOVE EDF-XFR-CR-BEFORE TO EDF-BEFORE-IMAGE.
           MOVE EDF-XFR-CR-AFTER  TO FILEA.
           MOVE 'T'       TO EDF-CHG-FUNC-W.
           MOVE COM-NUMB2 TO EDF-CHG-NUMB-W.
           PERFORM WRITE-CHANGE.
           MOVE SPACES TO EDF-XFR-REF.

           MOVE COM-NUMB  TO EDF-MRGJ-NUMB.
           MOVE 'T'       TO EDF-MRGJ-FUNC.
           PERFORM WRITE-MERGE-JOURNAL.
           MOVE COM-NUMB2 TO EDF-MRGJ-NUMB.
           MOVE 'T'       TO EDF-MRGJ-FUNC.
           PERFORM WRITE-MERGE-JOURNAL.

           MOVE EDF-XFR-DR-NEW TO COM-AMOUNT.
           MOVE EDF-XFR-DR-VER TO COM-UPDTOKEN.
           MOVE EDF-XFR-DR-KEY TO COM-REVKEY.
           MOVE '00' TO COM-RETCODE.
           MOVE 'TRANSFER APPLIED' TO COM-MESSAGE.
           MOVE 'TRANSFER APPLD' TO LOGD.
       FIN-DO-TRANSFER. EXIT.
      *
       XFER-LEG SECTION.
      * ONE LEG OF A TRANSFER - EDF-XFR-DELTA AGAINST EDF-XFR-NUMB.
      * CHECK-ONLY TAKES A PLAIN READ AND STOPS AT THE RULES; APPLY
      * TAKES THE READ UPDATE, RE-CHECKS ON THE FRESH BALANCE AND
      * REWRITES WITH A NEW VERSION, LEAVING THE BEFORE IMAGE IN
      * EDF-BEFORE-IMAGE AND THE RECORD AS WRITTEN IN FILEA. A
      * REFUSAL SETS COM-RETCODE, NAMING THE SIDE IN THE MESSAGE.
           IF EDF-XFR-APPLY
              EXEC CICS READ FILE('FILEA') INTO(FILEA)
                   RIDFLD(EDF-XFR-NUMB) KEYLENGTH(6) LENGTH(FLEN)
                   UPDATE NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS READ FILE('FILEA') INTO(FILEA)
                   RIDFLD(EDF-XFR-NUMB) KEYLENGTH(6) LENGTH(FLEN)
                   NOHANDLE
              END-EXEC
           END-IF.
           IF EIBRESP = DFHRESP(NOTFND)
              MOVE '04' TO COM-RETCODE
              MOVE SPACES TO COM-MESSAGE
              STRING EDF-XFR-SIDE DELIMITED BY SPACE
                     ' ACCOUNT NOT FOUND' DELIMITED BY SIZE
                     INTO COM-MESSAGE
              MOVE 'XFER NOTFND   ' TO LOGD
              GO TO FIN-XFERLEG.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR READING FILEA' TO COM-MESSAGE
              MOVE 'ERROR READING ' TO LOGD
              GO TO FIN-XFERLEG.

           IF AMOUNT-N NOT NUMERIC
              MOVE '02' TO COM-RETCODE
              MOVE SPACES TO COM-MESSAGE
              STRING EDF-XFR-SIDE DELIMITED BY SPACE
                     ' AMOUNT FIELD CORRUPTED' DELIMITED BY SIZE
                     INTO COM-MESSAGE
              MOVE 'AMOUNT CORRUPTED' TO LOGD
              MOVE 'FILEA amount field failed numeric check'
                   TO ALERT-TEXT
              PERFORM ESCALATE
              GO TO XFERLEG-REFUSED.

           MOVE 0 TO EDF-POST-BAD.
           COMPUTE EDF-XFR-NEW = AMOUNT-N + EDF-XFR-DELTA
                   ON SIZE ERROR
                      MOVE 1 TO EDF-POST-BAD
           END-COMPUTE.
           IF EDF-POST-REJECTED OR EDF-XFR-NEW < -999999.99
              OR EDF-XFR-NEW > 999999.99
              MOVE '28' TO COM-RETCODE
              MOVE SPACES TO COM-MESSAGE
              STRING EDF-XFR-SIDE DELIMITED BY SPACE
                     ' REFUSED - BALANCE LIMIT' DELIMITED BY SIZE
                     INTO COM-MESSAGE
              MOVE 'XFER REJECT   ' TO LOGD
              GO TO XFERLEG-REFUSED.

           PERFORM SET-CREDIT-LIMITS.
           IF EDF-XFR-NEW < EDF-LIM-FLOOR
              OR EDF-XFR-NEW > EDF-LIM-CEIL
              MOVE '36' TO COM-RETCODE
              MOVE SPACES TO COM-MESSAGE
              STRING EDF-XFR-SIDE DELIMITED BY SPACE
                     ' REFUSED - CREDIT LIMIT' DELIMITED BY SIZE
                     INTO COM-MESSAGE
              MOVE 'XFER CRLIMIT  ' TO LOGD
              GO TO XFERLEG-REFUSED.

      * EITHER SIDE MAY BE DORMANT; ONE CONFIRMATION COVERS BOTH.
           IF STAT-INACTIVE
              AND NOT COM-REACT-YES AND NOT COM-APPR-YES
              MOVE '42' TO COM-RETCODE
              MOVE SPACES TO COM-MESSAGE
              STRING EDF-XFR-SIDE DELIMITED BY SPACE
                     ' DORMANT - CONFIRM REACT' DELIMITED BY SIZE
                     INTO COM-MESSAGE
              MOVE 'DORMANT CUST  ' TO LOGD
              GO TO XFERLEG-REFUSED.

           IF EDF-XFR-CHECK-ONLY
              GO TO FIN-XFERLEG.

           MOVE FILEA TO EDF-BEFORE-IMAGE.
           MOVE EDF-XFR-NEW TO AMOUNT-N.
           IF STAT-INACTIVE
              MOVE 'AC' TO STATUSX
           END-IF.
           PERFORM STAMP-DATEX.
           IF VERSN NUMERIC
              MOVE VERSN TO EDF-CURVER
           ELSE
              MOVE ZEROS TO EDF-CURVER
           END-IF.
           IF EDF-CURVER >= 99999
              MOVE 1 TO VERSN
           ELSE
              COMPUTE VERSN = EDF-CURVER + 1
           END-IF.
           EXEC CICS REWRITE FILE('FILEA') FROM(FILEA)
                LENGTH(FLEN) NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR POSTING FILEA' TO COM-MESSAGE
              MOVE 'ERROR POSTING ' TO LOGD
           END-IF.
           GO TO FIN-XFERLEG.
       XFERLEG-REFUSED.
           IF EDF-XFR-APPLY
              EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
           END-IF.
       FIN-XFERLEG. EXIT.
      *
       XFER-BACKOUT SECTION.
      * THE CREDIT LEG WAS REFUSED AFTER THE DEBIT WENT IN (ITS
      * BALANCE MOVED BETWEEN THE CHECK AND THE APPLY). THE DEBIT
      * RECORD GOES BACK TO ITS BEFORE IMAGE - BUT ONLY IF IT IS
      * STILL EXACTLY WHAT THE DEBIT WROTE; IF ANOTHER TASK HAS
      * TOUCHED IT SINCE, OR IT CANNOT BE REWRITTEN, THE DEBIT STANDS
      * AS AN ORDINARY POSTING, IS CAPTURED AS ONE SO THE RECOVERY
      * AND RECONCILIATION TRAIL STAYS WHOLE, AND IS ESCALATED FOR A
      * PERSON TO FINISH. THE CREDIT LEG'S RETURN CODE STANDS WHEN
      * THE BACKOUT WORKS.
           EXEC CICS READ FILE('FILEA') INTO(FILEA) RIDFLD(COM-NUMB)
                KEYLENGTH(6) LENGTH(FLEN) UPDATE NOHANDLE
           END-EXEC.
           IF EIBRESP = 0
              IF FILEA = EDF-XFR-DR-AFTER
                 MOVE EDF-XFR-DR-BEFORE TO FILEA
                 EXEC CICS REWRITE FILE('FILEA') FROM(FILEA)
                      LENGTH(FLEN) NOHANDLE
                 END-EXEC
                 IF EIBRESP = 0
                    GO TO FIN-XFERBACK
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE('FILEA') NOHANDLE END-EXEC
              END-IF
           END-IF.

           MOVE EDF-XFR-DR-BEFORE TO EDF-BEFORE-IMAGE.
           MOVE EDF-XFR-DR-AFTER  TO FILEA.
           MOVE 'T'      TO EDF-CHG-FUNC-W.
           PERFORM WRITE-CHANGE.
           COMPUTE EDF-POST-DELTA = 0 - COM-AMOUNT.
           MOVE EDF-XFR-DR-NEW TO EDF-POST-NEW.
           PERFORM WRITE-POSTDTL.
           MOVE COM-NUMB TO EDF-MRGJ-NUMB.
           MOVE 'T'      TO EDF-MRGJ-FUNC.
           PERFORM WRITE-MERGE-JOURNAL.
           MOVE '08' TO COM-RETCODE.
           MOVE 'TRANSFER INCOMPLETE - DEBITED' TO COM-MESSAGE.
           MOVE 'XFER HALF DONE' TO LOGD.
           MOVE 'Transfer credit refused, debit leg not backed out'
                TO ALERT-TEXT.
           PERFORM ESCALATE.
       FIN-XFERBACK. EXIT.
      *
       DO-SETLIMIT SECTION.
      * APPLIES AN APPROVED CREDIT-LIMIT CHANGE: A NON-NEGATIVE
              MOVE 1 TO EDF-WIN-FLAG
           END-IF.
       FIN-CHKWINDOW. EXIT.
      *
       QUEUE-POSTING SECTION.
      * A POSTING KEYED WHILE THE WINDOW IS OPEN GOES ONTO TS EDUFWPQ
      * FOR EDUFQSCE TO APPLY THROUGH THIS PROGRAM WHEN THE WINDOW
      * CLOSES. THE WINDOW IS LOOKED AT AGAIN UNDER THE QUEUE'S ENQ -
      * THE CLOSE TAKES THE SAME ENQ BEFORE IT REMOVES THE MARKER, SO
      * A POSTING EITHER MAKES THE QUEUE BEFORE THE DRAIN OR FINDS
      * THE WINDOW SHUT AND IS APPLIED NORMALLY. THE CUSTOMER, THE
      * AMOUNT, ANY LEGAL HOLD AND DORMANCY ARE CHECKED NOW (FILEA
      * READS KEEP FLOWING IN THE WINDOW); THE REST OF THE POSTING
      * RULES ARE APPLIED WHEN IT IS DRAINED. A
      * QUEUED POSTING BELONGS TO THE NEXT BUSINESS DAY - TONIGHT'S
      * EXTRACT HAS ALREADY BEEN TAKEN WITHOUT IT. A QUEUE WRITE THAT
      * FAILS LEAVES COM-RETCODE BLANK AND THE POSTING IS REFUSED
      * WITH CODE 40 AS BEFORE.
           EXEC CICS ENQ RESOURCE(EDF-WPQ-ENQ)
                LENGTH(LENGTH OF EDF-WPQ-ENQ) NOHANDLE
           END-EXEC.
           PERFORM CHECK-WINDOW.
           IF NOT EDF-WINDOW-OPEN
              GO TO QUEUE-POSTING-DEQ.

           IF COM-AMOUNT NOT NUMERIC
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID POSTING AMOUNT' TO COM-MESSAGE
              MOVE 'INVALID POSTING' TO LOGD
              GO TO QUEUE-POSTING-DEQ.
           EXEC CICS READ FILE('FILEA') INTO(FILEA) RIDFLD(COM-NUMB)
                KEYLENGTH(6) LENGTH(FLEN) NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              MOVE '04' TO COM-RETCODE
              MOVE 'NUMBER NOT FOUND' TO COM-MESSAGE
              MOVE 'NUMBER NOT FOUND' TO LOGD
              GO TO QUEUE-POSTING-DEQ.
           IF EIBRESP NOT = 0
              MOVE '08' TO COM-RETCODE
              MOVE 'ERROR READING FILEA' TO COM-MESSAGE
              MOVE 'ERROR READING ' TO LOGD
              GO TO QUEUE-POSTING-DEQ.
      * A LEGAL HOLD AND A DORMANT CUSTOMER ARE ANSWERED NOW, WHILE
      * THE OPERATOR IS STILL AT THE SCREEN - A HELD POSTING IS
      * REFUSED WITH 44 AND A DORMANT ONE ASKS FOR THE REACTIVATION
      * CONFIRMATION (42) SO THE RE-KEYED POSTING IS QUEUED WITH IT.
      * THE DRAIN CHECKS BOTH AGAIN IN CASE EITHER CHANGED OVERNIGHT.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           IF COM-AMOUNT < 0
              SET EDF-HLD-DEBIT TO TRUE
           ELSE
              SET EDF-HLD-CREDIT TO TRUE
           END-IF.
           PERFORM CHECK-HOLD.
           IF EDF-HOLD-BLOCKED
              GO TO QUEUE-POSTING-DEQ.
           IF STAT-INACTIVE AND NOT COM-REACT-YES AND NOT COM-APPR-YES
              MOVE '42' TO COM-RETCODE
              MOVE 'DORMANT - CONFIRM REACTIVATION' TO COM-MESSAGE
              MOVE 'DORMANT CUST  ' TO LOGD
              GO TO QUEUE-POSTING-DEQ.

           MOVE 1 TO EDF-VD-NEXT-SW.
           PERFORM SET-VALUE-DATE.
           MOVE SPACES          TO WPQ-REC.
           MOVE COM-NUMB        TO WPQ-NUMB.
           MOVE COM-AMOUNT      TO WPQ-AMOUNT.
           MOVE COM-REACTIVATE  TO WPQ-REACTIVATE.
           MOVE EDF-VALDATE     TO WPQ-VALDATE.
           MOVE EIBOPID         TO WPQ-OPID.
           MOVE EIBTRMID        TO WPQ-TERM.
           MOVE EDF-VD-TODAY    TO WPQ-FECHA.
           MOVE EDF-VD-NOW      TO WPQ-HORA.
           EXEC CICS WRITEQ TS QUEUE('EDUFWPQ') FROM(WPQ-REC)
                LENGTH(LENGTH OF WPQ-REC)
                RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Batch window posting queue EDUFWPQ write failed'
                   TO ALERT-TEXT
              PERFORM ESCALATE
              GO TO QUEUE-POSTING-DEQ.

           MOVE 1 TO EDF-WPQ-SW.
           MOVE '46' TO COM-RETCODE.
           STRING 'QUEUED - VALUE DATE ' DELIMITED BY SIZE
                  EDF-VALDATE            DELIMITED BY SIZE
                  INTO COM-MESSAGE.
           MOVE EDF-VALDATE TO COM-VALDATE.
           MOVE 'POSTING QUEUED' TO LOGD.
       QUEUE-POSTING-DEQ.
           EXEC CICS DEQ RESOURCE(EDF-WPQ-ENQ)
                LENGTH(LENGTH OF EDF-WPQ-ENQ) NOHANDLE
           END-EXEC.
       FIN-QUEUEPOST. EXIT.
      *
       SET-VALUE-DATE SECTION.
      * THE BUSINESS DAY A 'T' POSTING COUNTS IN. BEFORE THE CUTOFF ON
      * A WORKING DAY IT IS TODAY; AT OR AFTER THE CUTOFF, OR FOR A
      * POSTING QUEUED BY THE BATCH WINDOW, THE DAY AFTER - EITHER WAY
      * PUSHED A DAY AT A TIME PAST ANY RUN OF HOLCAL HOLIDAYS, THE
      * SAME ROLL EDUFSORD GIVES A STANDING ORDER. EDF-VD-FLAG SAYS
      * WHICH RULE MOVED THE DATE (BLANK WHEN IT DID NOT MOVE).
           EXEC CICS ASKTIME ABSTIME(EDF-CHG-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EDF-CHG-TIME)
                YYYYMMDD(EDF-VD-TODAY) TIME(EDF-VD-NOW) NOHANDLE
           END-EXEC.
           PERFORM VD-GET-CUTOFF.
           MOVE EDF-VD-TODAY TO EDF-VD-DT.
           MOVE SPACE TO EDF-VD-FLAG.
           IF EDF-VD-FORCE-NEXT
              MOVE 'W' TO EDF-VD-FLAG
              PERFORM VD-ADD-ONE-DAY
           ELSE
              IF EDF-VD-NOW NOT < EDF-VD-CUTOFF
                 MOVE 'C' TO EDF-VD-FLAG
                 PERFORM VD-ADD-ONE-DAY
              END-IF
           END-IF.
           MOVE 0 TO EDF-VD-TRIES.
           PERFORM VD-CHECK-HOLIDAY.
           IF EDF-VD-HOLIDAY AND EDF-VD-FLAG = SPACE
              MOVE 'H' TO EDF-VD-FLAG
           END-IF.
           PERFORM VD-ROLL-ONE-DAY UNTIL NOT EDF-VD-HOLIDAY
                                      OR EDF-VD-TRIES > 31.
      * A QUEUED POSTING BEING APPLIED KEEPS THE DATE ITS OPERATOR WAS
      * GIVEN, UNLESS THE DRAIN ITSELF RUNS LATE ENOUGH TO EARN A
      * LATER ONE - A VALUE DATE IS NEVER MOVED BACK.
           IF COM-WINQ-DRAIN
              IF COM-VALDATE NUMERIC AND COM-VALDATE > EDF-VD-DT
                 MOVE COM-VALDATE TO EDF-VD-DT
              END-IF
              MOVE 'W' TO EDF-VD-FLAG
           END-IF.
           MOVE EDF-VD-DT TO EDF-VALDATE.
           IF EDF-VALDATE = EDF-VD-TODAY
              MOVE SPACE TO EDF-VD-FLAG
           END-IF.
       FIN-SETVALDATE. EXIT.
      *
       VD-GET-CUTOFF SECTION.
      * TODAY'S CUTOFF FROM ONLCTL. NO RECORD FOR THE DATE, A FILE THAT
      * CANNOT BE READ, OR A TIME THAT IS NOT A TIME OF DAY ALL LEAVE
      * THE HOUSE DEFAULT - THE POSTING IS NEVER REFUSED FOR IT.
           MOVE EDF-VD-CUT-DFLT TO EDF-VD-CUTOFF.
           MOVE EDF-VD-TODAY TO ONL-KEY.
           EXEC CICS READ FILE('ONLCTL') INTO(ONL-REC)
                RIDFLD(ONL-KEY) KEYLENGTH(8)
                LENGTH(LENGTH OF ONL-REC)
                RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-VDGETCUT.
           IF ONL-CUTOFF NOT NUMERIC
              GO TO FIN-VDGETCUT.
           IF ONL-CUT-HH > 23 OR ONL-CUT-MM > 59 OR ONL-CUT-SS > 59
              GO TO FIN-VDGETCUT.
           MOVE ONL-CUTOFF TO EDF-VD-CUTOFF.
       FIN-VDGETCUT. EXIT.
      *
       VD-ROLL-ONE-DAY SECTION.
           ADD 1 TO EDF-VD-TRIES.
           PERFORM VD-ADD-ONE-DAY.
           PERFORM VD-CHECK-HOLIDAY.
       FIN-VDROLLDAY. EXIT.
      *
       VD-CHECK-HOLIDAY SECTION.
      * ONE KEYED READ OF THE SHOP CALENDAR, AS INITTRAN DOES IT. A
      * CALENDAR THAT CANNOT BE READ COUNTS AS NO HOLIDAY - THE
      * POSTING IS NEVER REFUSED FOR IT.
           MOVE 0 TO EDF-VD-HOL-SW.
           MOVE EDF-VD-DT TO HOL-DATE.
           EXEC CICS READ FILE('HOLCAL') INTO(HOL-REC)
                RIDFLD(HOL-DATE) KEYLENGTH(8)
                LENGTH(LENGTH OF HOL-REC)
                RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP = DFHRESP(NORMAL)
              MOVE 1 TO EDF-VD-HOL-SW
           END-IF.
       FIN-VDCHKHOL. EXIT.
      *
       VD-ADD-ONE-DAY SECTION.
      * SAME CALENDAR STEP AS EDUFSORD'S ADD-ONE-DAY.
           IF EDF-VD-MM = 4 OR EDF-VD-MM = 6 OR EDF-VD-MM = 9
              OR EDF-VD-MM = 11
              MOVE 30 TO EDF-VD-MAXDD
           ELSE
           IF EDF-VD-MM = 2
              DIVIDE EDF-VD-YYYY BY 4 GIVING EDF-VD-LEAP-Q
                     REMAINDER EDF-VD-LEAP-R
              IF EDF-VD-LEAP-R = 0
                 MOVE 29 TO EDF-VD-MAXDD
              ELSE
                 MOVE 28 TO EDF-VD-MAXDD
              END-IF
           ELSE
              MOVE 31 TO EDF-VD-MAXDD.
           IF EDF-VD-DD < EDF-VD-MAXDD
              ADD 1 TO EDF-VD-DD
           ELSE
              MOVE 1 TO EDF-VD-DD
              IF EDF-VD-MM < 12
                 ADD 1 TO EDF-VD-MM
              ELSE
                 MOVE 1 TO EDF-VD-MM
                 ADD 1 TO EDF-VD-YYYY
              END-IF
           END-IF.
       FIN-VDADDDAY. EXIT.
      *
       PRECHECK-HOLD SECTION.
      * THE HOLD CHECK FOR AN UPDATE, DELETE OR MERGE NOT YET
      * APPROVED, MADE BEFORE ANYTHING IS READ: AN UPDATE IS REFUSED
      * ONLY UNDER A FULL FREEZE HERE (WHETHER IT DEBITS IS KNOWN
      * ONCE DO-UPDATE HAS THE RECORD), A DELETE UNDER ANY HOLD, A
      * MERGE UNDER ANY HOLD ON THE VICTIM OR A FULL FREEZE ON THE
      * SURVIVOR.
           MOVE 0 TO EDF-HLD-FLAG.
           IF COM-FUNC-MERGE AND COM-NUMB2 NOT = SPACES
              MOVE COM-NUMB2 TO EDF-HLD-NUMB
              SET EDF-HLD-RETIRE TO TRUE
              PERFORM CHECK-HOLD
              IF EDF-HOLD-BLOCKED
                 GO TO FIN-PRECHKHOLD
              END-IF
           END-IF.
           MOVE COM-NUMB TO EDF-HLD-NUMB.
           IF COM-FUNC-DELETE
              SET EDF-HLD-RETIRE TO TRUE
           ELSE
              SET EDF-HLD-CREDIT TO TRUE
           END-IF.
           PERFORM CHECK-HOLD.
       FIN-PRECHKHOLD. EXIT.
      *
       CHECK-HOLD SECTION.
      * THE LEGAL HOLD ON EDF-HLD-NUMB, IF ONE IS IN FORCE, AGAINST
      * THE CLASS OF OPERATION IN EDF-HLD-CLASS - 'C' CREDIT OR NO
      * MONEY MOVED, 'B' DEBIT, 'X' DELETE OR MERGE AWAY. A FULL
      * FREEZE BLOCKS ALL THREE, A DEBIT-ONLY FREEZE 'B' AND 'X', A
      * NO-DELETE HOLD 'X'. A BLOCKED OPERATION LEAVES RETURN CODE 44
      * AND THE HOLD'S MESSAGE IN THE COMMAREA; THE CALLER RELEASES
      * WHATEVER IT HAS LOCKED. A HOLD FILE THAT CANNOT BE READ BLOCKS
      * AND ESCALATES - A COURT ORDER IS NOT LEFT TO CHANCE.
           MOVE 0 TO EDF-HLD-FLAG.
           EXEC CICS READ FILE('LGLHOLD') INTO(HLD-REC)
                RIDFLD(EDF-HLD-NUMB) KEYLENGTH(6)
                LENGTH(LENGTH OF HLD-REC) RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP = DFHRESP(NOTFND)
              GO TO FIN-CHKHOLD.
           IF EDF-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO EDF-HLD-FLAG
              MOVE '44' TO COM-RETCODE
              MOVE 'LEGAL HOLD FILE ERROR' TO COM-MESSAGE
              MOVE 'LGLHOLD ERROR ' TO LOGD
              MOVE 'READ LGLHOLD failed - held operations refused'
                   TO ALERT-TEXT
              PERFORM ESCALATE
              GO TO FIN-CHKHOLD.
           IF NOT HLD-ACTIVE
              GO TO FIN-CHKHOLD.
           IF HLD-EXPIRY NOT = SPACES
              EXEC CICS ASKTIME ABSTIME(EDF-CHG-TIME) NOHANDLE
              END-EXEC
              EXEC CICS FORMATTIME ABSTIME(EDF-CHG-TIME)
                   YYYYMMDD(EDF-HLD-TODAY) NOHANDLE
              END-EXEC
              IF HLD-EXPIRY < EDF-HLD-TODAY
                 GO TO FIN-CHKHOLD
              END-IF
           END-IF.

           IF HLD-FULL
              MOVE 1 TO EDF-HLD-FLAG
              MOVE 'LEGAL HOLD - ACCOUNT FROZEN' TO COM-MESSAGE.
           IF HLD-DEBIT AND NOT EDF-HLD-CREDIT
              MOVE 1 TO EDF-HLD-FLAG
              MOVE 'LEGAL HOLD - DEBITS FROZEN' TO COM-MESSAGE.
           IF HLD-NODELETE AND EDF-HLD-RETIRE
              MOVE 1 TO EDF-HLD-FLAG
              MOVE 'LEGAL HOLD - NO DELETE' TO COM-MESSAGE.
           IF EDF-HOLD-BLOCKED
              MOVE '44' TO COM-RETCODE
              MOVE 'LEGAL HOLD    ' TO LOGD
           END-IF.
       FIN-CHKHOLD. EXIT.
      *
       TRACK-ACCESS SECTION.
      * THE ROLLING WINDOW LIVES IN TS EA+OPID, THE SAME CROSS-TASK
      * ANY SEMANTICS THE OLD IN-PROGRAM TABLE HAD.
           MOVE 0 TO EDF-AUTH-FLAG.

      * A QUEUED POSTING WAS PUT THROUGH THIS GATE WHEN IT WAS KEYED;
      * THE DRAIN APPLYING IT RUNS UNDER THE WINDOW TRANSACTION.
           IF COM-FUNC-POST AND COM-WINQ-DRAIN
              MOVE 1 TO EDF-AUTH-FLAG
              GO TO FIN-CHECKAUTH.

           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           PERFORM READ-PROFILE.
           MOVE 'Customer data request refused - operator/terminal'
                TO ALERT-TEXT.
           PERFORM ESCALATE.
      * THE REFUSAL IS NO LONGER FORGOTTEN ONCE IT IS ANSWERED - IT IS
      * COUNTED AGAINST THE PAIR AND LOGGED, AND THE ONE THAT REACHES
      * THE LIMIT LOCKS THE PAIR.
           PERFORM COUNT-REFUSAL.
           SET SVL-REFUSED TO TRUE.
           PERFORM WRITE-VIOLATION.
           IF EDF-VIO-COUNT NOT < EDF-VIO-LIMIT
              PERFORM LOCK-PAIR
           END-IF.
       FIN-REFUSE. EXIT.
      *
       CHECK-LOCK SECTION.
      * ONE KEYED READ OF THE EXACT PAIR - THE LOCK IS ONLY EVER SET
      * ON THE EXACT OPERATOR/TERMINAL RECORD, NEVER ON THE ANY-SIDE
      * PROFILES THE PAIR MAY BE AUTHORIZED BY.
           MOVE 0 TO EDF-LOCK-FLAG.
           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) NOHANDLE
           END-EXEC.
           IF EIBRESP = 0 AND SEC-LOCKED
              MOVE 1 TO EDF-LOCK-FLAG
           END-IF.
       FIN-CHECKLOCK. EXIT.
      *
       REFUSE-LOCKED SECTION.
      * NO ALERT PER REQUEST - THE LOCK ITSELF RAISED THE CRITICAL.
      * EACH ATTEMPT IS STILL LOGGED FOR THE DAILY REPORT.
           MOVE '12' TO COM-RETCODE.
           MOVE 'OPERATOR/TERMINAL LOCKED' TO COM-MESSAGE.
           MOVE 'LOCKED - REFUSED' TO LOGD.
           MOVE 0 TO EDF-VIO-COUNT.
           SET SVL-REFUSED-LOCKED TO TRUE.
           PERFORM WRITE-VIOLATION.
       FIN-REFUSELOCK. EXIT.
      *
       COUNT-REFUSAL SECTION.
      * SAME READ-BUMP-REWRITE OF ITEM 1 AS TRACK-ACCESS. AN EXPIRED
      * WINDOW STARTS THE COUNT AGAIN FROM THIS REFUSAL.
           PERFORM GET-VIO-LIMITS.
           MOVE SPACES TO EDF-VIO-QNAME.
           STRING 'V' EIBOPID EIBTRMID DELIMITED BY SIZE
                  INTO EDF-VIO-QNAME.
           EXEC CICS ASKTIME ABSTIME(EDF-VIO-TIME) NOHANDLE END-EXEC.

           MOVE 0 TO EDF-VIO-FLAG.
           EXEC CICS READQ TS QUEUE(EDF-VIO-QNAME) INTO(EDF-VIO-REC)
                LENGTH(LENGTH OF EDF-VIO-REC) ITEM(1)
                RESP(EDF-VIO-RESP) NOHANDLE
           END-EXEC.
           IF EDF-VIO-RESP = DFHRESP(NORMAL)
              MOVE 1 TO EDF-VIO-FLAG
              COMPUTE EDF-VIO-ELAPSED = EDF-VIO-TIME - EDF-VIO-START
              IF EDF-VIO-ELAPSED > EDF-VIO-WINDOW-MIN * 60000
                 OR EDF-VIO-COUNT NOT NUMERIC
                 MOVE EDF-VIO-TIME TO EDF-VIO-START
                 MOVE 1 TO EDF-VIO-COUNT
              ELSE
                 IF EDF-VIO-COUNT < 999
                    ADD 1 TO EDF-VIO-COUNT
                 END-IF
              END-IF
           ELSE
              MOVE EDF-VIO-TIME TO EDF-VIO-START
              MOVE 1 TO EDF-VIO-COUNT
           END-IF.

           IF EDF-VIO-TS-EXISTS
              EXEC CICS WRITEQ TS QUEUE(EDF-VIO-QNAME)
                   FROM(EDF-VIO-REC) LENGTH(LENGTH OF EDF-VIO-REC)
                   ITEM(1) REWRITE RESP(EDF-VIO-RESP) NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITEQ TS QUEUE(EDF-VIO-QNAME)
                   FROM(EDF-VIO-REC) LENGTH(LENGTH OF EDF-VIO-REC)
                   RESP(EDF-VIO-RESP) NOHANDLE
              END-EXEC
           END-IF.
       FIN-COUNTREF. EXIT.
      *
       GET-VIO-LIMITS SECTION.
      * THE LOCKOUT LIMIT AND ITS WINDOW FROM THE ONLCTL SECURITY
      * RECORD, EACH FALLING BACK TO ITS DEFAULT WHEN THE RECORD IS
      * MISSING OR THE VALUE IS NOT A NUMBER ABOVE ZERO.
           MOVE EDF-VIO-LIMIT-DFLT  TO EDF-VIO-LIMIT.
           MOVE EDF-VIO-WINDOW-DFLT TO EDF-VIO-WINDOW-MIN.
           MOVE 'SECURITY' TO ONL-KEY.
           EXEC CICS READ FILE('ONLCTL') INTO(ONL-REC)
                RIDFLD(ONL-KEY) KEYLENGTH(8)
                LENGTH(LENGTH OF ONL-REC)
                RESP(EDF-VIO-RESP) NOHANDLE
           END-EXEC.
           IF EDF-VIO-RESP NOT = DFHRESP(NORMAL)
              GO TO FIN-GETVIOLIM.
           IF ONL-VIO-LIMIT NUMERIC AND ONL-VIO-LIMIT-N > 0
              MOVE ONL-VIO-LIMIT-N TO EDF-VIO-LIMIT
           END-IF.
           IF ONL-VIO-WINDOW NUMERIC AND ONL-VIO-WINDOW-N > 0
              MOVE ONL-VIO-WINDOW-N TO EDF-VIO-WINDOW-MIN
           END-IF.
       FIN-GETVIOLIM. EXIT.
      *
       WRITE-VIOLATION SECTION.
      * THE CALLER HAS SET SVL-TYPE AND EDF-VIO-COUNT. A DUPLICATE KEY
      * (TWO VIOLATIONS IN THE SAME SECOND) STEPS THE SEQUENCE, AS
      * ALERTESC DOES FOR ALRTHIST. A FAILED WRITE NEVER CHANGES THE
      * ANSWER THE CALLER GETS.
           MOVE SPACES TO SVL-REC.
           EXEC CICS ASKTIME ABSTIME(EDF-VIO-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EDF-VIO-TIME)
                YYYYMMDD(SVL-DATE)
                TIME(SVL-TIME) TIMESEP NOHANDLE
           END-EXEC.
           MOVE ZEROS         TO SVL-SEQ.
           MOVE EIBOPID       TO SVL-OPID.
           MOVE EIBTRMID      TO SVL-TRMID.
           MOVE EIBTRNID      TO SVL-TRAN.
           MOVE COM-FUNCTION  TO SVL-FUNC.
           MOVE COM-NUMB      TO SVL-NUMB.
           MOVE EDF-VIO-COUNT TO SVL-COUNT.
           MOVE 0 TO EDF-VIO-TRIES.
       WRITE-VIO-TRY.
           EXEC CICS WRITE FILE('SECVIOL') FROM(SVL-REC)
                RIDFLD(SVL-KEY) KEYLENGTH(19)
                LENGTH(LENGTH OF SVL-REC) NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(DUPREC) AND EDF-VIO-TRIES < 9
              ADD 1 TO EDF-VIO-TRIES
              ADD 1 TO SVL-SEQ
              GO TO WRITE-VIO-TRY
           END-IF.
       FIN-WRITEVIO. EXIT.
      *
       LOCK-PAIR SECTION.
      * FLAGS THE EXACT PAIR ON SECPROF. A PAIR WITH NO EXACT PROFILE
      * (AUTHORIZED, OR NOT, BY AN ANY-SIDE ONE) GETS A RECORD OF ITS
      * OWN WITH NO PERMISSIONS, MARKED AS MADE BY THE LOCKOUT SO
      * SECPMNT REMOVES IT AGAIN ON UNLOCK. A TASK WITH NEITHER AN
      * OPERATOR NOR A TERMINAL HAS NO PAIR TO LOCK - ITS REFUSALS
      * ARE STILL LOGGED. THE COUNTER IS DROPPED ONCE THE LOCK IS ON.
           IF EIBOPID = SPACES AND EIBTRMID = SPACES
              GO TO FIN-LOCKPAIR.
           MOVE EIBOPID  TO SEC-OPID.
           MOVE EIBTRMID TO SEC-TRMID.
           EXEC CICS READ FILE('SECPROF') INTO(SEC-REC)
                RIDFLD(SEC-KEY) KEYLENGTH(7)
                LENGTH(LENGTH OF SEC-REC) UPDATE
                RESP(EDF-VIO-RESP) NOHANDLE
           END-EXEC.
           IF EDF-VIO-RESP = DFHRESP(NORMAL)
              IF SEC-LOCKED
                 EXEC CICS UNLOCK FILE('SECPROF') NOHANDLE END-EXEC
                 GO TO FIN-LOCKPAIR
              END-IF
              MOVE SPACE TO SEC-LOCK-ORIGIN
              PERFORM STAMP-LOCK
              EXEC CICS REWRITE FILE('SECPROF') FROM(SEC-REC)
                   LENGTH(LENGTH OF SEC-REC)
                   RESP(EDF-VIO-RESP) NOHANDLE
              END-EXEC
           ELSE
           IF EDF-VIO-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO SEC-REC
              MOVE EIBOPID  TO SEC-OPID
              MOVE EIBTRMID TO SEC-TRMID
              MOVE 'N' TO SEC-ALLOW-DATA
              MOVE 'N' TO SEC-ALLOW-MNT
              SET SEC-LOCK-MADE TO TRUE
              PERFORM STAMP-LOCK
              EXEC CICS WRITE FILE('SECPROF') FROM(SEC-REC)
                   RIDFLD(SEC-KEY) KEYLENGTH(7)
                   LENGTH(LENGTH OF SEC-REC)
                   RESP(EDF-VIO-RESP) NOHANDLE
              END-EXEC
           END-IF
           END-IF.
           IF EDF-VIO-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SECPROF LOCK FAILED' TO LOGD
              MOVE 'Lockout could not be set on SECPROF - operator'
                   TO ALERT-TEXT
              PERFORM ESCALATE
              GO TO FIN-LOCKPAIR
           END-IF.

           MOVE 'ACCESS REFUSED - LOCKED' TO LOGD.
           SET SVL-LOCK-SET TO TRUE.
           PERFORM WRITE-VIOLATION.
           SET ALERT-CRITICAL TO TRUE.
           MOVE 'EDUFILAP' TO ALERT-SOURCE.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'Operator/terminal locked after refusals: '
                  DELIMITED BY SIZE
                  EIBOPID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EIBTRMID DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM LINK-ALERT.
           EXEC CICS DELETEQ TS QUEUE(EDF-VIO-QNAME)
                RESP(EDF-VIO-RESP) NOHANDLE
           END-EXEC.
       FIN-LOCKPAIR. EXIT.
      *
       STAMP-LOCK SECTION.
           SET SEC-LOCKED TO TRUE.
           EXEC CICS FORMATTIME ABSTIME(EDF-VIO-TIME)
                YYYYMMDD(SEC-LOCK-DATE)
                TIME(SEC-LOCK-TIME) TIMESEP NOHANDLE
           END-EXEC.
       FIN-STAMPLOCK. EXIT.
      *
       CHK-LOOKUP-RESP SECTION.
      * SHARED EIBRESP CHECK FOR BOTH ALTERNATE INDEX LOOKUPS ABOVE.
           MOVE COM-EMAILX   TO PND-EMAILX.
           MOVE COM-STATUSX  TO PND-STATX.
           MOVE COM-COMMENTX TO PND-COMMENTX.
           IF COM-FUNC-REVERSE
              MOVE SPACES     TO PND-COMMENTX
              MOVE COM-REVKEY TO PND-REVKEY
           END-IF.
           IF COM-AMOUNT NUMERIC
              MOVE COM-AMOUNT TO PND-AMOUNT
           ELSE
           SET PND-PENDING   TO TRUE.
           MOVE SPACES       TO PND-CHECKER.
           MOVE COM-NUMB2    TO PND-NUMB2.
           MOVE EDF-WL-ENTRY TO PND-WLHIT.
           IF COM-CRODLIM NUMERIC
              MOVE COM-CRODLIM TO PND-CRODLIM
           ELSE
              MOVE 'HELD FOR APPROVAL' TO COM-MESSAGE
              MOVE 'CHANGE HELD   ' TO LOGD.
       FIN-HOLDPEND. EXIT.
      *
       SCREEN-NAME SECTION.
      * THE NAME AN ADD OR UPDATE WOULD WRITE, KEYED THE WAY EDUFWLLD
      * KEYED THE LIST AND LOOKED UP ON WATCHLST. AN UPDATE THAT
      * LEAVES THE NAME'S KEY AS IT WAS IS NOT SCREENED AGAIN - THE
      * NIGHTLY EDUFWLSC RESCAN COVERS STANDING CUSTOMERS. A HIT
      * COMPLIANCE HAS ALREADY CLEARED FOR THIS CUSTOMER ON WLMATCH
      * PASSES. A WATCHLST THAT CANNOT BE READ HOLDS THE CHANGE AND
      * ESCALATES - AN UNSCREENED NAME IS NOT LET THROUGH.
           MOVE 0 TO EDF-WL-FLAG.
           MOVE SPACES TO EDF-WL-ENTRY.
           IF COM-NAME = SPACES
              GO TO FIN-SCREENNAME.

           IF COM-FUNC-UPDATE
              EXEC CICS READ FILE('FILEA') INTO(FILEA)
                   RIDFLD(COM-NUMB) KEYLENGTH(6) LENGTH(FLEN)
                   RESP(EDF-RESP) NOHANDLE
              END-EXEC
              IF EDF-RESP NOT = DFHRESP(NORMAL)
                 GO TO FIN-SCREENNAME
              END-IF
              MOVE NAME TO WLN-IN
              PERFORM WLNAME-KEY
              MOVE WLN-KEY TO EDF-WL-OLDKEY
           END-IF.

           MOVE COM-NAME TO WLN-IN.
           PERFORM WLNAME-KEY.
           IF WLN-KEY = SPACES
              GO TO FIN-SCREENNAME.
           IF COM-FUNC-UPDATE AND WLN-KEY = EDF-WL-OLDKEY
              GO TO FIN-SCREENNAME.

           MOVE WLN-KEY TO WL-KEY.
           EXEC CICS READ FILE('WATCHLST') INTO(WL-REC)
                RIDFLD(WL-KEY) KEYLENGTH(20)
                LENGTH(LENGTH OF WL-REC) RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP = DFHRESP(NOTFND)
              GO TO FIN-SCREENNAME.
           IF EDF-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO EDF-WL-FLAG
              MOVE 'UNSCREENED' TO EDF-WL-ENTRY
              MOVE 'READ WATCHLST failed - change held unscreened'
                   TO ALERT-TEXT
              PERFORM ESCALATE
              GO TO FIN-SCREENNAME.

           MOVE COM-NUMB TO WLM-NUMB.
           MOVE WL-KEY   TO WLM-WLKEY.
           EXEC CICS READ FILE('WLMATCH') INTO(WLM-REC)
                RIDFLD(WLM-KEY) KEYLENGTH(26)
                LENGTH(LENGTH OF WLM-REC) RESP(EDF-RESP) NOHANDLE
           END-EXEC.
           IF EDF-RESP = DFHRESP(NORMAL) AND WLM-CLEARED
              GO TO FIN-SCREENNAME.
           MOVE 1 TO EDF-WL-FLAG.
           MOVE WL-ENTRY TO EDF-WL-ENTRY.
       FIN-SCREENNAME. EXIT.
      *
       HOLD-WATCHLIST SECTION.
      * THE CHANGE IS EDITED AS DO-ADD / DO-UPDATE WOULD EDIT IT, SO
      * COMPLIANCE IS NEVER ASKED TO APPROVE WHAT COULD NOT BE
      * APPLIED, THEN CAPTURED TO PENDCHG WITH THE LIST ENTRY ON IT.
      * AN AUTO-NUMBERED ADD IS HELD UNDER '******' AND GETS ITS
      * NUMBER WHEN THE APPROVAL APPLIES IT.
           PERFORM VALIDATE-AMOUNT.
           IF EDF-AMOUNT-INVALID
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID AMOUNT VALUE' TO COM-MESSAGE
              MOVE 'INVALID AMOUNT ' TO LOGD
              GO TO FIN-HOLDWL.

           PERFORM VALIDATE-NEW-FIELDS.
           IF EDF-NEWF-INVALID
              GO TO FIN-HOLDWL.

           IF COM-FUNC-ADD
              AND (COM-NUMB = '000000' OR COM-NUMB = '999999')
              MOVE '16' TO COM-RETCODE
              MOVE 'INVALID CUSTOMER NUMBER' TO COM-MESSAGE
              MOVE 'RESERVED NUMB ' TO LOGD
              GO TO FIN-HOLDWL.

           PERFORM HOLD-PENDING.
           IF COM-RETCODE NOT = '30'
              GO TO FIN-HOLDWL.
           MOVE 'HELD - WATCH LIST REVIEW' TO COM-MESSAGE.
           MOVE 'WATCHLST HELD ' TO LOGD.
           SET ALERT-WARN TO TRUE.
           MOVE 'EDUFILAP' TO ALERT-SOURCE.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'Watch-list hit held for review cust '
                  DELIMITED BY SIZE
                  COM-NUMB DELIMITED BY SIZE
                  ' entry ' DELIMITED BY SIZE
                  EDF-WL-ENTRY DELIMITED BY SPACE
                  INTO ALERT-TEXT.
           PERFORM LINK-ALERT.
       FIN-HOLDWL. EXIT.
      *
       WRITE-CHANGE SECTION.
      * ONE CHANGE-IMAGE RECORD PER SUCCESSFUL ADD/UPDATE/DELETE -
           ELSE
              MOVE COM-NUMB TO EDC-CHG-NUMB
           END-IF.
           MOVE EDF-KEY-OPID TO EDC-CHG-OPID.
           MOVE EDF-KEY-TERM TO EDC-CHG-TERM.
           EXEC CICS ASKTIME ABSTIME(EDF-CHG-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EDF-CHG-TIME)
                TIME(EDC-CHG-HORA) TIMESEP
           MOVE EDF-BEFORE-IMAGE TO EDC-CHG-BEFORE.
           MOVE FILEA            TO EDC-CHG-AFTER.
           MOVE EDF-CHG-TODAY    TO EDC-CHG-FECHA.
           MOVE EDF-XFR-REF      TO EDC-CHG-XREF.
      * A VALUE-DATED POSTING COUNTS IN ITS VALUE DATE; EVERYTHING
      * ELSE IN THE DAY IT HAPPENED.
           IF EDF-VALDATE NOT = SPACES
              MOVE EDF-VALDATE   TO EDC-CHG-VALDATE
           ELSE
              MOVE EDF-CHG-TODAY TO EDC-CHG-VALDATE
           END-IF.
           PERFORM NEXT-CHG-SEQ.
      * THE RECOVERY IMAGE MUST LAND SOMEWHERE - QUEUE, RETRY, OR THE
      * OVERFLOW STORE, WITH A CRITICAL THE MOMENT THE QUEUE REFUSES.
      * BACK THE POSTING OUT - THE LEDGER STANDS, THE HISTORY GAP IS
      * THE OPERATIONAL PROBLEM.
           MOVE SPACES       TO PDT-REC.
           IF EDF-PDT-NUMB-W NOT = SPACES
              MOVE EDF-PDT-NUMB-W TO PDT-NUMB
           ELSE
              MOVE COM-NUMB  TO PDT-NUMB
           END-IF.
           EXEC CICS ASKTIME ABSTIME(EDF-CHG-TIME) NOHANDLE END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EDF-CHG-TIME)
                YYYYMMDD(PDT-FECHA) TIME(PDT-HORA) NOHANDLE
           END-EXEC.
      * A VALUE-DATED POSTING IS FILED UNDER ITS VALUE DATE, SO THE
      * STATEMENTS FIND IT ON THE DAY IT COUNTS IN.
           IF EDF-VALDATE NOT = SPACES
              MOVE EDF-VALDATE TO PDT-FECHA
              MOVE EDF-VD-FLAG TO PDT-VD-FLAG
           END-IF.
           MOVE ZEROS          TO PDT-SEQ.
           MOVE EDF-POST-DELTA TO PDT-AMOUNT.
           MOVE EDF-POST-NEW   TO PDT-NEWBAL.
           MOVE EDF-KEY-OPID   TO PDT-OPID.
           MOVE EDF-KEY-TERM   TO PDT-TERM.
           MOVE EDF-PDT-LINK-FLAG TO PDT-REV-FLAG.
           MOVE EDF-PDT-LINK-KEY  TO PDT-REV-KEY.
           MOVE 0 TO EDF-PDT-TRIES.
       WRITE-PDT-TRY.
           EXEC CICS WRITE FILE('POSTDTL') FROM(PDT-REC)
              ADD 1 TO EDF-PDT-TRIES
              ADD 1 TO PDT-SEQ
              GO TO WRITE-PDT-TRY.
           IF EIBRESP = 0
              MOVE PDT-KEY TO EDF-PDT-LASTKEY
           END-IF.
           IF EIBRESP NOT = 0
              MOVE 'ERROR POSTDTL ' TO LOGD
              MOVE 'Posting detail capture failed - POSTDTL write'
       FIN-WRITEPDT. EXIT.
      *
       WRITE-JOURNAL SECTION.
           MOVE EDF-KEY-TERM TO EDF-JRN-TERM.
           MOVE EDF-KEY-OPID TO EDF-JRN-OPID.
           MOVE COM-NUMB TO EDF-JRN-NUMB.
      *-- A HELD REQUEST IS JOURNALED AS 'H', NOT AS THE UPDATE OR
      *-- DELETE IT ASKED FOR - NOTHING WAS APPLIED, AND EDUJRECN
           END-IF.
           MOVE COM-HORA TO EDF-JRN-HORA.
           MOVE EDF-TODAY8 TO EDF-JRN-FECHA.
      *-- AN APPLIED POSTING IS JOURNALED UNDER ITS VALUE DATE, THE
      *-- SAME DATE ITS POSTDTL AND EDUC RECORDS CARRY, SO EDUFSTMT
      *-- AND EDUCRECN STILL PAIR THEM UP.
           IF COM-FUNC-POST AND COM-RETCODE = '00'
              AND EDF-VALDATE NOT = SPACES
              MOVE EDF-VALDATE TO EDF-JRN-FECHA
           END-IF.
           PERFORM PUT-JOURNAL-REC.
       FIN-JOURNAL. EXIT.
      *
              PERFORM LINK-ALERT.
       FIN-PUTJRN. EXIT.
      *
           COPY WLNAMEP.
