      *----------------------------------------------------------------*
      *  SECRCRS - Record layout for the SECRCRT VSAM KSDS, the        *
      *  sign-off file of the quarterly SECPROF access                 *
      *  recertification. Loaded by the SECRCRPT batch with one row    *
      *  per profile (key OPID+TRMID, as on SECPROF) carrying its      *
      *  entitlements, last activity and exception flags; a header     *
      *  record under an all-blank key - never a profile key, since    *
      *  SECPMNT refuses a profile with both sides blank - carries     *
      *  the review date, the row count and the review status. The     *
      *  supervisor records keep/revoke per row online in SECRVW;      *
      *  SECPMNT stages the revoked profiles for delete and stamps     *
      *  the row when the delete is confirmed; SECRVW closes the       *
      *  review once every row is decided and every revoke applied,    *
      *  and SECRCEVD prints it for RPTSTOR. Holds one review at a     *
      *  time - SECRCRPT will not reload over an open one. Dates are   *
      *  YYYYMMDD. Fixed 80 bytes.                                     *
      *----------------------------------------------------------------*
       01  RCR-REC.
           05  RCR-KEY.
               10  RCR-OPID          PIC X(3).
               10  RCR-TRMID         PIC X(4).
           05  RCR-BODY.
               10  RCR-ALLOW-DATA    PIC X.
               10  RCR-ALLOW-MNT     PIC X.
               10  RCR-LAST-ACT      PIC X(8).
               10  RCR-LAST-MNT      PIC X(8).
               10  RCR-NOACT         PIC X.
                   88  RCR-IDLE             VALUE 'Y'.
               10  RCR-MNT-UNUSED    PIC X.
                   88  RCR-MNT-NEVER-USED   VALUE 'Y'.
               10  RCR-DECISION      PIC X.
                   88  RCR-PENDING          VALUE ' '.
                   88  RCR-KEEP             VALUE 'K'.
                   88  RCR-REVOKE           VALUE 'R'.
               10  RCR-DEC-OPID      PIC X(3).
               10  RCR-DEC-DATE      PIC X(8).
               10  RCR-APPLIED       PIC X.
                   88  RCR-REVOKE-APPLIED   VALUE 'Y'.
               10  RCR-APPL-OPID     PIC X(3).
               10  RCR-APPL-DATE     PIC X(8).
               10  FILLER            PIC X(29).
      *-- THE HEADER RECORD (RCR-KEY ALL BLANK).
           05  RCR-HEADER REDEFINES RCR-BODY.
               10  RCH-REVIEW-DATE   PIC X(8).
               10  RCH-PROFILES      PIC 9(5).
               10  RCH-STATUS        PIC X.
                   88  RCH-OPEN             VALUE 'O'.
                   88  RCH-COMPLETE         VALUE 'C'.
               10  RCH-CMP-OPID      PIC X(3).
               10  RCH-CMP-DATE      PIC X(8).
               10  RCH-IDLE-DAYS     PIC 9(3).
               10  FILLER            PIC X(45).
