      *                 (YYYYMMDD) now travels with each entry so the  *
      *                 customer statements (EDUFSTMT) can print a     *
      *                 real date-time per activity line.              *
      *  15 OCT2026 CD  Added 'V' posting-reversal request marker.     *
      *  15 OCT2026 CD  Added 'F' transfer request marker.             *
      *  15 OCT2026 CD  Added 'G'/'Q'/'Y' household link markers.      *
      *  15 OCT2026 CD  Batch adds: EDUFONBD writes an 'A' entry per  *
      *                 branch applicant to ONBJRN, terminal 'BTCH',   *
      *                 OPID 'ONB', concatenated with the EDUJ         *
      *                 rollover for the reconciliation.               *
      *  15 OCT2026 CD  Added 'Z'/'E' legal hold placed/lifted markers.*
      *  15 OCT2026 CD  Added 'K' watch-list match cleared marker.    *
      *  15 OCT2026 CD  An applied 'T' posting carries its value date  *
      *                 (see EDUPDTS), not the day it was keyed; a     *
      *                 posting queued by the batch window is a 'W'.   *
      *----------------------------------------------------------------*
       01  EDF-JOURNAL.
           02   EDF-JRN-TERM  PIC X(4).
      *-- THE RECONCILIATION COUNTS IT LIKE AN UPDATE.
               88  EDF-JRN-FUNC-SETLIM  VALUE 'L'.
      *-- 'W' = WRITE REFUSED BY THE EXTRACT'S BATCH WINDOW - NOTHING
      *-- APPLIED, NOT FILE ACTIVITY. ALSO A POSTING QUEUED FOR AFTER
      *-- THE WINDOW - ITS 'T' IS JOURNALED WHEN THE QUEUE IS APPLIED.
               88  EDF-JRN-FUNC-WINDOW  VALUE 'W'.
      *-- 'X' = CAPTURE-GAP MARKER, WRITTEN BY THE EDUFDRNQ DRAINER
      *-- AFTER IT RECOVERED OVERFLOWED JOURNAL OR CHANGE RECORDS -
      *-- THE DAY'S RECONCILIATION FLAGS THAT SOME ACTIVITY RAN WITH
      *-- ITS CAPTURE DELAYED. NOT FILE ACTIVITY.
               88  EDF-JRN-FUNC-CAPGAP  VALUE 'X'.
      *-- 'V' = POSTING-REVERSAL REQUEST ITSELF - INFORMATIONAL ONLY,
      *-- LIKE 'M'. THE OPPOSITE POSTING IT APPLIED IS JOURNALED
      *-- SEPARATELY AS A 'T', SO THE RECONCILIATIONS AND EDUFSTMT
      *-- SEE AN ORDINARY POSTING.
               88  EDF-JRN-FUNC-REVERSE VALUE 'V'.
      *-- 'F' = TRANSFER REQUEST ITSELF, JOURNALED UNDER THE DEBITED
      *-- CUSTOMER - INFORMATIONAL ONLY. EACH LEG IS JOURNALED AS A
      *-- 'T' UNDER ITS OWN CUSTOMER.
               88  EDF-JRN-FUNC-XFER    VALUE 'F'.
      *-- 'G' = CUSTOMER LINKED INTO A HOUSEHOLD, 'Q' = UNLINKED FROM
      *-- ONE, 'Y' = MADE ITS HOUSEHOLD'S PRIMARY OR ITS STATEMENT
      *-- OPTION CHANGED - WRITTEN BY EDUFMNT AGAINST THE HSEHLD FILE.
      *-- FILEA IS NOT TOUCHED, SO NOT FILE ACTIVITY; THE HOUSEHOLD
      *-- ID ITSELF GOES ON THE CUSTOMER'S CONTACT NOTE (EDUNOTS).
               88  EDF-JRN-FUNC-HHLINK  VALUE 'G'.
               88  EDF-JRN-FUNC-HHUNLK  VALUE 'Q'.
               88  EDF-JRN-FUNC-HHPRIM  VALUE 'Y'.
      *-- 'Z' = LEGAL HOLD PLACED ON THE CUSTOMER BY LHDMNT, 'E' = HOLD
      *-- LIFTED, JOURNALED BY EDUAPPR UNDER THE APPROVING OPERATOR
      *-- (THE LIFT REQUEST ITSELF IS AN 'H' UNDER THE MAKER). ONLY
      *-- THE LGLHOLD FILE CHANGES - NOT FILE ACTIVITY.
               88  EDF-JRN-FUNC-HOLDON  VALUE 'Z'.
               88  EDF-JRN-FUNC-HOLDOFF VALUE 'E'.
      *-- 'K' = WATCH-LIST MATCH ON THE CUSTOMER CLEARED BY COMPLIANCE
      *-- - AS A FALSE POSITIVE ON WLMMNT, OR BY APPROVING THE HELD ADD
      *-- OR NAME CHANGE IN EDUAPPR. ONLY WLMATCH CHANGES - NOT FILE
      *-- ACTIVITY.
               88  EDF-JRN-FUNC-WLCLEAR VALUE 'K'.
           02   EDF-JRN-HORA  PIC X(8).
           02   EDF-JRN-FECHA PIC X(8).
