      *                 Reads hand both limits back. Return code 36 = *
      *                 posting/merge refused by the customer's own   *
      *                 credit limit.                                 *
      *  15 OCT2026 CD  Added reversal function 'V': COM-REVKEY names *
      *                 the POSTDTL posting to reverse (NUMB+date+    *
      *                 time+seq, NUMB must match COM-NUMB). The      *
      *                 exact opposite amount is posted under the 'T' *
      *                 rules and both detail records are paired; the *
      *                 reversal's own key comes back in COM-REVKEY.  *
      *                 Held for approval above the approval limit    *
      *                 unless COM-APPROVED = 'Y'. Return code 38 =   *
      *                 posting already reversed, or is a reversal.   *
      *  15 OCT2026 CD  Added transfer function 'F': COM-AMOUNT moves *
      *                 from COM-NUMB to COM-NUMB2 as one unit - both *
      *                 legs pass the posting and credit-limit rules  *
      *                 before either is applied. The debited balance *
      *                 comes back in COM-AMOUNT and the transfer     *
      *                 reference (debit leg's POSTDTL key) in        *
      *                 COM-REVKEY. Held for approval above the       *
      *                 approval limit unless COM-APPROVED = 'Y'.     *
      *  15 OCT2026 CD  An applied posting 'T' now hands back the key *
      *                 of its POSTDTL detail record in COM-REVKEY    *
      *                 (spaces when the detail capture failed).      *
      *  15 OCT2026 CD  Added COM-REACTIVATE. A posting, transfer leg *
      *                 or update against a dormant customer (STATUSX *
      *                 'IN') is refused with return code 42 unless   *
      *                 the caller sets it to 'Y' after the operator  *
      *                 confirmed; the applied change then returns    *
      *                 the customer to 'AC'. Approved changes and    *
      *                 reversals do not ask.                         *
      *  15 OCT2026 CD  Return code 44 = refused by a legal hold in   *
      *                 force on the customer (see EDUHLDS): a full   *
      *                 freeze refuses postings, updates, transfers,  *
      *                 deletes and merges; a debit-only freeze the   *
      *                 ones that take money out and deletes/merges;  *
      *                 a no-delete hold deletes and merging away.    *
      *  15 OCT2026 CD  Return code 30 is also given to an add, or an *
      *                 update changing the name, whose name matches  *
      *                 the sanctions watch list: held in PENDCHG for *
      *                 compliance review, message 'HELD - WATCH LIST *
      *                 REVIEW'. An auto-numbered add ('******') held *
      *                 this way gets its number when it is approved. *
      *  15 OCT2026 CD  Value dating on posting 'T': one keyed after  *
      *                 the posting cutoff or on a HOLCAL holiday is  *
      *                 applied at once but dated the next business   *
      *                 day; the value date always comes back in      *
      *                 COM-VALDATE, and in the message when it is    *
      *                 not today. During the batch window a posting  *
      *                 is queued for when the window closes instead  *
      *                 of refused: return code 46, value date = next *
      *                 business day. A caller that must see the      *
      *                 posting applied sets COM-WINQ to 'N' and gets *
      *                 the historic code 40.                         *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  COM-FUNCTION      PIC X.
               88  COM-FUNC-REINST     VALUE 'I'.
               88  COM-FUNC-MERGE      VALUE 'M'.
               88  COM-FUNC-SETLIM     VALUE 'L'.
               88  COM-FUNC-REVERSE    VALUE 'V'.
               88  COM-FUNC-XFER       VALUE 'F'.
           05  COM-NUMB          PIC X(6).
           05  COM-NAME          PIC X(20).
           05  COM-ADDRX         PIC X(20).
               10  COM-BR-NAME   PIC X(20).
      *-- SECOND CUSTOMER NUMBER, ONLY MEANINGFUL ON A MERGE ('M'):
      *-- THE VICTIM WHOSE BALANCE AND BLANK-FIELD DATA FOLD INTO
      *-- COM-NUMB BEFORE IT IS DELETED - AND ON A TRANSFER ('F'),
      *-- WHERE IT IS THE ACCOUNT CREDITED.
           05  COM-NUMB2         PIC X(6).
      *-- THE CUSTOMER'S CREDIT TERMS: OVERDRAFT ALLOWANCE AND
      *-- BALANCE CEILING. ON 'L' THEY ARE THE VALUES TO SET (A
      *-- LOOKUPS THE RECORD'S CURRENT VALUES COME BACK HERE.
           05  COM-CRODLIM       PIC S9(6)V99 COMP-3.
           05  COM-CRCEIL        PIC S9(6)V99 COMP-3.
      *-- POSTDTL KEY (NUMB+FECHA+HORA+SEQ) OF THE POSTING A 'V'
      *-- REVERSES; ON SUCCESS THE KEY OF THE REVERSAL COMES BACK.
      *-- AN APPLIED 'F' RETURNS ITS TRANSFER REFERENCE HERE, AN
      *-- APPLIED 'T' THE KEY OF ITS OWN DETAIL RECORD.
           05  COM-REVKEY        PIC X(25).
      *-- SET TO 'Y' BY THE CALLER ONCE THE OPERATOR HAS CONFIRMED
      *-- THAT A CHANGE TO A DORMANT CUSTOMER MAY REACTIVATE IT -
      *-- WITHOUT IT SUCH A CHANGE IS REFUSED WITH RETURN CODE 42.
           05  COM-REACTIVATE    PIC X.
               88  COM-REACT-YES       VALUE 'Y'.
      *-- VALUE DATE (YYYYMMDD) OF A 'T' POSTING, RETURNED - THE DAY IT
      *-- COUNTS IN ON POSTDTL, EDUC AND THE STATEMENTS.
           05  COM-VALDATE       PIC X(8).
      *-- BATCH WINDOW HANDLING OF A 'T'. BLANK: QUEUED FOR AFTER THE
      *-- WINDOW (RC 46). 'N': REFUSED WITH RC 40 AS BEFORE. 'Q' IS SET
      *-- ONLY BY THE EDUFQSCE DRAIN APPLYING A QUEUED POSTING - IT
      *-- KEEPS THE VALUE DATE AND THE KEYING OPERATOR AND TERMINAL
      *-- (COM-WQ-OPID/COM-WQ-TERM) THE POSTING WAS QUEUED UNDER.
           05  COM-WINQ          PIC X.
               88  COM-WINQ-REFUSE     VALUE 'N'.
               88  COM-WINQ-DRAIN      VALUE 'Q'.
           05  COM-WQ-OPID       PIC X(3).
           05  COM-WQ-TERM       PIC X(4).
