      *----------------------------------------------------------------*
      *  EDUHLDS - Record layout for the LGLHOLD VSAM KSDS, the legal  *
      *  holds and account freezes placed on individual customers.     *
      *  One record per customer, keyed on the customer number.       *
      *  LHDMNT places a hold and asks for its lifting; the lift is a  *
      *  PENDCHG item ('E') applied by a second operator in EDUAPPR.   *
      *  A lifted hold stays on file (HLD-STATE 'L') until a new hold  *
      *  is placed over it. A hold is in force while HLD-STATE is 'A'  *
      *  and HLD-EXPIRY is blank or not yet passed. While in force:    *
      *    'F' FULL FREEZE  - NO POSTING, UPDATE, DELETE OR MERGE.     *
      *    'D' DEBIT-ONLY   - NOTHING THAT TAKES MONEY OUT, AND NO     *
      *                       DELETE OR MERGE; CREDITS STILL POST.     *
      *    'N' NO-DELETE    - THE CUSTOMER MAY NOT BE DELETED, MERGED  *
      *                       AWAY OR PURGED; EVERYTHING ELSE POSTS.   *
      *  EDUFILAP refuses the blocked operations with return code 44;  *
      *  the batch applies (EDUFPAYB, EDUFACCR) reject or skip them    *
      *  through LHOLDP; EDUFPURG never purges a held customer.        *
      *  Fixed 100 bytes.                                              *
      *----------------------------------------------------------------*
       01  HLD-REC.
           05  HLD-NUMB          PIC X(6).
           05  HLD-TYPE          PIC X.
               88  HLD-FULL             VALUE 'F'.
               88  HLD-DEBIT            VALUE 'D'.
               88  HLD-NODELETE         VALUE 'N'.
               88  HLD-TYPE-VALID       VALUE 'F' 'D' 'N'.
           05  HLD-REASON        PIC X(30).
      *-- COURT ORDER, LETTER OR CASE NUMBER THE HOLD WAS PLACED ON.
           05  HLD-REF           PIC X(20).
           05  HLD-PLACED-BY     PIC X(3).
      *-- DATES ARE YYYYMMDD. A BLANK EXPIRY HOLDS UNTIL LIFTED.
           05  HLD-PLACE-DATE    PIC X(8).
           05  HLD-EXPIRY        PIC X(8).
           05  HLD-STATE         PIC X.
               88  HLD-ACTIVE           VALUE 'A'.
               88  HLD-LIFTED           VALUE 'L'.
           05  HLD-LIFTED-BY     PIC X(3).
           05  HLD-LIFT-DATE     PIC X(8).
           05  FILLER            PIC X(12).
