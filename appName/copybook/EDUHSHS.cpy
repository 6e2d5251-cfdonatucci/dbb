      *----------------------------------------------------------------*
      *  EDUHSHS - Record layout for the HSEHLD VSAM KSDS, the         *
      *  household file. Links related FILEA customers (spouses, a     *
      *  business and its owner, a parent and a child) under one       *
      *  household ID. One record per member, keyed on the customer    *
      *  number, so a customer belongs to one household at most; the   *
      *  logical file HSEHLDH is defined over the non-unique AIX path  *
      *  on HSH-HHID and lists a household's members. Exactly one      *
      *  member is the primary ('P') - the first customer linked       *
      *  opens the household as its primary - and the primary's        *
      *  record alone carries the statement option: 'C' asks EDUFSTMT  *
      *  for one consolidated statement for the whole household,       *
      *  blank or 'S' keeps one statement per account. Maintained     *
      *  from the EDUFMNT screen (functions G/Q/Y), every link and     *
      *  unlink journaled on EDUJ. A household holds ten members at    *
      *  most. Fixed 80 bytes.                                         *
      *----------------------------------------------------------------*
       01  HSH-REC.
           05  HSH-NUMB          PIC X(6).
           05  HSH-HHID          PIC X(6).
           05  HSH-ROLE          PIC X.
               88  HSH-PRIMARY          VALUE 'P'.
               88  HSH-MEMBER           VALUE 'M'.
           05  HSH-STMT          PIC X.
               88  HSH-STMT-CONSOL      VALUE 'C'.
               88  HSH-STMT-SEPARATE    VALUE ' ' 'S'.
           05  HSH-LINKED        PIC X(8).
           05  HSH-OPID          PIC X(3).
           05  FILLER            PIC X(55).
