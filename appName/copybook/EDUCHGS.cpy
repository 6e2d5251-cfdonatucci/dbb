      *                 EDUFPAYB) stamp sequence 0 = outside the       *
      *                 online numbering; EDUFFWD skips the continuity *
      *                 check for those records only.                  *
      *  15 OCT2026 CD  Record grew 437 -> 462: the two legs of a      *
      *                 customer-to-customer transfer carry the same   *
      *                 transfer reference at the end of the record,   *
      *                 so EDUFFWD replays and EDUFPROF proves them as *
      *                 a matched pair. Blank on every other change.   *
      *  15 OCT2026 CD  EDUFDORM joins the batch change writers: each  *
      *                 customer it makes dormant is a 'U' image, OPID *
      *                 'DRM', terminal 'BTCH', sequence 0.            *
      *  15 OCT2026 CD  EDUFONBD joins the batch change writers: each  *
      *                 branch applicant it adds is an 'A' image with  *
      *                 a blank before image, OPID 'ONB', terminal     *
      *                 'BTCH', sequence 0.                            *
      *  15 OCT2026 CD  Record grew 462 -> 470: the value date at the  *
      *                 end of the record is the business day the      *
      *                 change belongs to. Same as the stamped date    *
      *                 except on an online 'T' posting keyed after    *
      *                 the posting cutoff, on a HOLCAL holiday or     *
      *                 queued through the batch window, which is      *
      *                 value-dated to the next business day. The      *
      *                 stamped date and sequence still order the      *
      *                 records for EDUFFWD. Batch writers stamp their *
      *                 business date in both.                         *
      *----------------------------------------------------------------*
       01  EDC-CHANGE.
           02   EDC-CHG-FUNC   PIC X.
      *-- BATCH WRITER, OUTSIDE THE ONLINE NUMBERING.
           02   EDC-CHG-FECHA  PIC X(8).
           02   EDC-CHG-SEQ    PIC 9(7).
      *-- TRANSFER REFERENCE (THE DEBIT LEG'S POSTDTL KEY) ON BOTH 'T'
      *-- IMAGES OF A TRANSFER; SPACES ON EVERYTHING ELSE.
           02   EDC-CHG-XREF   PIC X(25).
      *-- VALUE DATE (YYYYMMDD) - THE BUSINESS DAY THE CHANGE COUNTS
      *-- IN. LATER THAN EDC-CHG-FECHA ONLY ON A VALUE-DATED POSTING.
           02   EDC-CHG-VALDATE PIC X(8).
