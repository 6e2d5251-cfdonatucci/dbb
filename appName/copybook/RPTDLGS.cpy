      *----------------------------------------------------------------*
      *  RPTDLGS - Record layout for the RPTDLOG VSAM KSDS, the report *
      *  delivery log. The RPTDLVR step after the last RPTSTORE        *
      *  collector works through the RPTDIST distribution list and     *
      *  writes one record per distribution entry and report date:     *
      *  who it was for, how (print destination or the e-delivery      *
      *  gateway) and where, the condition on the entry (always, or    *
      *  only when the report's step did not end clean on RUNCTL),     *
      *  the RUNCTL status it found, and what happened - sent (with    *
      *  date, time and line count), not due, or report not stored.   *
      *  RPTVIEW shows the entries for a report so the online staff    *
      *  can answer "did finance get it?". Key is report name, report *
      *  date and the entry's position on RPTDIST. Fixed 120 bytes.    *
      *----------------------------------------------------------------*
       01  RDL-REC.
           05  RDL-KEY.
               10  RDL-NAME      PIC X(8).
               10  RDL-DATE      PIC X(8).
               10  RDL-SEQ       PIC 9(3).
           05  RDL-RECIP         PIC X(20).
           05  RDL-METHOD        PIC X.
               88  RDL-BY-PRINT         VALUE 'P'.
               88  RDL-BY-EMAIL         VALUE 'E'.
           05  RDL-DEST          PIC X(30).
           05  RDL-COND          PIC X.
               88  RDL-COND-ALWAYS      VALUE 'A'.
               88  RDL-COND-NONZERO     VALUE 'N'.
           05  RDL-STEP          PIC X(8).
           05  RDL-STEP-STAT     PIC X.
           05  RDL-RESULT        PIC X.
               88  RDL-SENT             VALUE 'S'.
               88  RDL-NOT-DUE          VALUE 'N'.
               88  RDL-MISSING          VALUE 'M'.
           05  RDL-SENT-DATE     PIC X(8).
           05  RDL-SENT-TIME     PIC X(6).
           05  RDL-LINES         PIC 9(5).
           05  FILLER            PIC X(20).
