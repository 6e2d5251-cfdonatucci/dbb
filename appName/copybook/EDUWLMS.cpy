      *----------------------------------------------------------------*
      *  EDUWLMS - Record layout for the WLMATCH VSAM KSDS, the        *
      *  watch-list matches found on customers and what compliance     *
      *  decided about them. Keyed on the customer number plus the     *
      *  watch-list match key (see EDUWLS), so a customer whose name   *
      *  changes is matched afresh. EDUFWLSC writes a new match as     *
      *  open ('O') the night it first finds it - that is the night it *
      *  is reported and escalated, never again. Compliance marks a    *
      *  false positive cleared ('C') on WLMMNT, and an add or a name  *
      *  change held by EDUFILAP and approved in EDUAPPR is cleared    *
      *  by the approval itself. A cleared match is neither held       *
      *  online nor reported by the rescan again. Fixed 120 bytes.     *
      *----------------------------------------------------------------*
       01  WLM-REC.
           05  WLM-KEY.
               10  WLM-NUMB      PIC X(6).
               10  WLM-WLKEY     PIC X(20).
           05  WLM-STATE         PIC X.
               88  WLM-OPEN             VALUE 'O'.
               88  WLM-CLEARED          VALUE 'C'.
           05  WLM-ENTRY         PIC X(10).
      *-- THE CUSTOMER NAME AS IT STOOD WHEN THE MATCH WAS FOUND.
           05  WLM-CUSTNAME      PIC X(20).
      *-- YYYYMMDD FOUND, AND THE PROGRAM (OR OPERATOR) THAT FOUND IT.
           05  WLM-FOUND-DATE    PIC X(8).
           05  WLM-FOUND-BY      PIC X(8).
           05  WLM-CLEARED-BY    PIC X(3).
           05  WLM-CLEAR-DATE    PIC X(8).
           05  WLM-CLEAR-RSN     PIC X(30).
           05  FILLER            PIC X(6).
