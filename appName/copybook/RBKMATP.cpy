      *----------------------------------------------------------------*
      *  RBKMATP - PROCEDURE DIVISION sections for the runbook match.  *
      *  COPY at the end of the PROCEDURE DIVISION (companion RBKMATS  *
      *  in WORKING-STORAGE). Shared by ALRTCON, ALRTDISP and RBKGAP   *
      *  so the console, the delivery and the gap report always agree  *
      *  on which runbook an alert gets.                               *
      *                                                                *
      *  RBKMAT-INIT     - clears the result before a new alert.       *
      *  RBKMAT-CONSIDER - one candidate pattern (RBM-PATTERN) against *
      *  the alert text (RBM-TEXT). A blank pattern is the source's    *
      *  catch-all and is only kept while nothing better matched; the  *
      *  first non-blank pattern the text contains wins and sets       *
      *  RBM-EXACT. Trailing spaces of the pattern are not part of it. *
      *----------------------------------------------------------------*
       RBKMAT-INIT SECTION.
           MOVE 0 TO RBM-FOUND-FLAG RBM-EXACT-FLAG.
           MOVE SPACES TO RBM-BEST-PATTERN.
       FIN-RBKMATINIT. EXIT.
      *
       RBKMAT-CONSIDER SECTION.
           IF RBM-EXACT
              GO TO FIN-RBKMATCONS.
           IF RBM-PATTERN = SPACES
              MOVE 1 TO RBM-FOUND-FLAG
              MOVE SPACES TO RBM-BEST-PATTERN
              GO TO FIN-RBKMATCONS.

           MOVE 16 TO RBM-PAT-LEN.
       RBKMAT-TRIM.
           IF RBM-PAT-LEN > 1
              AND RBM-PATTERN(RBM-PAT-LEN:1) = SPACE
              SUBTRACT 1 FROM RBM-PAT-LEN
              GO TO RBKMAT-TRIM.

           MOVE 0 TO RBM-HITS.
           INSPECT RBM-TEXT TALLYING RBM-HITS
                   FOR ALL RBM-PATTERN(1:RBM-PAT-LEN).
           IF RBM-HITS > 0
              MOVE 1 TO RBM-FOUND-FLAG RBM-EXACT-FLAG
              MOVE RBM-PATTERN TO RBM-BEST-PATTERN
           END-IF.
       FIN-RBKMATCONS. EXIT.
