      *----------------------------------------------------------------*
      *  RBKMATS - WORKING-STORAGE fields for the runbook match (see   *
      *  RBKMATP for the sections, RUNBKS for the file). The program   *
      *  fills RBM-TEXT with the alert text and PERFORMs RBKMAT-INIT,  *
      *  then for every runbook record of the alert's source moves     *
      *  the pattern to RBM-PATTERN and PERFORMs RBKMAT-CONSIDER.      *
      *  RBM-FOUND then says whether a runbook applies and             *
      *  RBM-BEST-PATTERN which one; RBM-EXACT means a non-blank       *
      *  pattern matched and the search can stop.                      *
      *----------------------------------------------------------------*
       01  RBM-TEXT          PIC X(62)  VALUE SPACES.
       01  RBM-PATTERN       PIC X(16)  VALUE SPACES.
       01  RBM-BEST-PATTERN  PIC X(16)  VALUE SPACES.
       77  RBM-PAT-LEN       PIC 9(4)   COMP VALUE 0.
       77  RBM-HITS          PIC 9(4)   COMP VALUE 0.
       77  RBM-FOUND-FLAG    PIC 9      VALUE 0.
           88  RBM-FOUND                VALUE 1.
       77  RBM-EXACT-FLAG    PIC 9      VALUE 0.
           88  RBM-EXACT                VALUE 1.
