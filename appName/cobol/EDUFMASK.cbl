       77  MSK-RECS-MASKED  PIC 9(7)   VALUE ZEROS.
      *
      * THE SUBSTITUTION TABLES - FIXED PERMUTATIONS, SO THE MASK IS
      * DETERMINISTIC AND COLLISION-FREE. SHARED WITH THE RETENTION
      * RUN (EDUFPURG) SO BOTH MASK ALIKE.
           COPY EDUMSKS.
      *
      * INPUT-TRAILER VERIFICATION AND THE FRESH TRAILER FOR THE
      * MASKED FILE - SEE EDUFTRLS.
