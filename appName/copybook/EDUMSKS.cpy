      *----------------------------------------------------------------*
      *  EDUMSKS - The fixed character-substitution tables used to      *
      *  mask customer data: EDUFMASK scrambles the test-region         *
      *  extract with them and EDUFPURG anonymizes data past its        *
      *  retention period with them, so the same name always masks to  *
      *  the same text wherever it turns up. Each pair is a fixed       *
      *  permutation - deterministic and collision-free - and digits    *
      *  map to digits so masked phones stay numeric. Apply with        *
      *  INSPECT ... CONVERTING MSK-xx-FROM TO MSK-xx-TO; '@', dots,    *
      *  hyphens and blanks are not listed and pass through. Never      *
      *  change a table: data masked under the old one would no longer  *
      *  match data masked under the new.                               *
      *----------------------------------------------------------------*
       77  MSK-UC-FROM      PIC X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  MSK-UC-TO        PIC X(26)  VALUE
           'MKQWHZXEBRVYCUSNDOTLJAGFIP'.
       77  MSK-LC-FROM      PIC X(26)  VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77  MSK-LC-TO        PIC X(26)  VALUE
           'mkqwhzxebrvycusndotljagfip'.
       77  MSK-DG-FROM      PIC X(10)  VALUE '0123456789'.
       77  MSK-DG-TO        PIC X(10)  VALUE '4915827306'.
