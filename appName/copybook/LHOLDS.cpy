      *----------------------------------------------------------------*
      *  LHOLDS - WORKING-STORAGE fields for the batch legal hold      *
      *  check (see LHOLDF for the file and LHOLDP for the sections).  *
      *  The program fills LH-NUMB-W and LH-CLASS-W before PERFORMing  *
      *  LHOLD-CHECK and tests LH-BLOCKED afterwards; LH-TEXT-W then   *
      *  says which hold refused it, in the words EDUFILAP uses.       *
      *----------------------------------------------------------------*
       77  FS-LGLHOLD        PIC XX     VALUE SPACES.
       77  LH-NUMB-W         PIC X(6)   VALUE SPACES.
      *-- THE CLASS OF OPERATION BEING CHECKED - SAME THREE CLASSES AS
      *-- EDUFILAP'S CHECK-HOLD.
       77  LH-CLASS-W        PIC X      VALUE SPACE.
           88  LH-OP-CREDIT             VALUE 'C'.
           88  LH-OP-DEBIT              VALUE 'B'.
           88  LH-OP-RETIRE             VALUE 'X'.
       77  LH-TODAY-W        PIC X(8)   VALUE SPACES.
       77  LH-OPEN-FLAG      PIC 9      VALUE 0.
           88  LH-FILE-OPEN             VALUE 1.
      *-- SET BY LHOLD-OPEN WHEN THE FILE EXISTS BUT COULD NOT BE
      *-- OPENED - EVERY CHECK IS THEN REFUSED, AS ONLINE.
       77  LH-BROKEN-FLAG    PIC 9      VALUE 0.
           88  LH-FILE-BROKEN           VALUE 1.
       77  LH-BLOCK-FLAG     PIC 9      VALUE 0.
           88  LH-BLOCKED               VALUE 1.
       77  LH-TEXT-W         PIC X(30)  VALUE SPACES.
