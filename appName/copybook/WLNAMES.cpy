      *----------------------------------------------------------------*
      *  WLNAMES - WORKING-STORAGE fields for the watch-list name      *
      *  match key (see WLNAMEP for the section). The program moves    *
      *  the name to WLN-IN, PERFORMs WLNAME-KEY and takes the key     *
      *  from WLN-KEY - spaces when the name has no letter or digit.   *
      *----------------------------------------------------------------*
       77  WLN-POS           PIC 9(4)   COMP VALUE 0.
       77  WLN-OUT           PIC 9(4)   COMP VALUE 0.
       77  WLN-CH            PIC X      VALUE SPACE.
       01  WLN-IN            PIC X(60)  VALUE SPACES.
       01  WLN-WORK          PIC X(60)  VALUE SPACES.
       01  WLN-KEY           PIC X(20)  VALUE SPACES.
