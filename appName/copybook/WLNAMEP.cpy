      *----------------------------------------------------------------*
      *  WLNAMEP - PROCEDURE DIVISION sections for the watch-list name *
      *  match key. COPY at the end of the PROCEDURE DIVISION          *
      *  (companion: WLNAMES in WORKING-STORAGE). Shared by EDUFILAP,  *
      *  the EDUFWLLD list load and the EDUFWLSC rescan so the list    *
      *  and the customers are always keyed the same way.              *
      *                                                                *
      *  WLNAME-KEY - WLN-IN upper-cased, everything but letters and   *
      *  digits squeezed out (blanks, hyphens, commas, apostrophes),   *
      *  first 20 characters left in WLN-KEY. O'BRIEN, JOHN-PAUL and   *
      *  OBRIEN JOHN PAUL give the same key.                           *
      *----------------------------------------------------------------*
       WLNAME-KEY SECTION.
           MOVE WLN-IN TO WLN-WORK.
           INSPECT WLN-WORK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WLN-KEY.
           MOVE 0 TO WLN-OUT.
           PERFORM WLNAME-CHAR VARYING WLN-POS FROM 1 BY 1
                   UNTIL WLN-POS > 60 OR WLN-OUT NOT < 20.
       FIN-WLNAMEKEY. EXIT.
      *
       WLNAME-CHAR SECTION.
           MOVE WLN-WORK(WLN-POS:1) TO WLN-CH.
           IF WLN-CH = SPACE
              GO TO FIN-WLNAMECHAR.
           IF WLN-CH ALPHABETIC-UPPER OR WLN-CH NUMERIC
              ADD 1 TO WLN-OUT
              MOVE WLN-CH TO WLN-KEY(WLN-OUT:1).
       FIN-WLNAMECHAR. EXIT.
