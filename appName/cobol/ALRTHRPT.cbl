      *-- DATE ON ITS TIMESTAMP), AND THE WEEK-OVER-WEEK MOVEMENT PER
      *-- SOURCE - THE LAST SEVEN DAYS AGAINST THE SEVEN BEFORE THEM -
      *-- SO THE SHOP CAN SEE WHETHER THE NOISY SOURCES ARE GETTING
      *-- BETTER OR WORSE. ALERTS RECORDED AS SUPPRESSED WHILE THEIR
      *-- PARENT WAS DOWN (SEE ALRTDEPS) GET THEIR OWN SEVERITY LINE,
      *-- SO THE NOISE THE CORRELATION SAVED THE ON-CALL SHOWS UP.
      *-- AUTHOR CARLOS DONATUCCI...
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       77  SEV-ERROR-CNT      PIC 9(7)   VALUE ZEROS.
       77  SEV-CRIT-CNT       PIC 9(7)   VALUE ZEROS.
       77  SEV-CLEAR-CNT      PIC 9(7)   VALUE ZEROS.
       77  SEV-SUPP-CNT       PIC 9(7)   VALUE ZEROS.
       77  SEV-OTHER-CNT      PIC 9(7)   VALUE ZEROS.
       77  HR-IDX             PIC 9(2)   VALUE 0.
       01  HR-TABLE.
           ELSE
           IF AH-SEV = 'Clear   '
              ADD 1 TO SEV-CLEAR-CNT
           ELSE
           IF AH-SEV = 'Suppress'
              ADD 1 TO SEV-SUPP-CNT
           ELSE
              ADD 1 TO SEV-OTHER-CNT.

           MOVE 'CLEARED   ' TO AHR-SV-LABEL.
           MOVE SEV-CLEAR-CNT TO AHR-SV-CNT.
           WRITE AHRPT-LINE FROM AHR-SEVLINE.
           MOVE 'SUPPRESSED' TO AHR-SV-LABEL.
           MOVE SEV-SUPP-CNT TO AHR-SV-CNT.
           WRITE AHRPT-LINE FROM AHR-SEVLINE.
           MOVE 'OTHER     ' TO AHR-SV-LABEL.
           MOVE SEV-OTHER-CNT TO AHR-SV-CNT.
           WRITE AHRPT-LINE FROM AHR-SEVLINE.
