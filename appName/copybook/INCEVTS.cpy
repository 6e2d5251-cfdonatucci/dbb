      *----------------------------------------------------------------*
      *  INCEVTS - WORKING-STORAGE fields for adding an incident      *
      *  timeline event (see INCEVTP for the section, INCDNTS for the *
      *  file). The program sets INE-ID, INE-TYPE, INE-TEXT and, for  *
      *  an attached alert, INE-HKEY, then PERFORMs INCEVT-ADD.        *
      *  INE-OK says whether the event was written; INC-REC is left   *
      *  holding the event, not the header.                           *
      *----------------------------------------------------------------*
       01  INE-ID            PIC 9(6)   VALUE ZEROS.
       01  INE-TYPE          PIC X      VALUE SPACE.
       01  INE-HKEY          PIC X(19)  VALUE SPACES.
       01  INE-TEXT          PIC X(60)  VALUE SPACES.
       01  INE-SEQ           PIC 9(3)   VALUE ZEROS.
       77  INE-RESP          PIC S9(8)  COMP.
       77  INE-TIME          PIC S9(15) COMP-3 VALUE +0.
       77  INE-OK-FLAG       PIC 9      VALUE 0.
           88  INE-OK                   VALUE 1.
