      *----------------------------------------------------------------*
      *  LHOLDF - FD for LGLHOLD, the legal holds and account freezes  *
      *  file (record layout EDUHLDS), as the batch applies read it.   *
      *  Every program that must respect a hold declares              *
      *      SELECT OPTIONAL LGLHOLD ASSIGN TO LGLHOLD                 *
      *             ORGANIZATION IS INDEXED                            *
      *             ACCESS MODE  IS RANDOM                             *
      *             RECORD KEY   IS HLD-NUMB                           *
      *             FILE STATUS  IS FS-LGLHOLD.                        *
      *  and COPYs this member in the FILE SECTION, LHOLDS in          *
      *  WORKING-STORAGE and LHOLDP at the end of the PROCEDURE        *
      *  DIVISION - same arrangement as RUNCTLF/RUNCTLS/RUNCTLP.       *
      *----------------------------------------------------------------*
       FD  LGLHOLD
           LABEL RECORDS ARE STANDARD.
           COPY EDUHLDS.
