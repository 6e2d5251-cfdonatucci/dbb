      *  business date before processing (see RUNCTLP). COPY this     *
      *  member in the FILE SECTION, RUNCTLS in WORKING-STORAGE and    *
      *  RUNCTLP at the end of the PROCEDURE DIVISION.                 *
      *  15 OCT2026 CD  The record itself moved to RUNCTLR so the      *
      *                 online side (BCWATCH) can browse RUNCTL - a    *
      *                 VSAM ESDS, defined to CICS read-only - with    *
      *                 the same layout.                               *
      *----------------------------------------------------------------*
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTLR.
