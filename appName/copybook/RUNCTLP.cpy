      *  has not, then appends this program's 'S' (started) record.    *
      *  RUNCTL-END - appends the completion record: 'C' when the run  *
      *  ends with return code zero, 'F' otherwise.                    *
      *  15 OCT2026 CD  Every step record ('S', 'C'/'F', 'K') now      *
      *                 carries RC-PREREQ in RCF-PREREQ for RUNCPLAN.  *
      *----------------------------------------------------------------*
       RUNCTL-INIT SECTION.
           ACCEPT RC-BUSDATE-W FROM DATE YYYYMMDD.
           MOVE RC-BUSDATE-W TO RCF-BUSDATE.
           MOVE 'S'          TO RCF-STATUS.
           MOVE RC-INPUT-W   TO RCF-INPUT.
           MOVE RC-PREREQ    TO RCF-PREREQ.
           MOVE ZEROS        TO RCF-RECS-IN RCF-RECS-OUT.
           MOVE RC-HORA-W    TO RCF-HORA.
           WRITE RCF-REC.
           MOVE RC-BUSDATE-W TO RCF-BUSDATE.
           MOVE 'K'          TO RCF-STATUS.
           MOVE RC-INPUT-W   TO RCF-INPUT.
           MOVE RC-PREREQ    TO RCF-PREREQ.
           MOVE ZEROS        TO RCF-RECS-IN RCF-RECS-OUT.
           MOVE RC-HORA-W    TO RCF-HORA.
           WRITE RCF-REC.
              MOVE 'F' TO RCF-STATUS
           END-IF.
           MOVE RC-INPUT-W   TO RCF-INPUT.
           MOVE RC-PREREQ    TO RCF-PREREQ.
           MOVE RC-IN-W      TO RCF-RECS-IN.
           MOVE RC-OUT-W     TO RCF-RECS-OUT.
           MOVE RC-HORA-W    TO RCF-HORA.
