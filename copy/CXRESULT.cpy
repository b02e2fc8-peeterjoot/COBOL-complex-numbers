         10  (PRFX)OP1-LABEL         PIC X(08).
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)SOURCE-SYS        PIC X(03).
           88  (PRFX)SOURCE-REPROCESS VALUE 'RPR'.
      * the run identity that produced this record - the CXRUNCTL
      * business date and run number - one key tying a whole
      * night's evidence together across results, suspense,
