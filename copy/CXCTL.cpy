      * the run number within the run date, completing the run
      * identity the lineage reporting joins on.
         10  (PRFX)RUN-NO            PIC 9(04).
      * the library-operation counts, appended after the run identity
      * so every field ahead of them keeps its offset.
         10  (PRFX)ADD-CT            PIC 9(06).
         10  (PRFX)SUB-CT            PIC 9(06).
         10  (PRFX)SQRT-CT           PIC 9(06).
         10  (PRFX)EXP-CT            PIC 9(06).
         10  (PRFX)LOG-CT            PIC 9(06).
         10  (PRFX)POW-CT            PIC 9(06).
         10  (PRFX)SCALE-CT          PIC 9(06).
         10  (PRFX)NEG-CT            PIC 9(06).
      ******************************************************************
