      * identity the lineage reporting joins on.
         10  (PRFX)RUN-NO             PIC 9(04).
      * the applied reading's provenance off the correction record:
      * blank or 'M' measured, 'S' sweep-derived, 'D' divided out of
      * paired DFT captures.
         10  (PRFX)PROVENANCE         PIC X(01).
      * the second operator who approved the change before it was
      * applied (see copy/CXPNDCHG.cpy); spaces on entries from
      * before dual approval and on recovery passes.
         10  (PRFX)CHECKER-ID         PIC X(08).
      ******************************************************************
