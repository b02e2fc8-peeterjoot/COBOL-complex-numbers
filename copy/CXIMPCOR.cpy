         10  (PRFX)CONFIRM-SW         PIC X(01).
           88  (PRFX)CONFIRMED        VALUE 'C'.
      * where the reading came from: blank or 'M' a bench
      * measurement, 'S' derived from a sweep curve by CSWP2IMP,
      * 'D' divided out of paired voltage and current captures by
      * CDFTZMS - carried onto the journal so nobody later mistakes
      * a computed value for a measured one.
         10  (PRFX)PROVENANCE         PIC X(01).
           88  (PRFX)PROV-MEASURED    VALUES SPACE 'M'.
           88  (PRFX)PROV-SWEEP       VALUE 'S'.
           88  (PRFX)PROV-CAPTURE     VALUE 'D'.
      ******************************************************************
