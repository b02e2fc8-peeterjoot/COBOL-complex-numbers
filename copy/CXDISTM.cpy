      * statement only - which circuit-branch section, so each field
      * office receives its own branches' statements instead of the
      * whole pile.  CIRCUIT-ID is blank on whole-report entries.
      * The CXSLARPT service-level report is sectioned by originating
      * department instead: on its entries CIRCUIT-ID carries the
      * three-character department code, left-justified.
      ******************************************************************
       01  (PRFX)DIST-RECORD.
         10  (PRFX)REPORT-ID         PIC X(08).
           88  (PRFX)REPORT-BY-DEPT  VALUE 'CXSLARPT'.
         10  (PRFX)CIRCUIT-ID        PIC X(08).
         10  (PRFX)RECIPIENT         PIC X(08).
         10  (PRFX)DELIVERY-CODE     PIC X(04).
