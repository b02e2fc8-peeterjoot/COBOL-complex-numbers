      ******************************************************************
      * copy/GAPOLS.cpy - the machine-readable result GAPOLY writes
      * for each polygon, in the shop's standard zoned layout.
      * SIGNED-AREA is positive for a boundary walked counter-
      * clockwise (e_1 toward e_2) and negative for clockwise; the
      * centroid is the area centroid, not the vertex average.  A
      * degenerate or rejected polygon carries zero area, centroid
      * and winding; a self-intersecting one carries the figures the
      * formulas give, which are not a true area.
      ******************************************************************
       01  (PRFX)SUMMARY-RECORD.
         10  (PRFX)POLYGON-ID        PIC X(12).
         10  (PRFX)VERTEX-CT         PIC 9(04).
         10  (PRFX)SIGNED-AREA
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)CENTROID-X
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)CENTROID-Y
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PERIMETER
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)WINDING           PIC X(03).
           88  (PRFX)WINDING-CCW     VALUE 'CCW'.
           88  (PRFX)WINDING-CW      VALUE 'CW '.
           88  (PRFX)WINDING-NONE    VALUE '   '.
         10  (PRFX)POLY-FLAG         PIC X(02).
           88  (PRFX)POLY-OK         VALUE '  '.
           88  (PRFX)POLY-SELF-CROSS VALUE 'SI'.
           88  (PRFX)POLY-DEGENERATE VALUE 'DG'.
           88  (PRFX)POLY-REJECTED   VALUE 'RJ'.
         10  FILLER                  PIC X(11).
      ******************************************************************
