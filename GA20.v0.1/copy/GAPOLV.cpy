      ******************************************************************
      * copy/GAPOLV.cpy - one vertex of a plot or panel outline, in
      * the shop's standard zoned layout.  A polygon's vertices sit
      * together under its POLYGON-ID in ascending VERTEX-SEQ, in
      * the order the boundary is walked; the closing edge back to
      * the first vertex is implied (repeating the first vertex at
      * the end is allowed and dropped).
      ******************************************************************
       01  (PRFX)VERTEX-RECORD.
         10  (PRFX)POLYGON-ID        PIC X(12).
         10  (PRFX)VERTEX-SEQ        PIC 9(04).
         10  (PRFX)VERT-X
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)VERT-Y
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(10).
      ******************************************************************
