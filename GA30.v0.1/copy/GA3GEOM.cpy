      ******************************************************************
      * copy/GA3GEOM.cpy - one GA3GEOD geometry case, in the shop's
      * standard zoned layout.  The case type says what the two
      * point/vector pairs are:
      *   LP  a line (point, direction) and a plane (point, normal)
      *   PP  two planes, each a point in it and its normal
      *   LL  two lines, each a point on it and its direction
      * CLEARANCE, on an LL case, is the least distance the two
      * lines (cable runs, pipe centrelines) may come to each other;
      * zero means no check.
      ******************************************************************
       01  (PRFX)GEOM-RECORD.
         10  (PRFX)CASE-ID           PIC X(08).
         10  (PRFX)CASE-TYPE         PIC X(02).
           88  (PRFX)CASE-LINE-PLANE   VALUE 'LP'.
           88  (PRFX)CASE-PLANE-PLANE  VALUE 'PP'.
           88  (PRFX)CASE-LINE-LINE    VALUE 'LL'.
         10  (PRFX)GEOM-VALUES.
           15  (PRFX)FIRST-PT-X
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FIRST-PT-Y
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FIRST-PT-Z
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FIRST-VEC-X
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FIRST-VEC-Y
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FIRST-VEC-Z
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-PT-X
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-PT-Y
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-PT-Z
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-VEC-X
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-VEC-Y
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SECOND-VEC-Z
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)CLEARANCE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)GEOM-VALUE-TABLE REDEFINES (PRFX)GEOM-VALUES.
           15  (PRFX)GEOM-VAL        OCCURS 13 TIMES
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(10).
      ******************************************************************
