      ******************************************************************
      * copy/GA3PNT.cpy - one 3D point on a survey or fixture point
      * file, in the shop's standard zoned layout: the sender's point
      * identifier and the point's coordinates.  GA3RIGD reads and
      * writes points in this one layout, so its output can be sent
      * back through it.
      ******************************************************************
       01  (PRFX)POINT-RECORD.
         10  (PRFX)POINT-ID          PIC X(12).
         10  (PRFX)PT-X
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PT-Y
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PT-Z
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      ******************************************************************
