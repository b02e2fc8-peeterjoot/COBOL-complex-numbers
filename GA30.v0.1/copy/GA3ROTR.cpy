      ******************************************************************
      * copy/GA3ROTR.cpy - one rotor on a rotor file, in the shop's
      * standard zoned layout: an identifier (a burst id, a pair
      * number) and the rotor's scalar and bivector components - the
      * only parts a rotor has.  The GA3BURST measurement record has
      * the same shape, so a rotor file can be fed back to GA3RAVGD.
      ******************************************************************
       01  (PRFX)ROTOR-RECORD.
         10  (PRFX)ROTOR-ID          PIC X(08).
         10  (PRFX)ROT-SC
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ROT-XY
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ROT-XZ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ROT-YZ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      ******************************************************************
