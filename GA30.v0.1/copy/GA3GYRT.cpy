      ******************************************************************
      * copy/GA3GYRT.cpy - one angular-rate sample off a platform's
      * strapped-down gyro package, in the shop's standard zoned
      * layout.  A platform's samples sit together in ascending
      * SAMPLE-TIME (seconds, on whatever epoch the logger keeps -
      * only the differences are used).  The rate is a bivector in
      * radians per second, in the platform's own axes: RATE-XY is
      * the turn carrying e_1 toward e_2 (yaw), RATE-XZ e_1 toward
      * e_3, RATE-YZ e_2 toward e_3 - the plane sense GA3ROTOR uses.
      * FIX-PAIR-NO, where not zero, is the GA3PAIRS record (the
      * pair number GA3RFDRV reports under) measured at this sample.
      ******************************************************************
       01  (PRFX)RATE-RECORD.
         10  (PRFX)PLATFORM-ID       PIC X(08).
         10  (PRFX)SAMPLE-TIME
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RATE-XY
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RATE-XZ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RATE-YZ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)FIX-PAIR-NO       PIC 9(06).
           88  (PRFX)NO-FIX          VALUE 0.
      ******************************************************************
