      ******************************************************************
      * copy/CXSPARM.cpy - one frequency point of a CTPDEF chain's
      * scattering parameters as CTPSPAR converts them from the
      * cascaded ABCD matrix: S11, S21, S12 and S22 each as a linear
      * magnitude and an angle in degrees, referenced to the Z0 the
      * record carries at both ports - the form the RF vendors'
      * data and the network analyzer's exports come in.  A point
      * whose conversion failed (the ABCD denominator vanished, or a
      * stage would not build) carries POINT-FAILED and zeros.
      ******************************************************************
       01  (PRFX)SPARM-RECORD.
         10  (PRFX)NETWORK-ID        PIC X(08).
         10  (PRFX)FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S11-MAG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S11-ANG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S21-MAG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S21-ANG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S12-MAG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S12-ANG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S22-MAG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)S22-ANG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z0-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z0-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)POINT-STATUS      PIC X(01).
           88  (PRFX)POINT-OK        VALUE 'O'.
           88  (PRFX)POINT-FAILED    VALUE 'F'.
         10  FILLER                  PIC X(04).
      ******************************************************************
