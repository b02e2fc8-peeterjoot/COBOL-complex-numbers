      ******************************************************************
      * copy/CXPROOT.cpy - one root CPOLYSLV found: the polynomial's
      * id, the root's number, its value, whether the iteration
      * settled on it ('Y'), ran out of iterations ('N') or found it
      * beyond the zoned fields ('O', value left zero), the
      * iterations taken, and its stability class - 'U' for a
      * positive real part (a right-half-plane pole), 'M' for one on
      * the imaginary axis within the solving tolerance, 'S'
      * otherwise, blank for a root beyond the fields.
      ******************************************************************
       01  (PRFX)PROOT-RECORD.
         10  (PRFX)POLY-ID           PIC X(08).
         10  (PRFX)ROOT-NO           PIC 9(02).
         10  (PRFX)ROOT-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ROOT-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)CONVERGED         PIC X(01).
           88  (PRFX)ROOT-CONVERGED  VALUE 'Y'.
         10  (PRFX)ITERATIONS        PIC 9(04).
         10  (PRFX)STABILITY         PIC X(01).
           88  (PRFX)ROOT-STABLE     VALUE 'S'.
           88  (PRFX)ROOT-MARGINAL   VALUE 'M'.
           88  (PRFX)ROOT-UNSTABLE   VALUE 'U'.
      ******************************************************************
