      ******************************************************************
      * copy/CXPOLY.cpy - the parameter block CPOLYRT works on: a
      * polynomial with complex coefficients
      *   P(Z) = C(DEGREE+1)*Z**DEGREE + ... + C(2)*Z + C(1)
      * (coefficient entry N holds the power N-1), and the table its
      * roots come back in, each with a convergence flag and the
      * iterations it took.  A root flagged 'O' lies beyond the zoned
      * fields' eight integer digits and its value is left as
      * HIGH-VALUES.  The table depths fix the highest degree the
      * routine accepts.
      ******************************************************************
       01  (PRFX)POLY-PARM.
         05  (PRFX)DEGREE           PIC 9(02).
         05  (PRFX)COEF-ENTRY OCCURS 21 TIMES.
           10  (PRFX)COEF-COMPLEX.
             15  (PRFX)COEF-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15  (PRFX)COEF-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         05  (PRFX)ROOT-ENTRY OCCURS 20 TIMES.
           10  (PRFX)ROOT-COMPLEX.
             15  (PRFX)ROOT-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15  (PRFX)ROOT-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10  (PRFX)ROOT-CONV-SW     PIC X(01).
             88  (PRFX)ROOT-CONVERGED     VALUE 'Y'.
             88  (PRFX)ROOT-NOT-CONVERGED VALUE 'N'.
             88  (PRFX)ROOT-OUT-OF-RANGE  VALUE 'O'.
           10  (PRFX)ROOT-ITERATIONS  PIC 9(04).
      ******************************************************************
