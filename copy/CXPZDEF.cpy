      ******************************************************************
      * copy/CXPZDEF.cpy - one record of a pole-zero transfer-function
      * definition for the CPZSWP sweep.  A FUN record opens a
      * function - its id for the curve file and report, the complex
      * gain K, and the frequency range to sweep - and the POL and
      * ZER records that follow it carry its poles and zeros as
      * s-plane points in radians per second, each with a
      * multiplicity (blank or zero is taken as one), so that
      *   H(S) = K * 10**GAIN-EXP * PRODUCT(S - ZERO)
      *                           / PRODUCT(S - POLE)
      * is evaluated at S = J*2*PI*F.  GAIN-EXP is a power-of-ten
      * exponent on K for the gains of high-order filters, which run
      * past the zoned fields' eight integer digits.  The root fields
      * redefine the FUN fields so every record on the file is the
      * same fixed length, the convention copy/CTPDEF.cpy uses.
      ******************************************************************
       01  (PRFX)PZDEF-RECORD.
         10  (PRFX)REC-TYPE          PIC X(03).
           88  (PRFX)REC-FUNCTION    VALUE 'FUN'.
           88  (PRFX)REC-POLE        VALUE 'POL'.
           88  (PRFX)REC-ZERO        VALUE 'ZER'.
         10  (PRFX)FUN-FIELDS.
           15  (PRFX)FUNCTION-ID     PIC X(08).
           15  (PRFX)GAIN-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)GAIN-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)GAIN-EXP
             PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)START-FREQ
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)FREQ-STEP
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)NUM-STEPS       PIC 9(04).
         10  (PRFX)ROOT-FIELDS REDEFINES (PRFX)FUN-FIELDS.
           15  (PRFX)ROOT-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)ROOT-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)ROOT-MULT       PIC 9(02).
           15  FILLER                PIC X(47).
      ******************************************************************
