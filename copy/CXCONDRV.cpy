      ******************************************************************
      * copy/CXCONDRV.cpy - one derived constant: a CXCONST name whose
      * value is not keyed but computed by CCONMNT from other
      * constants, (PRFX)OPERAND-A (PRFX)FORMULA-OP (PRFX)OPERAND-B,
      * and recomputed - in dependency order, a derived constant
      * being free to name another - whenever a constant it depends
      * on is maintained.  The computed values go onto CXCONST as
      * ordinary dated entries, so CCONSTLK and every reader resolve
      * a derived name exactly like a keyed one.
      *   +  -  *  /  complex A plus, minus, times, divided by B
      *   J           A's real part joined with B's real part as the
      *               imaginary part - a reference impedance built
      *               from a base resistance and a base reactance
      *   K           A scaled by the real (PRFX)FACTOR; B unused
      * A value computed takes effect from the latest of its
      * operands' effective dates and (PRFX)EFF-FROM, the date
      * the formula itself was defined to apply from.
      ******************************************************************
       01  (PRFX)DERIVED-RECORD.
         10  (PRFX)NAME               PIC X(08).
         10  (PRFX)FORMULA-OP         PIC X(01).
           88  (PRFX)OP-ADD           VALUE '+'.
           88  (PRFX)OP-SUBTRACT      VALUE '-'.
           88  (PRFX)OP-MULTIPLY      VALUE '*'.
           88  (PRFX)OP-DIVIDE        VALUE '/'.
           88  (PRFX)OP-JOIN          VALUE 'J'.
           88  (PRFX)OP-SCALE         VALUE 'K'.
           88  (PRFX)OP-VALID         VALUES '+' '-' '*' '/' 'J' 'K'.
         10  (PRFX)OPERAND-A          PIC X(08).
         10  (PRFX)OPERAND-B          PIC X(08).
         10  (PRFX)FACTOR
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)EFF-FROM           PIC 9(08).
      ******************************************************************
