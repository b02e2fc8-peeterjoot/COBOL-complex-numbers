      * copy/CXCONTRN.cpy - one constants-master maintenance
      * transaction: an action code, the constant's name, and the
      * RE/IM value an ADD or CHANGE carries (unused on a DELETE but
      * still present so every record is the same fixed length), or
      * on a FORMULA the definition of a derived constant.  The
      * constants file CCONSTLK and CCALC depend on was being edited
      * raw; this puts it under the same transaction-and-report
      * control as any other master.
           88  (PRFX)ACTION-ADD       VALUE 'A'.
           88  (PRFX)ACTION-CHANGE    VALUE 'C'.
           88  (PRFX)ACTION-DELETE    VALUE 'D'.
           88  (PRFX)ACTION-FORMULA   VALUE 'F'.
         10  (PRFX)NAME               PIC X(08).
      * the date this value takes effect; an ADD or CHANGE appends
      * a dated entry rather than overwriting in place, so reruns
      * of earlier days still resolve what they resolved then.
         10  (PRFX)EFF-FROM           PIC 9(08).
         10  (PRFX)VALUE-AREA.
           15  (PRFX)RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * an 'F' transaction defines (or redefines) the name as a
      * derived constant: instead of a value it carries the formula,
      * (PRFX)OPERAND-A (PRFX)FORMULA-OP (PRFX)OPERAND-B, kept on
      * the CXCONDRV derived-constants master - see
      * copy/CXCONDRV.cpy for the operators.
         10  (PRFX)FORMULA-AREA REDEFINES (PRFX)VALUE-AREA.
           15  (PRFX)FORMULA-OP       PIC X(01).
           15  (PRFX)OPERAND-A        PIC X(08).
           15  (PRFX)OPERAND-B        PIC X(08).
           15  (PRFX)FACTOR
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * who keyed the transaction, checked against the CXAUTH
      * authorization master and echoed on the maintenance report
      * so every change is attributable.
