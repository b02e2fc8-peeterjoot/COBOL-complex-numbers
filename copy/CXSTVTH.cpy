      ******************************************************************
      * copy/CXSTVTH.cpy - one variance threshold for a standing
      * calculation on the CXSTVAR day-over-day check.  A standing
      * calculation's results carry no order number of their own,
      * so one is known by what it computes: the operation, the
      * ordering department, the constant operand 1 was named from,
      * and - where the same three repeat in one day's standing
      * results - which occurrence in result order.  OCCURRENCE 00
      * covers every occurrence.  MOD-PCT is the change in modulus,
      * in percent, and ARG-DEG the change in argument, in degrees,
      * beyond which the day's result is flagged; a calculation with
      * no line of its own is held to the CXPARM defaults.
      ******************************************************************
       01  (PRFX)THRESHOLD-RECORD.
         10  (PRFX)OPCODE            PIC X(04).
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)OP1-LABEL         PIC X(08).
         10  (PRFX)OCCURRENCE        PIC 9(02).
           88  (PRFX)OCCURRENCE-ANY  VALUE 0.
         10  (PRFX)MOD-PCT           PIC 9(03)V9(02).
         10  (PRFX)ARG-DEG           PIC 9(03)V9(02).
         10  FILLER                  PIC X(03).
      ******************************************************************
