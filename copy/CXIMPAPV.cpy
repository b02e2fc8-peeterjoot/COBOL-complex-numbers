      ******************************************************************
      * copy/CXIMPAPV.cpy - one checker's decision on a pending
      * impedance-master change (copy/CXPNDCHG.cpy), keyed by the
      * pending number the maker's run reported.  'A' approves and
      * CIMPMNT applies the change; 'R' withdraws it unapplied.  The
      * checker must differ from the maker and hold CXAUTH authority
      * for the change's action over its branch, or the decision is
      * refused to the exceptions report and the item stays pending.
      ******************************************************************
       01  (PRFX)APPROVAL-RECORD.
         10  (PRFX)PEND-NO            PIC 9(08).
         10  (PRFX)DECISION           PIC X(01).
           88  (PRFX)DECISION-APPROVE VALUE 'A'.
           88  (PRFX)DECISION-REJECT  VALUE 'R'.
         10  (PRFX)CHECKER-ID         PIC X(08).
         10  FILLER                   PIC X(23).
      ******************************************************************
