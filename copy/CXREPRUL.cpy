      ******************************************************************
      * copy/CXREPRUL.cpy - one line of the suspense repair-rule
      * master CXSUSFIX works the open CXSUSPM items with: for items
      * suspended under (PRFX)REASON-CODE from feed (PRFX)SOURCE-SYS
      * - spaces in either matching any - apply (PRFX)REPAIR-TYPE.
      * Every line that matches an item is applied, in master order,
      * and the repaired item must then pass the same edit COMPLEX
      * applies before it is resubmitted; one that does not stays
      * open for a person to work through CRESUB.
      *   UC  fold the opcode to upper case
      *   PF  mark a record polar ('P') whose form byte is blank,
      *       'R' or invalid - the feed sends magnitude/angle pairs
      *       without a proper form byte; named forms are left alone
      *   CT  replace a constant name that does not resolve with the
      *       one constant whose name it matches but for a trailing
      *       character (dropped, added or mistyped)
      *   DP  fill a blank ORIGIN-DEPT with (PRFX)REPAIR-VALUE
      ******************************************************************
       01  (PRFX)REPAIR-RULE.
         10  (PRFX)REASON-CODE       PIC X(02).
         10  (PRFX)SOURCE-SYS        PIC X(03).
         10  (PRFX)REPAIR-TYPE       PIC X(02).
           88  (PRFX)REPAIR-UPPER-OPCODE  VALUE 'UC'.
           88  (PRFX)REPAIR-POLAR-FORM    VALUE 'PF'.
           88  (PRFX)REPAIR-CONST-TYPO    VALUE 'CT'.
           88  (PRFX)REPAIR-DEFAULT-DEPT  VALUE 'DP'.
         10  (PRFX)REPAIR-VALUE      PIC X(08).
         10  (PRFX)RULE-DESC         PIC X(25).
      ******************************************************************
