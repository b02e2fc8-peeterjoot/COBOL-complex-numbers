      * copy/CXTRAN.cpy - one complex-arithmetic transaction request:
      * an operation code plus the two COMPLEX operands it applies to.
      * Operand 2 is unused by the single-operand operations (CONJ,
      * REAL, IMAG, MOD, ARG, INV, SQRT, EXP, LOG, NEG) but is still
      * read so every record on the transaction file is the same
      * fixed length.  POW and SCAL take a real operand 2: POW's
      * whole-number exponent (0 through 32) and SCAL's real scale
      * factor both ride in (PRFX)OP2-RE, (PRFX)OP2-IM is ignored, and
      * a polar record converts operand 1 only.
      *
      * (PRFX)OPERAND-FORM says how the operand fields are to be read:
      * space or 'R' is the rectangular RE/IM pair the file has always
           88  (PRFX)OP-MULT         VALUE 'MULT'.
           88  (PRFX)OP-INVERSE      VALUE 'INV '.
           88  (PRFX)OP-DIVIDE       VALUE 'DIV '.
      * the library operations: each runs through the matching
      * CMPXLBRY routine, so the batch reaches the same add,
      * subtract, root, exponential, log, power, scale and negate
      * the engineers used to key by hand in CCALC.
           88  (PRFX)OP-ADD          VALUE 'ADD '.
           88  (PRFX)OP-SUBTRACT     VALUE 'SUB '.
           88  (PRFX)OP-SQRT         VALUE 'SQRT'.
           88  (PRFX)OP-EXP          VALUE 'EXP '.
           88  (PRFX)OP-LOG          VALUE 'LOG '.
           88  (PRFX)OP-POWER        VALUE 'POW '.
           88  (PRFX)OP-SCALE        VALUE 'SCAL'.
           88  (PRFX)OP-NEGATE       VALUE 'NEG '.
           88  (PRFX)OP-LIBRARY-ANY  VALUES 'ADD ' 'SUB ' 'SQRT'
                                            'EXP ' 'LOG ' 'POW '
                                            'SCAL' 'NEG '.
      * operand 2 is a real number, not a complex value
           88  (PRFX)OP-REAL-OPERAND2 VALUES 'POW ' 'SCAL'.
      * the set operations work on a named value set off the
      * CXSETMST master - the set's name rides in the operand-1
      * constant-name bytes - and their result flows into CXRESULT
      * when the feeds are combined and carried through to suspense,
      * results and the audit trail - so a suspense record says who
      * to call and each feed owner gets their own control counts.
      * 'RPR' is the reprocessing feed: corrections regenerated after
      * a bad constant value, which chargeback does not bill again.
         10  (PRFX)SOURCE-SYS        PIC X(03).
           88  (PRFX)SOURCE-REPROCESS VALUE 'RPR'.
      * 'U' marks urgent bench-support work the re-sequencer moves
      * to the front of the file and COMPLEX answers on the early
      * extract; blank or 'B' is the overnight bulk class.
         10  (PRFX)PRIORITY-CLASS    PIC X(01).
           88  (PRFX)PRIO-URGENT     VALUE 'U'.
           88  (PRFX)PRIO-BULK       VALUES SPACE 'B'.
      * the engineering request the record was keyed for - the id
      * the engineer's request was registered under on the CXREQST
      * request-status master - carried through suspense and
      * resubmission so every stage the record passes is posted to
      * the CXREQEV request-event file against that request.  Blank
      * for work with no request behind it, such as standing orders.
         10  (PRFX)REQUEST-ID        PIC X(08).
      ******************************************************************
