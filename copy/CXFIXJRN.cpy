      ******************************************************************
      * copy/CXFIXJRN.cpy - one image on the suspense auto-repair
      * journal: for every item CXSUSFIX repaired and resubmitted, a
      * BEFORE record holding the transaction as it stood on the
      * CXSUSPM master and an AFTER record holding it as resubmitted,
      * with the repairs applied listed in the order they were made
      * (two-character CXREPRUL repair types, a space apart).
      * The journal is what answers "who changed my transaction" for
      * a change no person keyed.
      ******************************************************************
       01  (PRFX)FIX-JOURNAL-RECORD.
         10  (PRFX)BUSINESS-DATE     PIC 9(08).
         10  (PRFX)SEQ-NO            PIC 9(08).
         10  (PRFX)IMAGE             PIC X(01).
           88  (PRFX)IMAGE-BEFORE    VALUE 'B'.
           88  (PRFX)IMAGE-AFTER     VALUE 'A'.
         10  (PRFX)REASON-CODE       PIC X(02).
         10  (PRFX)REPAIRS           PIC X(12).
         10  (PRFX)RUN-DATE          PIC 9(08).
         10  FILLER                  PIC X(01).
         10  (PRFX)TRAN-IMAGE        PIC X(96).
      ******************************************************************
