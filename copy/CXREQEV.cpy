      ******************************************************************
      * copy/CXREQEV.cpy - one event on the cumulative request-event
      * file: a stage an engineering request's transaction passed
      * through, posted by the program that did it under the
      * CXTRAN request id the record carried.  Only records with a
      * request id are posted.  The daily events accumulate on one
      * file, the way the service journal does, and CXREQUPD
      * rebuilds the CXREQST request-status master from all of them
      * each night, so a rerun step that posts an event twice does
      * not count it twice.
      *
      * (PRFX)SEQ-NO is the record's sequence number on the file the
      * poster read (the suspense SEQ-NO for a suspense, a
      * resubmission or a withdrawal, so the three can be matched);
      * on a 'D' event it is instead the count of computed results
      * the delivery covered.  The result fields are filled on a
      * 'C' event only; the reason code on an 'E' edit rejection, an
      * 'S' suspense and an 'X' withdrawal.
      ******************************************************************
       01  (PRFX)EVENT-RECORD.
         10  (PRFX)REQUEST-ID        PIC X(08).
         10  (PRFX)STAGE             PIC X(01).
           88  (PRFX)STAGE-RECEIVED    VALUE 'R'.
           88  (PRFX)STAGE-EDITED      VALUE 'E'.
           88  (PRFX)STAGE-SUSPENDED   VALUE 'S'.
           88  (PRFX)STAGE-RESUBMITTED VALUE 'U'.
           88  (PRFX)STAGE-WITHDRAWN   VALUE 'X'.
           88  (PRFX)STAGE-COMPUTED    VALUE 'C'.
           88  (PRFX)STAGE-DISTRIBUTED VALUE 'D'.
         10  (PRFX)EVENT-DATE        PIC 9(08).
         10  (PRFX)EVENT-TIME        PIC 9(06).
         10  (PRFX)SOURCE-PGM        PIC X(08).
         10  (PRFX)RUN-NO            PIC 9(04).
         10  (PRFX)SEQ-NO            PIC 9(08).
         10  (PRFX)CHAIN-ID          PIC X(08).
         10  (PRFX)OPCODE            PIC X(04).
         10  (PRFX)REASON-CODE       PIC X(02).
         10  (PRFX)RESULT-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RESULT-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(09).
      ******************************************************************
