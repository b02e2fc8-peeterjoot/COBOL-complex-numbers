      ******************************************************************
      * copy/CXREQIN.cpy - one request-registration card, keyed by
      * the engineering desk as each engineer's request comes in:
      * the request id the engineer's transactions will carry in
      * CXTRAN's REQUEST-ID, who asked and for which department,
      * and what was asked for.  A blank received date takes the
      * CXRUNCTL business date; a blank due date takes the received
      * date plus the REQ-DUE-DAYS tunable.  A blank expected count
      * leaves the request complete on its results alone.
      ******************************************************************
       01  (PRFX)INTAKE-RECORD.
         10  (PRFX)REQUEST-ID        PIC X(08).
         10  (PRFX)REQUESTER         PIC X(20).
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)RECEIVED-DATE     PIC X(08).
         10  (PRFX)RECEIVED-DATE-N REDEFINES (PRFX)RECEIVED-DATE
                                     PIC 9(08).
         10  (PRFX)DUE-DATE          PIC X(08).
         10  (PRFX)DUE-DATE-N REDEFINES (PRFX)DUE-DATE
                                     PIC 9(08).
         10  (PRFX)EXPECTED-CT       PIC X(05).
         10  (PRFX)EXPECTED-CT-N REDEFINES (PRFX)EXPECTED-CT
                                     PIC 9(05).
         10  (PRFX)DESCRIPTION       PIC X(28).
      ******************************************************************
