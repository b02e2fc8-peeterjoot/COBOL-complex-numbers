           88  (PRFX)REASON-BAD-FORM       VALUE 'BF'.
           88  (PRFX)REASON-CONST-NOTFOUND VALUE 'CN'.
           88  (PRFX)REASON-NO-PREVIOUS    VALUE 'NP'.
      * a POW exponent that is not a whole number 0-32, an EXP
      * whose real part would overflow, or an ADD/SUB/POW/SCAL whose
      * result would not fit the 8.8 result fields
           88  (PRFX)REASON-OUT-OF-RANGE   VALUE 'OR'.
      * a result a downstream system rejected on its acknowledgment,
      * routed back onto the suspense master by CXACKREC
           88  (PRFX)REASON-ACK-REJECTED   VALUE 'AK'.
         10  (PRFX)OPCODE            PIC X(04).
         10  (PRFX)OP1-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * control, history and journal.
         10  (PRFX)RUN-DATE          PIC 9(08).
         10  (PRFX)RUN-NO            PIC 9(04).
      * the CXTRAN request id the record was keyed for, so the
      * suspense and its correction post against the request.
         10  (PRFX)REQUEST-ID        PIC X(08).
      ******************************************************************
