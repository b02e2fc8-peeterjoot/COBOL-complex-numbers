      ******************************************************************
      * copy/CXINTVL.cpy - one metered interval reading: the voltage
      * and current phasors a branch's meter recorded for the
      * interval starting at (PRFX)READ-TIME on (PRFX)READ-DATE,
      * in CXIMPED.cpy's RE/IM shape so each half passes straight
      * into CMCONJ/CMMULT.  The meters deliver a fixed interval
      * length all day (fifteen minutes unless the load-profile
      * card says otherwise).  (PRFX)SEQ-KEY is the order the
      * load-profile job reads them in - circuit, day, branch,
      * interval - so a circuit's day closes on one control break.
      ******************************************************************
       01  (PRFX)INTERVAL-RECORD.
         10  (PRFX)SEQ-KEY.
           15  (PRFX)CIRCUIT-ID       PIC X(08).
           15  (PRFX)READ-DATE        PIC 9(08).
           15  (PRFX)BRANCH-ID        PIC X(08).
           15  (PRFX)READ-TIME.
             20  (PRFX)READ-HH        PIC 9(02).
             20  (PRFX)READ-MM        PIC 9(02).
         10  (PRFX)VOLT-COMPLEX.
           15  (PRFX)VOLT-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)VOLT-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)AMP-COMPLEX.
           15  (PRFX)AMP-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)AMP-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                   PIC X(04).
      ******************************************************************
