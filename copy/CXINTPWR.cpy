      ******************************************************************
      * copy/CXINTPWR.cpy - one branch's complex power for one metered
      * interval, written by CLODPRF from the CXINTVL phasor pair the
      * way CPWRRPT writes CXPOWER from a snapshot: real power P,
      * reactive power Q (S = V times the conjugate of I), apparent
      * power |S| and the power factor, keyed by circuit, day,
      * branch and interval start.
      ******************************************************************
       01  (PRFX)INTERVAL-POWER-RECORD.
         10  (PRFX)CIRCUIT-ID        PIC X(08).
         10  (PRFX)READ-DATE         PIC 9(08).
         10  (PRFX)BRANCH-ID         PIC X(08).
         10  (PRFX)READ-TIME         PIC 9(04).
         10  (PRFX)REAL-PWR
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)REACTIVE-PWR
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)APPARENT-PWR
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)POWER-FACTOR
           PIC S9(1)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(02).
      ******************************************************************
