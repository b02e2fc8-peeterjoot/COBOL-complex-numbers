      ******************************************************************
      * copy/CXDEMAND.cpy - one circuit's day of metered load, rolled
      * up by CLODPRF for capacity planning: real and reactive energy
      * over the day (watt-hours, var-hours), the peak demand - the
      * highest interval's real power summed over the circuit's
      * branches - and the interval it started in, and the daily load
      * factor, energy over peak demand held for twenty-four hours.
      * (PRFX)INTERVAL-CT and (PRFX)MISSING-CT say how much of the
      * day the meters actually covered.
      ******************************************************************
       01  (PRFX)DEMAND-RECORD.
         10  (PRFX)CIRCUIT-ID        PIC X(08).
         10  (PRFX)READ-DATE         PIC 9(08).
         10  (PRFX)REAL-ENERGY
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)REACTIVE-ENERGY
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PEAK-DEMAND
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PEAK-TIME         PIC 9(04).
         10  (PRFX)LOAD-FACTOR
           PIC S9(1)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)INTERVAL-CT       PIC 9(04).
         10  (PRFX)MISSING-CT        PIC 9(04).
         10  FILLER                  PIC X(11).
      ******************************************************************
