      ******************************************************************
      * copy/DFTHARM.cpy - one harmonic of a capture as CDFTANL finds
      * it: the order (01 is the fundamental), the bin it sits at out
      * of the BIN-CT bins the spectrum held, its frequency when the
      * capture was catalogued (zero otherwise), its magnitude and
      * phase, and its magnitude as a percentage of the
      * fundamental's.  MAG is the spectrum's own unscaled figure -
      * a raw CDFT bin carries N/2 times the sinusoid's peak, a
      * Welch density bin the root of its averaged power - so
      * SOURCE says which, and a consumer that needs amperes either
      * scales the percentages against a rated current or undoes the
      * transform's scaling itself.  The harmonic-distortion study
      * reads this file in place of CDFTANL's print.
      ******************************************************************
       01  (PRFX)HARM-RECORD.
         10  (PRFX)CAPTURE-ID        PIC X(08).
         10  (PRFX)HARMONIC          PIC 9(04).
         10  (PRFX)BIN-NO            PIC 9(04).
         10  (PRFX)BIN-CT            PIC 9(04).
         10  (PRFX)FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)MAG
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PHASE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PCT-OF-FUND       PIC 9(03)V9(02).
         10  (PRFX)SOURCE            PIC X(01).
           88  (PRFX)SOURCE-BINS     VALUE 'B'.
           88  (PRFX)SOURCE-PSD      VALUE 'P'.
         10  FILLER                  PIC X(03).
      ******************************************************************
