      ******************************************************************
      * copy/CXTONE.cpy - one line of the tone-monitoring list: a
      * frequency CDFTTON is to measure on a named capture, the
      * label the report calls it by (FUND, PILOT, H3...), and the
      * band its amplitude is expected to sit in.  Amplitudes are
      * the tone's peak value in the capture's own sample units; a
      * zero AMP-HI means no upper bound, so a tone that only has to
      * be present is one line with a floor.  A capture is measured
      * at every line carrying its CXCAPCAT capture id.
      ******************************************************************
       01  (PRFX)TONE-RECORD.
         10  (PRFX)CAPTURE-ID        PIC X(08).
         10  (PRFX)TONE-LABEL        PIC X(08).
         10  (PRFX)FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)AMP-LO
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)AMP-HI
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(13).
      ******************************************************************
