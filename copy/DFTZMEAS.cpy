      ******************************************************************
      * copy/DFTZMEAS.cpy - one measured impedance point off a pair
      * of simultaneous captures on the same branch: the voltage
      * capture's bin divided by the current capture's bin at the
      * fundamental or one of its harmonics, as CDFTZMS writes it.
      * HARMONIC 01 is the fundamental, the point that also goes to
      * the impedance master as a CXIMPCOR correction.  POINT-STATUS
      * says whether the division was taken: a bin carrying too
      * little current to divide by is written with a zero value and
      * flagged, not left out, so the file shows every order asked
      * for.
      ******************************************************************
       01  (PRFX)ZMEAS-RECORD.
         10  (PRFX)BRANCH-ID         PIC X(08).
         10  (PRFX)CAPTURE-V         PIC X(08).
         10  (PRFX)CAPTURE-I         PIC X(08).
         10  (PRFX)HARMONIC          PIC 9(02).
         10  (PRFX)BIN-NO            PIC 9(04).
         10  (PRFX)FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)POINT-STATUS      PIC X(01).
           88  (PRFX)POINT-OK        VALUE 'O'.
           88  (PRFX)POINT-LOW-CURRENT VALUE 'L'.
           88  (PRFX)POINT-DIV-FAILED VALUE 'F'.
         10  FILLER                  PIC X(02).
      ******************************************************************
