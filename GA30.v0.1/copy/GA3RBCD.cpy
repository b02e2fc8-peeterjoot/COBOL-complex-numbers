      ******************************************************************
      * copy/GA3RBCD.cpy - one GA3RIGD transform card.  The card type
      * says what the values are, in the shop's standard zoned
      * layout:
      *   R  the rotor itself: VAL(1) scalar, VAL(2) XY, VAL(3) XZ,
      *      VAL(4) YZ - a unit rotor, as GA3RFDRV or GA3RAVGD
      *      writes one
      *   E  Euler angles in degrees for GA3EUL2R: VAL(1) yaw,
      *      VAL(2) pitch, VAL(3) roll
      *   T  the translation: VAL(1) X, VAL(2) Y, VAL(3) Z, and
      *      VAL(4) the distance tolerance (zero for the default)
      * One R or E card is required; the T card is optional.
      ******************************************************************
       01  (PRFX)CARD-RECORD.
         10  (PRFX)CARD-TYPE         PIC X(01).
           88  (PRFX)CARD-ROTOR      VALUE 'R'.
           88  (PRFX)CARD-EULER      VALUE 'E'.
           88  (PRFX)CARD-TRANSLATE  VALUE 'T'.
         10  FILLER                  PIC X(01).
         10  (PRFX)CARD-VAL          OCCURS 4 TIMES
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(10).
      ******************************************************************
