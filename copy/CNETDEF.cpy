           15  (PRFX)COMPONENT-VALUE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)GROUP-ID        PIC X(02).
      * the component's manufacturing tolerance, plus or minus, as a
      * percentage of its value; blank or zero is an exact value.
      * The sweep works at nominal values and ignores it - CNETTOL
      * is the study that spreads the network across it.
           15  (PRFX)TOLERANCE-PCT   PIC 9(02)V9(02).
           15  FILLER                PIC X(72).
      * a TLN record describes a transmission-line branch - the
      * cable runs long enough that line effects matter: the
      * characteristic impedance in ohms, the physical length, the
