      ******************************************************************
      * copy/CXSEQZ.cpy - one bus of the sequence-impedance file the
      * CFLTSTD fault study reads: the Thevenin positive-, negative-
      * and zero-sequence impedances looking into the bus (ohms),
      * the fault impedance to apply there, and the prefault line-
      * to-neutral voltage.  A zero Z1 means the bus's positive-
      * sequence impedance is taken from the CXIMPED master under
      * the bus id; a zero Z2 means the plant is static at the bus
      * and Z2 equals Z1; a zero PREFAULT-V runs the bus in per
      * unit at 1.0.  FEEDER-ID groups the buses for the annual
      * protection-settings review.
      ******************************************************************
       01  (PRFX)SEQZ-RECORD.
         10  (PRFX)BUS-ID            PIC X(08).
         10  (PRFX)FEEDER-ID         PIC X(08).
         10  (PRFX)PREFAULT-V
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z1-COMPLEX.
           15  (PRFX)Z1-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)Z1-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z2-COMPLEX.
           15  (PRFX)Z2-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)Z2-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)Z0-COMPLEX.
           15  (PRFX)Z0-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)Z0-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ZF-COMPLEX.
           15  (PRFX)ZF-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)ZF-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(11).
      ******************************************************************
