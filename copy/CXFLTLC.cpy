      ******************************************************************
      * copy/CXFLTLC.cpy - one line trip as protection reports it
      * for the CFLTLOC distance-to-fault job: the event's own id,
      * the transmission-line branch that tripped - its CNETDEF
      * network and its position among that network's BRN and TLN
      * records, the same ordinal CPL records name branches by -
      * and the fault-loop impedance the relay measured (ohms) at
      * the frequency it measured at (60 Hz when zero).
      ******************************************************************
       01  (PRFX)FAULT-LOC-RECORD.
         10  (PRFX)FAULT-ID          PIC X(08).
         10  (PRFX)NETWORK-ID        PIC X(08).
         10  (PRFX)BRANCH-NO         PIC 9(04).
         10  (PRFX)MEAS-FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ZM-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ZM-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(09).
      ******************************************************************
