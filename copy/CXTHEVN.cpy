      ******************************************************************
      * copy/CXTHEVN.cpy - the Thevenin and Norton equivalent of a
      * CMESHDF network as seen from one pair of its nodes, as
      * CNETTHV extracts it: the open-circuit voltage from terminal
      * A to terminal B with every SRC source working, the
      * impedance looking into A-B with every source dead, and the
      * short-circuit (Norton) current VTH / ZTH.  Node B may be
      * ground (0).  EQV-STATUS says whether the equivalent stands:
      * a terminal pair whose ZTH is zero is already shorted and has
      * no Norton current, and a network that will not solve has no
      * equivalent at all.
      ******************************************************************
       01  (PRFX)THEVENIN-RECORD.
         10  (PRFX)NETWORK-ID        PIC X(08).
         10  (PRFX)NODE-A            PIC 9(02).
         10  (PRFX)NODE-B            PIC 9(02).
         10  (PRFX)VTH-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)VTH-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ZTH-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)ZTH-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)IN-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)IN-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)EQV-STATUS        PIC X(01).
           88  (PRFX)EQV-OK          VALUE 'O'.
           88  (PRFX)EQV-SHORTED     VALUE 'S'.
           88  (PRFX)EQV-NO-SOLUTION VALUE 'F'.
         10  FILLER                  PIC X(05).
      ******************************************************************
