      ******************************************************************
      * copy/CNETCOMP.cpy - one CNETDEF network held in storage: its
      * id, the components its BRN and TLN records carry, and the
      * mutual couplings off its CPL records, in the shape CNETEVAL
      * rebuilds into an impedance at any one frequency.  CNETSWP
      * loads it once per network and steps it across the sweep; a
      * study that needs the network at a handful of frequencies of
      * its own choosing loads it the same way and calls CNETEVAL.
      * The component table's depth must match copy/IMPEDARR.cpy's
      * OCCURS.
      ******************************************************************
       01  (PRFX)NET-TABLE.
         05  (PRFX)NETWORK-ID       PIC X(08).
         05  (PRFX)COMP-TABLE.
           10  (PRFX)COMP-CT        PIC 9(04).
           10  (PRFX)COMP-ENTRY OCCURS 5000 TIMES.
             15  (PRFX)COMP-BRANCH-TYPE PIC X(01).
             15  (PRFX)COMP-GROUP-ID    PIC X(02).
             15  (PRFX)COMP-TYPE        PIC X(01).
               88  (PRFX)COMP-RESISTOR  VALUE 'R'.
               88  (PRFX)COMP-INDUCTOR  VALUE 'L'.
               88  (PRFX)COMP-CAPACITOR VALUE 'C'.
               88  (PRFX)COMP-TLINE     VALUE 'T'.
             15  (PRFX)COMP-VALUE-V     COMP-2.
      * the transmission-line particulars a TLN branch carries; the
      * component type byte holds 'T' for those entries.
             15  (PRFX)COMP-TLN-TERM    PIC X(01).
             15  (PRFX)COMP-TLN-Z0-V    COMP-2.
             15  (PRFX)COMP-TLN-LEN-V   COMP-2.
             15  (PRFX)COMP-TLN-ALPHA-V COMP-2.
             15  (PRFX)COMP-TLN-VF-V    COMP-2.
             15  (PRFX)COMP-REMOVED-SW  PIC X(01).
               88  (PRFX)COMP-REMOVED   VALUE 'Y'.
      * the network's mutual couplings off its CPL records: primary
      * and secondary branch ordinals with M in henries (a keyed k
      * converts to M when the branches' inductances are known).
         05  (PRFX)CPL-TABLE.
           10  (PRFX)CPL-CT         PIC 9(02).
           10  (PRFX)CPL-ENTRY OCCURS 50 TIMES.
             15  (PRFX)CPL-PRIM     PIC 9(04).
             15  (PRFX)CPL-SEC      PIC 9(04).
             15  (PRFX)CPL-VAL-V    COMP-2.
             15  (PRFX)CPL-KIND     PIC X(01).
      ******************************************************************
