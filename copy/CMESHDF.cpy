         10  (PRFX)REC-TYPE          PIC X(03).
           88  (PRFX)REC-NETWORK     VALUE 'NET'.
           88  (PRFX)REC-BRANCH      VALUE 'BRN'.
           88  (PRFX)REC-SOURCE      VALUE 'SRC'.
         10  (PRFX)NET-FIELDS.
           15  (PRFX)NETWORK-ID      PIC X(08).
           15  (PRFX)SOURCE-NODE     PIC 9(02).
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)Z-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * a SRC record places a source on one of the network's BRN
      * branches, named by its branch id: an EMF ('V', volts) in
      * series with the branch, or a current source ('I', amperes)
      * across it, each driving from the branch's FROM node toward
      * its TO node.  The driving-point solution is a passive one
      * and steps over SRC records; CNETTHV's open-circuit solution
      * is the one that sets them working.
         10  (PRFX)SRC-FIELDS REDEFINES (PRFX)NET-FIELDS.
           15  (PRFX)SRC-BRANCH-ID   PIC X(08).
           15  (PRFX)SRC-KIND        PIC X(01).
             88  (PRFX)SRC-VOLTAGE   VALUE 'V'.
             88  (PRFX)SRC-CURRENT   VALUE 'I'.
           15  (PRFX)SRC-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)SRC-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  FILLER                PIC X(03).
      ******************************************************************
