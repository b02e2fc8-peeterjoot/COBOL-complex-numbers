      ******************************************************************
      * copy/CXCMPCAT.cpy - one entry on the component catalog
      * master: the R, L and C values purchasing can actually buy.
      * An E12, E24 or E96 entry is one preferred-series mantissa
      * (1.0 to 9.99) offered in every decade from DECADE-LO to
      * DECADE-HI - 4.7 with decades -6 to 0 is 4.7 uH up to 4.7 H
      * for an inductor.  An STK entry is one stocked part at its
      * exact value in ohms, henries or farads with its part
      * number, the decade fields unused.  CCATBLD builds the
      * series entries and copies the stocked parts in; CCMPSNP
      * snaps sweep and matching decks onto the catalog.
      ******************************************************************
       01  (PRFX)CMPCAT-RECORD.
         10  (PRFX)COMP-TYPE         PIC X(01).
           88  (PRFX)COMP-RESISTOR   VALUE 'R'.
           88  (PRFX)COMP-INDUCTOR   VALUE 'L'.
           88  (PRFX)COMP-CAPACITOR  VALUE 'C'.
         10  (PRFX)SERIES            PIC X(03).
           88  (PRFX)SERIES-E12      VALUE 'E12'.
           88  (PRFX)SERIES-E24      VALUE 'E24'.
           88  (PRFX)SERIES-E96      VALUE 'E96'.
           88  (PRFX)SERIES-STOCKED  VALUE 'STK'.
         10  (PRFX)VALUE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)DECADE-LO
           PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)DECADE-HI
           PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PART-NO           PIC X(12).
         10  FILLER                  PIC X(11).
      ******************************************************************
