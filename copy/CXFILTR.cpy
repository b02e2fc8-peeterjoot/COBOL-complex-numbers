      ******************************************************************
      * copy/CXFILTR.cpy - one entry of the filter-response master:
      * the complex gain a named filter applies over a span of a
      * spectrum, given either as a bin range ('B', bin numbers as
      * CDFT writes them) or as a frequency band in hertz ('F',
      * resolved against the capture's catalogued sample rate).  A
      * filter is every entry carrying its FILTER-ID; bins no entry
      * covers pass at unity gain, so a hum notch is one entry with
      * a zero gain over the mains band and a band-limit is one
      * zero-gain entry either side of the pass band.  CDFTFLT
      * multiplies each bin by its gain and hands the result to
      * CIDFT.
      ******************************************************************
       01  (PRFX)FILTER-RECORD.
         10  (PRFX)FILTER-ID         PIC X(08).
         10  (PRFX)SPAN-TYPE         PIC X(01).
           88  (PRFX)SPAN-BINS       VALUE 'B'.
           88  (PRFX)SPAN-FREQ       VALUE 'F'.
         10  (PRFX)BIN-LO            PIC 9(04).
         10  (PRFX)BIN-HI            PIC 9(04).
         10  (PRFX)FREQ-LO
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)FREQ-HI
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)GAIN-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)GAIN-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)DESC              PIC X(20).
         10  FILLER                  PIC X(03).
      ******************************************************************
