           88  (PRFX)ITEM-OPEN       VALUE 'O'.
           88  (PRFX)ITEM-CLOSED     VALUE 'C'.
         10  (PRFX)RESOLVED-DATE     PIC 9(08).
      * the CXTRAN request id, carried from the daily CXSUSP record
         10  (PRFX)REQUEST-ID        PIC X(08).
      ******************************************************************
