      ******************************************************************
      * copy/CXSTDTRN.cpy - one standing-order transaction as CXSTGEN
      * generated it, stamped with the business date it belongs to,
      * with (PRFX)TRAN-DATA the full CXTRAN record.  The CXSTOUT
      * feed carries only the business day's own orders, in plain
      * CXTRAN layout, since CXCOMBIN and COMPLEX have no room for a
      * date in the record; a catch-up day's orders are on this
      * dated file alone, where CXSTCUP picks them out for the
      * CXSTCTCH run that processes that day under its own date.
      ******************************************************************
       01  (PRFX)DATED-TRAN-RECORD.
         10  (PRFX)STAND-DATE        PIC 9(08).
         10  (PRFX)DAY-KIND          PIC X(01).
           88  (PRFX)DAY-CURRENT     VALUE 'T'.
           88  (PRFX)DAY-CATCH-UP    VALUE 'C'.
         10  FILLER                  PIC X(03).
         10  (PRFX)TRAN-DATA         PIC X(96).
      ******************************************************************
