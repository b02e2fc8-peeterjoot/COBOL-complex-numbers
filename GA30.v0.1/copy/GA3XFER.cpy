      ******************************************************************
      * copy/GA3XFER.cpy - one orientation on an interchange file
      * exchanged with the navigation and CAD systems, in or out.
      * FORM says which shape the values take - 'Q' a unit
      * quaternion in the first four value fields, 'M' a direction-
      * cosine matrix row by row in all nine - and the three
      * convention bytes (copy/GA3XCONV.cpy) travel on every record,
      * so the file says how it is to be read.  Values are in the
      * shop's standard zoned layout.
      ******************************************************************
       01  (PRFX)XCHG-RECORD.
         10  (PRFX)XCHG-ID           PIC X(08).
         10  (PRFX)XCHG-FORM         PIC X(01).
           88  (PRFX)FORM-QUATERNION VALUE 'Q'.
           88  (PRFX)FORM-MATRIX     VALUE 'M'.
         10  (PRFX)XCHG-ORDER        PIC X(01).
         10  (PRFX)XCHG-HAND         PIC X(01).
         10  (PRFX)XCHG-SENSE        PIC X(01).
         10  (PRFX)XCHG-VALUES.
           15  (PRFX)XCHG-VAL OCCURS 9 TIMES
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                  PIC X(03).
      ******************************************************************
