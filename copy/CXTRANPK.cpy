         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)SOURCE-SYS        PIC X(03).
         10  (PRFX)PRIORITY-CLASS    PIC X(01).
         10  (PRFX)REQUEST-ID        PIC X(08).
      ******************************************************************
