         10  (PRFX)PRIORITY-CLASS    PIC X(01).
         10  (PRFX)RUN-DATE          PIC 9(08).
         10  (PRFX)RUN-NO            PIC 9(04).
         10  (PRFX)REQUEST-ID        PIC X(08).
      ******************************************************************
