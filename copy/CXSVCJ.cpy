      ******************************************************************
      * copy/CXSVCJ.cpy - one entry of the service journal COMPLEX
      * writes as it disposes of each transaction: answered (a result
      * record written - a chained case once, for its consolidated
      * result) or suspended, under the run identity that did it,
      * with the department, source system and priority class the
      * transaction carried.  Results do not carry the priority
      * class, so this is where CXSLARPT finds which class each
      * answer belonged to.  The daily journals accumulate on one
      * cumulative file the month-end report selects from by
      * RUN-DATE.
      ******************************************************************
       01  (PRFX)JOURNAL-RECORD.
         10  (PRFX)RUN-DATE          PIC 9(08).
         10  (PRFX)RUN-NO            PIC 9(04).
         10  (PRFX)SEQ-NO            PIC 9(08).
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)SOURCE-SYS        PIC X(03).
         10  (PRFX)PRIORITY-CLASS    PIC X(01).
         10  (PRFX)DISPOSITION       PIC X(01).
           88  (PRFX)DISP-ANSWERED   VALUE 'R'.
           88  (PRFX)DISP-SUSPENDED  VALUE 'S'.
         10  FILLER                  PIC X(12).
      ******************************************************************
