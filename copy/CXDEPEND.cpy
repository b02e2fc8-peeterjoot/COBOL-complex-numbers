      ******************************************************************
      * copy/CXDEPEND.cpy - one line of the job-dependency master:
      * a predecessor (PRFX)JOB-NAME needs finished before it may
      * run.  The CXDEPGT gate at the top of each batch step looks
      * the step's job up here and wants, for every line, a CXRUNREG
      * registry entry (copy/CXRUNREG.cpy) from (PRFX)PRED-JOB - for
      * the file (PRFX)PRED-FILE-ID names, any file when it is spaces
      * - whose business date is the run's CXRUNCTL business date, or
      * no more than (PRFX)MAX-AGE days before it for a predecessor
      * that legitimately runs less often.  A predecessor never
      * registered is missing; one registered only for older dates is
      * stale; either way the step is refused.
      ******************************************************************
       01  (PRFX)DEPEND-RECORD.
         10  (PRFX)JOB-NAME          PIC X(08).
         10  (PRFX)PRED-JOB          PIC X(08).
         10  (PRFX)PRED-FILE-ID      PIC X(08).
         10  (PRFX)MAX-AGE           PIC 9(02).
         10  (PRFX)DEP-DESC          PIC X(24).
      ******************************************************************
