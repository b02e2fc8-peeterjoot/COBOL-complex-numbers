      ******************************************************************
      * copy/CXFCSTEP.cpy - one line of the batch-window forecast's
      * step profile: a CXDAILY step in schedule order, the program
      * it runs, and how CXFCAST judges its running time and whether
      * it has finished.  (PRFX)VOLUME-ID-1/-2 name the input files
      * whose record counts drive the step - an envelope file id
      * (CXTRANS) or, for a feed without an envelope, its DD name on
      * the forecast job - and the step's time is that volume at the
      * program's trailing CXHIST throughput; a step with no volume
      * file takes its trailing average elapsed time.  With no CXHIST
      * history yet, (PRFX)FIXED-SECONDS plus the volume at
      * (PRFX)DEFAULT-RATE records a second stands in.  The step has
      * finished once CXRUNREG holds a (PRFX)DONE-JOB entry - for
      * the file (PRFX)DONE-FILE names, any file when it is spaces -
      * for the CXRUNCTL business date; a step with no DONE-JOB is
      * taken as finished once any step after it has.
      ******************************************************************
       01  (PRFX)STEP-RECORD.
         10  (PRFX)STEP-NAME         PIC X(08).
         10  (PRFX)PROGRAM           PIC X(08).
         10  (PRFX)VOLUME-ID-1       PIC X(08).
         10  (PRFX)VOLUME-ID-2       PIC X(08).
         10  (PRFX)DONE-JOB          PIC X(08).
         10  (PRFX)DONE-FILE         PIC X(08).
         10  (PRFX)FIXED-SECONDS     PIC 9(06).
         10  (PRFX)DEFAULT-RATE      PIC 9(06).
         10  FILLER                  PIC X(20).
      ******************************************************************
