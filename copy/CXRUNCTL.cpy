      * instead of ACCEPT FROM DATE, and a rerun is flagged as such
      * in CXHIST so the capacity trends can exclude it.  A job run
      * without the card falls back to the machine date as an
      * original run.  (PRFX)LAST-BUS-DATE, when keyed, is the last
      * business date the schedule completed; after an outage it
      * tells CXSTGEN which business days were missed and need their
      * standing orders generated.  Blank, CXSTGEN takes the date of
      * its own last registry entry on CXRUNREG instead.
      ******************************************************************
       01  (PRFX)RUNCTL-RECORD.
         10  (PRFX)BUSINESS-DATE     PIC 9(08).
         10  (PRFX)RUN-TYPE          PIC X(01).
           88  (PRFX)RUN-ORIGINAL    VALUES 'O' SPACE.
           88  (PRFX)RUN-RERUN       VALUE 'R'.
         10  FILLER                  PIC X(02).
         10  (PRFX)LAST-BUS-DATE     PIC X(08).
         10  (PRFX)LAST-BUS-DATE-N REDEFINES (PRFX)LAST-BUS-DATE
                                     PIC 9(08).
         10  FILLER                  PIC X(53).
      ******************************************************************
