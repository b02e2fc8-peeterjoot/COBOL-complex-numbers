      ******************************************************************
      * copy/CXKEYXRF.cpy - one entry of the old-to-new key
      * cross-reference CIMPRKEY appends for every key change it
      * applies, so an inquiry under a branch's former label - the
      * one on last year's printouts - still finds its readings
      * under the label they carry now.  (PRFX)KEY-TYPE and the
      * keys are as on the card (copy/CXKEYCHG.cpy); (PRFX)BRANCH-ID
      * is the branch moved on a single-branch circuit change and
      * blank otherwise.
      ******************************************************************
       01  (PRFX)KEYXRF-RECORD.
         10  (PRFX)KEY-TYPE           PIC X(01).
           88  (PRFX)KEY-BRANCH       VALUE 'B'.
           88  (PRFX)KEY-CIRCUIT      VALUE 'C'.
         10  (PRFX)OLD-KEY            PIC X(08).
         10  (PRFX)NEW-KEY            PIC X(08).
         10  (PRFX)BRANCH-ID          PIC X(08).
         10  (PRFX)CHANGE-DATE        PIC 9(08).
         10  (PRFX)OPERATOR-ID        PIC X(08).
         10  FILLER                   PIC X(07).
      ******************************************************************
