      ******************************************************************
      * copy/CXCALSUS.cpy - one item held in calibration suspense: a
      * lab reading (CXINSTAD) or a capture (CDFTCAL) taken after the
      * due date of the calibration then in force for its
      * instrument, kept byte-for-byte in (PRFX)HELD-DATA with the
      * calibration it fell under, instead of being loaded into the
      * impedance master or corrected for the DFT jobs.  Once the
      * instrument is recalibrated the item is worked from here;
      * CXCALDUE counts what each instrument has waiting.
      ******************************************************************
       01  (PRFX)CALSUSP-RECORD.
         10  (PRFX)REASON-CODE       PIC X(02).
           88  (PRFX)REASON-CAL-OVERDUE    VALUE 'CO'.
         10  (PRFX)HELD-DATE         PIC 9(08).
         10  (PRFX)INSTRUMENT-ID     PIC X(08).
         10  (PRFX)CAL-EFF-FROM      PIC 9(08).
         10  (PRFX)CAL-DUE-DATE      PIC 9(08).
         10  (PRFX)TAKEN-DATE        PIC 9(08).
         10  (PRFX)ITEM-TYPE         PIC X(01).
           88  (PRFX)ITEM-READING    VALUE 'R'.
           88  (PRFX)ITEM-CAPTURE    VALUE 'D'.
      * a reading is its CXIMPCOR correction record (50 bytes); a
      * capture is its CXCAPCAT catalog entry (66 bytes)
         10  (PRFX)HELD-DATA         PIC X(66).
         10  FILLER                  PIC X(11).
      ******************************************************************
