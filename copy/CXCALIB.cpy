      * entry on or before the capture's date off the CXCAPCAT
      * catalog and applies corrected = sample * scale + offset per
      * sample, so spectra from different benches finally compare.
      * (PRFX)INTERVAL-MONTHS is the instrument's recalibration cycle
      * and (PRFX)DUE-DATE the date this calibration expires; zero
      * or blank due date means EFF-FROM plus the interval, and with
      * neither the calibration never falls due.  A reading or
      * capture taken after its calibration's due date is held on
      * CXCALSUS (copy/CXCALSUS.cpy) instead of being loaded.
      ******************************************************************
       01  (PRFX)CALIB-RECORD.
         10  (PRFX)INSTRUMENT-ID     PIC X(08).
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)OFFSET-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)INTERVAL-MONTHS   PIC X(03).
         10  (PRFX)INTERVAL-MONTHS-N REDEFINES (PRFX)INTERVAL-MONTHS
                                     PIC 9(03).
         10  (PRFX)DUE-DATE          PIC X(08).
         10  (PRFX)DUE-DATE-N REDEFINES (PRFX)DUE-DATE
                                     PIC 9(08).
         10  FILLER                  PIC X(05).
      ******************************************************************
