      ******************************************************************
      * copy/DFTPSD.cpy - one frequency bin of a capture's averaged
      * power spectral density, as CDFTPSD writes it: the bin's
      * squared magnitude averaged over every windowed segment of the
      * capture and normalized by the window's power, keyed by the
      * CXCAPCAT capture id the way copy/DFTBIN.cpy's raw bins are.
      * The segment length is the N the bin numbers are relative to
      * (bin K sits at K * RATE / SEGMENT-LEN hertz), which is what
      * lets CDFTANL read this file in place of a raw spectrum.
      * Same 46-byte length as the DFTBIN record.
      ******************************************************************
       01  (PRFX)PSD-RECORD.
         10  (PRFX)CAPTURE-ID        PIC X(08).
         10  (PRFX)BIN-NO            PIC 9(04).
         10  (PRFX)PSD-VALUE
           PIC S9(10)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)SEGMENT-CT        PIC 9(04).
         10  (PRFX)SEGMENT-LEN       PIC 9(04).
         10  (PRFX)WINDOW            PIC X(08).
         10  FILLER                  PIC X(01).
      ******************************************************************
