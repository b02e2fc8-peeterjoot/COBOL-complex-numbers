       COPY CXCURVE REPLACING ==(PRFX)== BY ==CN-CV-==.
       WORKING-STORAGE SECTION.
      * the network being swept, carried over from its NET record and
      * the BRN, TLN and CPL records that follow it.
       COPY CNETCOMP REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TOTAL-==.
       01 WS-STEP-ERR-CT PIC 9(04) VALUE 0.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PHASE-==.
       01 WS-STEP-CT      PIC 9(04) VALUE 0.
       01 WS-STEP-OFFSET  PIC 9(04) VALUE 0.
       01 WS-FREQ-V       COMP-2.
       01 WS-EOF-SW       PIC X(01) VALUE 'N'.
         88 WS-EOF-YES    VALUE 'Y'.
       01 WS-OVERFLOW-SW  PIC X(01) VALUE 'N'.
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Combines the network at one frequency step: CNETEVAL rebuilds
      * every branch's impedance from its component value at this
      * step's omega and combines them through
      * COMPLEX-NETWORK-COMBINE, and the step's report line and
      * curve point are written.
      ******************************************************************
       SWEEP-FREQUENCY-STEP.
           COMPUTE WS-STEP-OFFSET = WS-STEP-CT - 1
           COMPUTE WS-FREQ-V =
             WS-START-FREQ-V + (WS-FREQ-STEP-V * WS-STEP-OFFSET)

           CALL 'CNETEVAL' USING
             WS-NET-TABLE,
             WS-FREQ-V,
             WS-TOTAL-COMPLEX,
             WS-STEP-ERR-CT

           ADD WS-STEP-ERR-CT TO WS-ARITH-ERR-CT

           CALL 'CMOD' USING WS-TOTAL-COMPLEX, WS-MAG-V
           CALL 'CARG' USING WS-TOTAL-COMPLEX, WS-PHASE-V

           ADD 1 TO WS-STEP-CT
           .

      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown: any file
