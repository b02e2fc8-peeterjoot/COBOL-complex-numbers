       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSYMPHAS.
      *ENVIRONMENT DIVISION.
      *CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * the a-operator e**(j 120 degrees) and its square, the same
      * fixed rotations CSYMCOMP decomposes with.
        01 WS-A-RE-V COMP-2 VALUE -0.5.
        01 WS-A-IM-V COMP-2 VALUE 0.86602540378.
        01 WS-A2-RE-V COMP-2 VALUE -0.5.
        01 WS-A2-IM-V COMP-2 VALUE -0.86602540378.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PR-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PI-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-NR-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-NI-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZR-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZI-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-TR-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-TI-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-UR-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==WS-UI-==.
       LINKAGE SECTION.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-POS-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-NEG-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-ZERO-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-A-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-B-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-SYM-C-==.
       PROCEDURE DIVISION USING
           LK-SYM-POS-COMPLEX,
           LK-SYM-NEG-COMPLEX,
           LK-SYM-ZERO-COMPLEX,
           LK-SYM-A-COMPLEX,
           LK-SYM-B-COMPLEX,
           LK-SYM-C-COMPLEX.
      ******************************************************************
      * LIBRARY ROUTINE: COMPLEX-SYMMETRICAL-TO-PHASE
      *
      * @param [in] LK-SYM-POS-COMPLEX, LK-SYM-NEG-COMPLEX,
      *   LK-SYM-ZERO-COMPLEX, the phase-A positive-, negative- and
      *   zero-sequence components.
      * @param [out] LK-SYM-A-COMPLEX, phase A: 0 + 1 + 2.
      * @param [out] LK-SYM-B-COMPLEX, phase B:
      *   0 + a**2 1 + a 2.
      * @param [out] LK-SYM-C-COMPLEX, phase C:
      *   0 + a 1 + a**2 2.
      *
      *   the inverse of CSYMCOMP - the Fortescue synthesis that
      *   takes the sequence currents a fault calculation produces
      *   back to the phase currents the relays see, staged into
      *   COMP-2 locals and computed inline as CSYMCOMP does.
      *
       COMPLEX-SYMMETRICAL-TO-PHASE.
           MOVE LK-SYM-POS-RE TO WS-PR-V
           MOVE LK-SYM-POS-IM TO WS-PI-V
           MOVE LK-SYM-NEG-RE TO WS-NR-V
           MOVE LK-SYM-NEG-IM TO WS-NI-V
           MOVE LK-SYM-ZERO-RE TO WS-ZR-V
           MOVE LK-SYM-ZERO-IM TO WS-ZI-V

      *    phase A: zero + positive + negative
           COMPUTE LK-SYM-A-RE = WS-ZR-V + WS-PR-V + WS-NR-V
           COMPUTE LK-SYM-A-IM = WS-ZI-V + WS-PI-V + WS-NI-V

      *    phase B: zero + a**2 positive + a negative
           COMPUTE WS-TR-V =
             (WS-PR-V * WS-A2-RE-V) - (WS-PI-V * WS-A2-IM-V)
           COMPUTE WS-TI-V =
             (WS-PI-V * WS-A2-RE-V) + (WS-PR-V * WS-A2-IM-V)
           COMPUTE WS-UR-V =
             (WS-NR-V * WS-A-RE-V) - (WS-NI-V * WS-A-IM-V)
           COMPUTE WS-UI-V =
             (WS-NI-V * WS-A-RE-V) + (WS-NR-V * WS-A-IM-V)

           COMPUTE LK-SYM-B-RE = WS-ZR-V + WS-TR-V + WS-UR-V
           COMPUTE LK-SYM-B-IM = WS-ZI-V + WS-TI-V + WS-UI-V

      *    phase C: zero + a positive + a**2 negative
           COMPUTE WS-TR-V =
             (WS-PR-V * WS-A-RE-V) - (WS-PI-V * WS-A-IM-V)
           COMPUTE WS-TI-V =
             (WS-PI-V * WS-A-RE-V) + (WS-PR-V * WS-A-IM-V)
           COMPUTE WS-UR-V =
             (WS-NR-V * WS-A2-RE-V) - (WS-NI-V * WS-A2-IM-V)
           COMPUTE WS-UI-V =
             (WS-NI-V * WS-A2-RE-V) + (WS-NR-V * WS-A2-IM-V)

           COMPUTE LK-SYM-C-RE = WS-ZR-V + WS-TR-V + WS-UR-V
           COMPUTE LK-SYM-C-IM = WS-ZI-V + WS-TI-V + WS-UI-V

           GOBACK
           .

      * vim: et ts=4 sw=4
