       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNETHRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NH-HARM-FILE ASSIGN TO "CDFTHARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT NH-NETDEF-FILE ASSIGN TO "CNETDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT NH-PARM-FILE ASSIGN TO "CNETHRMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT NH-REPORT-FILE ASSIGN TO "CNETHRMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NH-HARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DFTHARM REPLACING ==(PRFX)== BY ==NH-HM-==.
       FD  NH-NETDEF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==NH-==.
       FD  NH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CNETHRMP card: the CNETDEF network the load feeds into;
      * the load's fundamental current in RMS amperes (zero - take
      * it from a raw spectrum's own scale); the bus's nominal RMS
      * voltage the distortion is a percentage of (zero - the
      * fundamental current times the network's impedance); how
      * close, as a percentage of the resonant frequency, a
      * harmonic may come to a resonance before it is flagged
      * (zero - 10 percent); the THD limit in percent (zero - 5
      * percent); and the fundamental frequency for a capture that
      * was never catalogued and so has no hertz of its own.
      ******************************************************************
       01  NH-PARM-RECORD.
         10  NH-PARM-NETWORK-ID    PIC X(08).
         10  NH-PARM-FUND-CURRENT
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  NH-PARM-NOMINAL-VOLTS
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  NH-PARM-PROXIMITY-PCT PIC 9(02)V9(02).
         10  NH-PARM-THD-LIMIT-PCT PIC 9(02)V9(02).
         10  NH-PARM-FUND-FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(13).
       FD  NH-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NH-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the network the study evaluates, loaded the way CNETSWP
      * loads it, and its sweep range off the NET record.
       COPY CNETCOMP REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       01 WS-NET-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-NET-FOUND  VALUE 'Y'.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-EVAL-FREQ-==.
       01 WS-EVAL-ERR-CT PIC 9(04) VALUE 0.
       01 WS-ARITH-ERR-CT PIC 9(04) VALUE 0.
      ******************************************************************
      * the capture's harmonics off CDFTHARM, order 1 first; the
      * table is deep enough for every multiple of the lowest
      * possible fundamental bin below the fold.
      ******************************************************************
       01 WS-HARM-TABLE.
         05 WS-HARM-CT PIC 9(04) VALUE 0.
         05 WS-HARM-ENTRY OCCURS 2500 TIMES.
           10 WS-HARM-ORDER   PIC 9(04).
           10 WS-HARM-FREQ-V  COMP-2.
           10 WS-HARM-MAG-V   COMP-2.
           10 WS-HARM-AMPS-V  COMP-2.
           10 WS-HARM-ZMAG-V  COMP-2.
           10 WS-HARM-VOLTS-V COMP-2.
       01 WS-HARM-MAX PIC 9(04) VALUE 2500.
       01 WS-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-BIN-CT PIC 9(04) VALUE 0.
       01 WS-SOURCE-SW PIC X(01) VALUE SPACE.
         88 WS-SOURCE-PSD VALUE 'P'.
       01 WS-H PIC 9(04) VALUE 0.
      * the card, unpacked, with its defaults applied
       01 WS-NETWORK-WANTED PIC X(08) VALUE SPACES.
       01 WS-FUND-CURRENT-V COMP-2.
       01 WS-NOMINAL-VOLTS-V COMP-2.
       01 WS-FUND-FREQ-V COMP-2.
       01 WS-PROXIMITY-PCT PIC 9(02)V9(02) VALUE 0.
       01 WS-THD-LIMIT-PCT PIC 9(02)V9(02) VALUE 0.
      * the fundamental voltage the distortion is measured against
       01 WS-FUND-VOLTS-V COMP-2.
       01 WS-SUMSQ-V COMP-2.
       01 WS-THD-V COMP-2.
       01 WS-THD-PCT PIC 9(04)V9(02) VALUE 0.
       01 WS-VH-PCT PIC 9(04)V9(02) VALUE 0.
       01 WS-PCT-DISP PIC ZZZ9.99.
       01 WS-LIMIT-DISP PIC Z9.99.
      ******************************************************************
      * the resonances of the network's own swept range: each
      * interior local maximum of the impedance modulus is a
      * parallel resonance (where a harmonic current raises the
      * most voltage), each interior local minimum a series one.
      ******************************************************************
       01 WS-SWEEP-TABLE.
         05 WS-SWP-CT PIC 9(04) VALUE 0.
         05 WS-SWP-ENTRY OCCURS 5000 TIMES.
           10 WS-SWP-FREQ-V COMP-2.
           10 WS-SWP-MAG-V  COMP-2.
       01 WS-RES-TABLE.
         05 WS-RES-CT PIC 9(02) VALUE 0.
         05 WS-RES-ENTRY OCCURS 50 TIMES.
           10 WS-RES-FREQ-V COMP-2.
           10 WS-RES-KIND   PIC X(08).
       01 WS-STEP-CT PIC 9(04) VALUE 0.
       01 WS-STEP-OFFSET PIC 9(04) VALUE 0.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-R PIC 9(02) VALUE 0.
       01 WS-NEAR-R PIC 9(02) VALUE 0.
       01 WS-GAP-V COMP-2.
       01 WS-NEAR-GAP-V COMP-2.
       01 WS-NEAR-CT PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter alongside CRPTWRT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-FREQ-TEXT PIC X(20) VALUE SPACES.
       01 WS-AMPS-TEXT PIC X(20) VALUE SPACES.
       01 WS-ZMAG-TEXT PIC X(20) VALUE SPACES.
       01 WS-VOLTS-TEXT PIC X(20) VALUE SPACES.
       01 WS-RES-TEXT PIC X(20) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Harmonic voltage-distortion study: the harmonic currents a
      * non-linear load draws, off CDFTANL's CDFTHARM file, driven
      * into the CNETDEF network the load will feed.  Each harmonic
      * order's current is scaled to amperes (against the card's
      * rated fundamental current, or the raw spectrum's own
      * scale), the network is evaluated at that harmonic's
      * frequency through CNETEVAL - the same evaluation CNETSWP
      * steps across its sweep - and the harmonic voltage is the
      * current times the impedance's modulus.  The report gives
      * each harmonic's voltage and its percentage of the
      * fundamental, the total harmonic distortion of the voltage
      * against the card's limit, and every harmonic landing within
      * the card's proximity of a resonance in the network's own
      * swept range - the circuits that want filtering before a new
      * non-linear load is energized on them.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD
           PERFORM LOAD-HARMONICS

           EVALUATE TRUE
             WHEN WS-OVERFLOW-YES
               DISPLAY 'CNETHRM - MORE THAN ' WS-HARM-MAX
                    ' HARMONICS ON CDFTHARM - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-HARM-CT = 0
               DISPLAY 'CNETHRM - NO HARMONICS ON CDFTHARM'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-HARM-ORDER(1) NOT = 1
               DISPLAY 'CNETHRM - CDFTHARM DOES NOT OPEN WITH THE '
                    'FUNDAMENTAL - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-SOURCE-PSD AND WS-FUND-CURRENT-V NOT > 0
               DISPLAY 'CNETHRM - CDFTHARM WAS TAKEN OFF A DENSITY, '
                    'WHICH HAS NO CURRENT SCALE - THE CARD MUST '
                    'GIVE THE FUNDAMENTAL CURRENT'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-HARM-FREQ-V(1) NOT > 0 AND WS-FUND-FREQ-V NOT > 0
               DISPLAY 'CNETHRM - CAPTURE ' WS-CAPTURE-ID
                    ' WAS NOT CATALOGUED AND THE CARD GIVES NO '
                    'FUNDAMENTAL FREQUENCY'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
           END-EVALUATE

           PERFORM LOAD-NETWORK

           IF NOT WS-NET-FOUND
             DISPLAY 'CNETHRM - NETWORK ' WS-NETWORK-WANTED
                  ' NOT ON CNETDEF'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-OVERFLOW-YES
             DISPLAY 'CNETHRM - NETWORK ' WS-NETWORK-WANTED
                  ' EXCEEDS THE ARRAY CAPACITY - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT NH-REPORT-FILE
           MOVE 'CNETHRMR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM FIND-SWEEP-RESONANCES
           PERFORM WRITE-STUDY-HEADING

           MOVE 1 TO WS-H
           PERFORM EVALUATE-ONE-HARMONIC
             UNTIL WS-H > WS-HARM-CT

           IF WS-NOMINAL-VOLTS-V > 0
             MOVE WS-NOMINAL-VOLTS-V TO WS-FUND-VOLTS-V
           ELSE
             MOVE WS-HARM-VOLTS-V(1) TO WS-FUND-VOLTS-V
           END-IF

           IF WS-FUND-VOLTS-V NOT > 0
             MOVE 'FUNDAMENTAL VOLTAGE IS ZERO - NO DISTORTION FIGURE'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             ADD 1 TO WS-ARITH-ERR-CT
           ELSE
             MOVE 0 TO WS-SUMSQ-V
             MOVE 0 TO WS-NEAR-CT
             MOVE 1 TO WS-H
             PERFORM WRITE-HARMONIC-LINE
               UNTIL WS-H > WS-HARM-CT
             PERFORM WRITE-THD-LINES
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'HARMONICS STUDIED: '  DELIMITED BY SIZE
             WS-HARM-CT             DELIMITED BY SIZE
             '  NEAR A RESONANCE: ' DELIMITED BY SIZE
             WS-NEAR-CT             DELIMITED BY SIZE
             '  ARITHMETIC ERRORS: ' DELIMITED BY SIZE
             WS-ARITH-ERR-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE NH-REPORT-FILE

           EVALUATE TRUE
             WHEN WS-ARITH-ERR-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-NEAR-CT > 0
                 OR WS-THD-PCT > WS-THD-LIMIT-PCT
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the CNETHRMP card and applies its defaults.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT NH-PARM-FILE
           MOVE 'CNETHRMP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ NH-PARM-FILE
             AT END
               DISPLAY 'CNETHRM - NO PARAMETER CARD ON CNETHRMP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE NH-PARM-FILE
               GOBACK
           END-READ

           CLOSE NH-PARM-FILE

           IF NH-PARM-NETWORK-ID = SPACES
             DISPLAY 'CNETHRM - CNETHRMP CARD NAMES NO NETWORK'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           MOVE NH-PARM-NETWORK-ID TO WS-NETWORK-WANTED

           MOVE 0 TO WS-FUND-CURRENT-V
           IF NH-PARM-FUND-CURRENT IS NUMERIC
             MOVE NH-PARM-FUND-CURRENT TO WS-FUND-CURRENT-V
           END-IF

           MOVE 0 TO WS-NOMINAL-VOLTS-V
           IF NH-PARM-NOMINAL-VOLTS IS NUMERIC
             MOVE NH-PARM-NOMINAL-VOLTS TO WS-NOMINAL-VOLTS-V
           END-IF

           MOVE 0 TO WS-FUND-FREQ-V
           IF NH-PARM-FUND-FREQ IS NUMERIC
             MOVE NH-PARM-FUND-FREQ TO WS-FUND-FREQ-V
           END-IF

           IF NH-PARM-PROXIMITY-PCT IS NUMERIC
               AND NH-PARM-PROXIMITY-PCT > 0
             MOVE NH-PARM-PROXIMITY-PCT TO WS-PROXIMITY-PCT
           ELSE
             MOVE 10 TO WS-PROXIMITY-PCT
           END-IF

           IF NH-PARM-THD-LIMIT-PCT IS NUMERIC
               AND NH-PARM-THD-LIMIT-PCT > 0
             MOVE NH-PARM-THD-LIMIT-PCT TO WS-THD-LIMIT-PCT
           ELSE
             MOVE 5 TO WS-THD-LIMIT-PCT
           END-IF
           .
      ******************************************************************
      * Loads CDFTHARM.  The file is one capture's; a second capture
      * id on it means two CDFTANL runs were concatenated and the
      * run is refused rather than mixing two loads' spectra.
      ******************************************************************
       LOAD-HARMONICS.
           OPEN INPUT NH-HARM-FILE
           MOVE 'CDFTHARM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-HARM-RECORD
           IF NOT WS-EOF-YES
             MOVE NH-HM-CAPTURE-ID TO WS-CAPTURE-ID
             MOVE NH-HM-BIN-CT TO WS-BIN-CT
             MOVE NH-HM-SOURCE TO WS-SOURCE-SW
           END-IF

           PERFORM LOAD-HARM-RECORD
             UNTIL WS-EOF-YES OR WS-OVERFLOW-YES

           CLOSE NH-HARM-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-HARM-RECORD.
           READ NH-HARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-HARM-RECORD.
           IF NH-HM-CAPTURE-ID NOT = WS-CAPTURE-ID
             DISPLAY 'CNETHRM - CDFTHARM HOLDS CAPTURES '
                  WS-CAPTURE-ID ' AND ' NH-HM-CAPTURE-ID
                  ' - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE NH-HARM-FILE
             GOBACK
           END-IF

           IF WS-HARM-CT = WS-HARM-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-HARM-CT
             MOVE NH-HM-HARMONIC TO WS-HARM-ORDER(WS-HARM-CT)
             MOVE NH-HM-FREQ TO WS-HARM-FREQ-V(WS-HARM-CT)
             MOVE NH-HM-MAG TO WS-HARM-MAG-V(WS-HARM-CT)
             PERFORM READ-HARM-RECORD
           END-IF
           .
      ******************************************************************
      * Finds the card's network on CNETDEF and loads its BRN, TLN
      * and CPL records into WS-NET-TABLE, the same way CNETSWP
      * loads each network it sweeps.
      ******************************************************************
       LOAD-NETWORK.
           OPEN INPUT NH-NETDEF-FILE
           MOVE 'CNETDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 0 TO WS-COMP-CT
           MOVE 0 TO WS-CPL-CT
           MOVE 'N' TO WS-OVERFLOW-SW

           PERFORM READ-NETDEF-RECORD
           PERFORM FIND-NETWORK-RECORD
             UNTIL WS-EOF-YES OR WS-NET-FOUND

           IF WS-NET-FOUND
             MOVE NH-NETWORK-ID TO WS-NETWORK-ID
             MOVE NH-START-FREQ TO WS-START-FREQ-V
             MOVE NH-FREQ-STEP  TO WS-FREQ-STEP-V
             MOVE NH-NUM-STEPS  TO WS-NUM-STEPS

             PERFORM READ-NETDEF-RECORD
             PERFORM LOAD-BRANCH-COMPONENT
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
                  OR (NOT NH-REC-BRANCH AND NOT NH-REC-TLINE
                      AND NOT NH-REC-COUPLING)
           END-IF

           CLOSE NH-NETDEF-FILE
           .
       READ-NETDEF-RECORD.
           READ NH-NETDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       FIND-NETWORK-RECORD.
           IF NH-REC-NETWORK AND NH-NETWORK-ID = WS-NETWORK-WANTED
             SET WS-NET-FOUND TO TRUE
           ELSE
             PERFORM READ-NETDEF-RECORD
           END-IF
           .
       LOAD-BRANCH-COMPONENT.
           IF NH-REC-COUPLING
             IF WS-CPL-CT < 50
               ADD 1 TO WS-CPL-CT
               MOVE NH-CPL-PRIMARY TO WS-CPL-PRIM(WS-CPL-CT)
               MOVE NH-CPL-SECONDARY TO WS-CPL-SEC(WS-CPL-CT)
               MOVE NH-CPL-VALUE TO WS-CPL-VAL-V(WS-CPL-CT)
               MOVE NH-CPL-KIND TO WS-CPL-KIND(WS-CPL-CT)
             END-IF
           ELSE
             IF WS-COMP-CT = WS-ARRAY-MAX
               SET WS-OVERFLOW-YES TO TRUE
             ELSE
               PERFORM LOAD-PLAIN-COMPONENT
             END-IF
           END-IF

           PERFORM READ-NETDEF-RECORD
           .
       LOAD-PLAIN-COMPONENT.
           ADD 1 TO WS-COMP-CT
           MOVE 'N' TO WS-COMP-REMOVED-SW(WS-COMP-CT)
           IF NH-REC-TLINE
             MOVE NH-TLN-BRANCH-TYPE
               TO WS-COMP-BRANCH-TYPE(WS-COMP-CT)
             MOVE NH-TLN-GROUP-ID TO WS-COMP-GROUP-ID(WS-COMP-CT)
             MOVE 'T' TO WS-COMP-TYPE(WS-COMP-CT)
             MOVE NH-TLN-TERMINATION TO WS-COMP-TLN-TERM(WS-COMP-CT)
             MOVE NH-TLN-Z0 TO WS-COMP-TLN-Z0-V(WS-COMP-CT)
             MOVE NH-TLN-LENGTH TO WS-COMP-TLN-LEN-V(WS-COMP-CT)
             MOVE NH-TLN-ALPHA TO WS-COMP-TLN-ALPHA-V(WS-COMP-CT)
             MOVE NH-TLN-VFACTOR TO WS-COMP-TLN-VF-V(WS-COMP-CT)
           ELSE
             MOVE NH-BRANCH-TYPE TO WS-COMP-BRANCH-TYPE(WS-COMP-CT)
             MOVE NH-GROUP-ID TO WS-COMP-GROUP-ID(WS-COMP-CT)
             MOVE NH-COMPONENT-TYPE TO WS-COMP-TYPE(WS-COMP-CT)
             MOVE NH-COMPONENT-VALUE TO WS-COMP-VALUE-V(WS-COMP-CT)
           END-IF
           .
      ******************************************************************
      * Steps the network across its own NET-record sweep range
      * through CNETEVAL and records every interior local extremum
      * of the impedance modulus as a resonance.
      ******************************************************************
       FIND-SWEEP-RESONANCES.
           MOVE 0 TO WS-SWP-CT
           MOVE 0 TO WS-RES-CT
           MOVE 1 TO WS-STEP-CT

           PERFORM SWEEP-ONE-STEP
             UNTIL WS-STEP-CT > WS-NUM-STEPS
                OR WS-SWP-CT = WS-ARRAY-MAX

           MOVE 2 TO WS-I
           PERFORM CHECK-ONE-RESONANCE
             UNTIL WS-I >= WS-SWP-CT
           .
       SWEEP-ONE-STEP.
           COMPUTE WS-STEP-OFFSET = WS-STEP-CT - 1
           COMPUTE WS-EVAL-FREQ-V =
             WS-START-FREQ-V + (WS-FREQ-STEP-V * WS-STEP-OFFSET)

           CALL 'CNETEVAL' USING
             WS-NET-TABLE,
             WS-EVAL-FREQ-V,
             WS-Z-COMPLEX,
             WS-EVAL-ERR-CT

           IF WS-EVAL-ERR-CT = 0
             CALL 'CMOD' USING WS-Z-COMPLEX, WS-ZMAG-V
             ADD 1 TO WS-SWP-CT
             MOVE WS-EVAL-FREQ-V TO WS-SWP-FREQ-V(WS-SWP-CT)
             MOVE WS-ZMAG-V TO WS-SWP-MAG-V(WS-SWP-CT)
           END-IF

           ADD 1 TO WS-STEP-CT
           .
       CHECK-ONE-RESONANCE.
           IF WS-RES-CT < 50
             EVALUATE TRUE
               WHEN WS-SWP-MAG-V(WS-I) > WS-SWP-MAG-V(WS-I - 1)
                   AND WS-SWP-MAG-V(WS-I) > WS-SWP-MAG-V(WS-I + 1)
                 ADD 1 TO WS-RES-CT
                 MOVE WS-SWP-FREQ-V(WS-I) TO WS-RES-FREQ-V(WS-RES-CT)
                 MOVE 'PARALLEL' TO WS-RES-KIND(WS-RES-CT)
               WHEN WS-SWP-MAG-V(WS-I) < WS-SWP-MAG-V(WS-I - 1)
                   AND WS-SWP-MAG-V(WS-I) < WS-SWP-MAG-V(WS-I + 1)
                 ADD 1 TO WS-RES-CT
                 MOVE WS-SWP-FREQ-V(WS-I) TO WS-RES-FREQ-V(WS-RES-CT)
                 MOVE 'SERIES' TO WS-RES-KIND(WS-RES-CT)
             END-EVALUATE
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Evaluates harmonic WS-H: its frequency (the capture's own,
      * or the order times the card's fundamental for an
      * uncatalogued capture), its current in amperes, the
      * network's impedance there, and the voltage it raises.
      ******************************************************************
       EVALUATE-ONE-HARMONIC.
           IF WS-HARM-FREQ-V(WS-H) NOT > 0
             COMPUTE WS-HARM-FREQ-V(WS-H) =
               WS-HARM-ORDER(WS-H) * WS-FUND-FREQ-V
           END-IF

      * a rated current scales every harmonic by its ratio to the
      * fundamental; otherwise a raw bin's N/2 factor comes back
      * out and the peak converts to RMS
           IF WS-FUND-CURRENT-V > 0
             IF WS-HARM-MAG-V(1) > 0
               COMPUTE WS-HARM-AMPS-V(WS-H) =
                 WS-FUND-CURRENT-V * WS-HARM-MAG-V(WS-H)
                 / WS-HARM-MAG-V(1)
             ELSE
               MOVE 0 TO WS-HARM-AMPS-V(WS-H)
             END-IF
           ELSE
             COMPUTE WS-HARM-AMPS-V(WS-H) =
               2 * WS-HARM-MAG-V(WS-H) / WS-BIN-CT
               / FUNCTION SQRT(2)
           END-IF

           MOVE WS-HARM-FREQ-V(WS-H) TO WS-EVAL-FREQ-V
           CALL 'CNETEVAL' USING
             WS-NET-TABLE,
             WS-EVAL-FREQ-V,
             WS-Z-COMPLEX,
             WS-EVAL-ERR-CT
           ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT

           CALL 'CMOD' USING WS-Z-COMPLEX, WS-ZMAG-V
           MOVE WS-ZMAG-V TO WS-HARM-ZMAG-V(WS-H)

           COMPUTE WS-HARM-VOLTS-V(WS-H) =
             WS-HARM-AMPS-V(WS-H) * WS-ZMAG-V

           ADD 1 TO WS-H
           .
      ******************************************************************
      * Reports harmonic WS-H's current, impedance and voltage as a
      * percentage of the fundamental voltage, accumulates the
      * squared harmonic voltages for THD, and flags the nearest
      * resonance within the card's proximity.
      ******************************************************************
       WRITE-HARMONIC-LINE.
           COMPUTE WS-VH-PCT =
             WS-HARM-VOLTS-V(WS-H) * 100 / WS-FUND-VOLTS-V
             ON SIZE ERROR
               MOVE 9999.99 TO WS-VH-PCT
           END-COMPUTE

           MOVE WS-VH-PCT TO WS-PCT-DISP

           IF WS-HARM-ORDER(WS-H) > 1
             COMPUTE WS-SUMSQ-V = WS-SUMSQ-V
               + WS-HARM-VOLTS-V(WS-H) * WS-HARM-VOLTS-V(WS-H)
           END-IF

           MOVE WS-HARM-FREQ-V(WS-H) TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-FREQ-TEXT

           MOVE WS-HARM-AMPS-V(WS-H) TO WS-ENG-V
           MOVE 'A' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-AMPS-TEXT

           MOVE WS-HARM-ZMAG-V(WS-H) TO WS-ENG-V
           MOVE 'OHM' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ZMAG-TEXT

           MOVE WS-HARM-VOLTS-V(WS-H) TO WS-ENG-V
           MOVE 'V' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-VOLTS-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'H'              DELIMITED BY SIZE
             WS-HARM-ORDER(WS-H) DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-FREQ-TEXT     DELIMITED BY SIZE
             ' I='            DELIMITED BY SIZE
             WS-AMPS-TEXT     DELIMITED BY SIZE
             ' Z='            DELIMITED BY SIZE
             WS-ZMAG-TEXT     DELIMITED BY SIZE
             ' V='            DELIMITED BY SIZE
             WS-VOLTS-TEXT    DELIMITED BY SIZE
             ' PCT OF FUND V=' DELIMITED BY SIZE
             WS-PCT-DISP      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-RESONANCE-PROXIMITY

           ADD 1 TO WS-H
           .
       CHECK-RESONANCE-PROXIMITY.
           MOVE 0 TO WS-NEAR-R
           MOVE 0 TO WS-NEAR-GAP-V
           MOVE 1 TO WS-R

           PERFORM CHECK-ONE-PROXIMITY
             UNTIL WS-R > WS-RES-CT

           IF WS-NEAR-R > 0
             ADD 1 TO WS-NEAR-CT

             MOVE WS-RES-FREQ-V(WS-NEAR-R) TO WS-ENG-V
             MOVE 'HZ' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-RES-TEXT

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    *** NEAR '          DELIMITED BY SIZE
               WS-RES-KIND(WS-NEAR-R)   DELIMITED BY SPACE
               ' RESONANCE AT '         DELIMITED BY SIZE
               WS-RES-TEXT              DELIMITED BY SIZE
               ' - FILTERING ADVISED ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       CHECK-ONE-PROXIMITY.
           COMPUTE WS-GAP-V =
             WS-HARM-FREQ-V(WS-H) - WS-RES-FREQ-V(WS-R)
           IF WS-GAP-V < 0
             COMPUTE WS-GAP-V = 0 - WS-GAP-V
           END-IF

           IF WS-GAP-V * 100
                 <= WS-RES-FREQ-V(WS-R) * WS-PROXIMITY-PCT
               AND (WS-NEAR-R = 0 OR WS-GAP-V < WS-NEAR-GAP-V)
             MOVE WS-R TO WS-NEAR-R
             MOVE WS-GAP-V TO WS-NEAR-GAP-V
           END-IF

           ADD 1 TO WS-R
           .
       WRITE-THD-LINES.
           COMPUTE WS-THD-V =
             FUNCTION SQRT(WS-SUMSQ-V) / WS-FUND-VOLTS-V

           COMPUTE WS-THD-PCT = WS-THD-V * 100
             ON SIZE ERROR
               MOVE 9999.99 TO WS-THD-PCT
           END-COMPUTE

           MOVE WS-THD-PCT TO WS-PCT-DISP
           MOVE WS-THD-LIMIT-PCT TO WS-LIMIT-DISP

           DISPLAY 'CNETHRM - VOLTAGE THD PCT = ' WS-PCT-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'VOLTAGE TOTAL HARMONIC DISTORTION PCT = '
                               DELIMITED BY SIZE
             WS-PCT-DISP       DELIMITED BY SIZE
             '  LIMIT PCT = '  DELIMITED BY SIZE
             WS-LIMIT-DISP     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-THD-PCT > WS-THD-LIMIT-PCT
             MOVE '*** DISTORTION EXCEEDS THE LIMIT - THIS CIRCUIT '
               & 'NEEDS FILTERING BEFORE THE LOAD IS ENERGIZED ***'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-STUDY-HEADING.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'HARMONIC DISTORTION STUDY - CAPTURE ' DELIMITED BY SIZE
             WS-CAPTURE-ID                         DELIMITED BY SIZE
             ' INTO NETWORK '                      DELIMITED BY SIZE
             WS-NETWORK-ID                         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-FUND-CURRENT-V > 0
             MOVE WS-FUND-CURRENT-V TO WS-ENG-V
             MOVE 'A' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             STRING
               'CURRENTS SCALED TO A RATED FUNDAMENTAL OF '
                                  DELIMITED BY SIZE
               WS-ENG-TEXT        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE 'CURRENTS TAKEN FROM THE CAPTURE''S OWN SCALE'
               TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-R
           PERFORM WRITE-RESONANCE-LINE
             UNTIL WS-R > WS-RES-CT

           IF WS-RES-CT = 0
             MOVE 'NO RESONANCE IN THE NETWORK''S SWEPT RANGE'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-RESONANCE-LINE.
           MOVE WS-RES-FREQ-V(WS-R) TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SWEEP RESONANCE ('   DELIMITED BY SIZE
             WS-RES-KIND(WS-R)     DELIMITED BY SPACE
             ') AT '               DELIMITED BY SIZE
             WS-ENG-TEXT           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-R
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE 'CNETHRMR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown: any file
      * operation whose two-byte status is not a clean one writes a
      * line naming the file, the operation, and the status to the
      * job log, then ends the run with the environment-error return
      * code - so night operators act on a message instead of an
      * abend dump.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CNETHRM - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
