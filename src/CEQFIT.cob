       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEQFIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EF-CURVE-FILE ASSIGN TO "CEQFITCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL EF-PARM-FILE ASSIGN TO "CEQFITP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL EF-SWEEP-FILE ASSIGN TO "CSWEEPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT EF-REPORT-FILE ASSIGN TO "CEQFITR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EF-CURVE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXCURVE REPLACING ==(PRFX)== BY ==EF-CV-==.
       FD  EF-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * one CEQFITP card per circuit whose model or tolerance is not
      * the run default; a card with a blank circuit id sets the
      * default itself (a blank model there keeps series RLC).
      * Model S is series RLC, P parallel RLC, L a resistance with
      * series inductance; the tolerance is the
      * percentage a fitted value may stray from its design value
      * before it is flagged.
       01  EF-PARM-RECORD.
         10  EF-PARM-CIRCUIT-ID    PIC X(08).
         10  FILLER                PIC X(01).
         10  EF-PARM-MODEL         PIC X(01).
         10  FILLER                PIC X(01).
         10  EF-PARM-TOLERANCE     PIC 9(03)V9(02).
         10  FILLER                PIC X(64).
       FD  EF-SWEEP-FILE
           RECORD CONTAINS 97 CHARACTERS.
       COPY CSWEEPDF REPLACING ==(PRFX)== BY ==EF-DEF-==.
       FD  EF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EF-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * one circuit's curve held in frequency order; the OCCURS depth
      * matches copy/ARRMAX.cpy's shared array sizing.
       01 WS-CURVE-TABLE.
         05 WS-PT-CT PIC 9(04) VALUE 0.
         05 WS-PT-ENTRY OCCURS 5000 TIMES.
           10 WS-PT-FREQ-V COMP-2.
           10 WS-PT-RE-V   COMP-2.
           10 WS-PT-IM-V   COMP-2.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-PT-==.
       01 WS-PT-DROP-CT PIC 9(04) VALUE 0.
       01 WS-CUR-ID PIC X(08) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-GROUP-OPEN VALUE 'Y'.
      * the per-circuit model cards and the design values off the
      * sweep definitions, both held for lookup by circuit id.
       01 WS-MODEL-TABLE.
         05 WS-MOD-CT PIC 9(04) VALUE 0.
         05 WS-MOD-ENTRY OCCURS 500 TIMES.
           10 WS-MOD-CIRCUIT-ID PIC X(08).
           10 WS-MOD-MODEL      PIC X(01).
           10 WS-MOD-TOL-V      COMP-2.
       01 WS-MOD-MAX PIC 9(04) VALUE 500.
       01 WS-DESIGN-TABLE.
         05 WS-DES-CT PIC 9(04) VALUE 0.
         05 WS-DES-ENTRY OCCURS 500 TIMES.
           10 WS-DES-CIRCUIT-ID PIC X(08).
           10 WS-DES-R-V        COMP-2.
           10 WS-DES-L-V        COMP-2.
           10 WS-DES-C-V        COMP-2.
       01 WS-DES-MAX PIC 9(04) VALUE 500.
       01 WS-DEFAULT-MODEL PIC X(01) VALUE 'S'.
       01 WS-DEFAULT-TOL-V COMP-2 VALUE 10.
       01 WS-MODEL PIC X(01) VALUE 'S'.
         88 WS-MODEL-SERIES   VALUE 'S'.
         88 WS-MODEL-PARALLEL VALUE 'P'.
         88 WS-MODEL-RL       VALUE 'L'.
         88 WS-MODEL-VALID    VALUES 'S' 'P' 'L'.
       01 WS-MODEL-NAME PIC X(12) VALUE SPACES.
       01 WS-TOL-V COMP-2.
       01 WS-X PIC 9(04) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
      ******************************************************************
      * the least-squares sums.  With U = W and V = -1/W the
      * reactive part (series) or susceptive part (parallel) is
      *   Q(W) = P1*U + P2*V
      * and P1, P2 come off the two-by-two normal equations.
      ******************************************************************
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-N-V      COMP-2.
       01 WS-OMEGA-V  COMP-2.
       01 WS-U-V      COMP-2.
       01 WS-V-V      COMP-2.
       01 WS-Q-V      COMP-2.
       01 WS-SRE-V    COMP-2.
       01 WS-SUU-V    COMP-2.
       01 WS-SUV-V    COMP-2.
       01 WS-SVV-V    COMP-2.
       01 WS-SUQ-V    COMP-2.
       01 WS-SVQ-V    COMP-2.
       01 WS-DET-V    COMP-2.
       01 WS-P1-V     COMP-2.
       01 WS-P2-V     COMP-2.
       01 WS-MAG2-V   COMP-2.
       01 WS-DET-NIL-V COMP-2 VALUE 1.0E-30.
      * the fitted circuit, the fit's impedance at each point, and
      * the residual: RMS of |ZMEAS - ZFIT| over the curve and the
      * point where |ZMEAS - ZFIT| / |ZMEAS| is largest.
       01 WS-FIT-R-V  COMP-2.
       01 WS-FIT-L-V  COMP-2.
       01 WS-FIT-C-V  COMP-2.
       01 WS-FIT-G-V  COMP-2.
       01 WS-FIT-D-V  COMP-2.
       01 WS-C-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-C-OPEN VALUE 'Y'.
       01 WS-ZF-RE-V  COMP-2.
       01 WS-ZF-IM-V  COMP-2.
       01 WS-YF-RE-V  COMP-2.
       01 WS-YF-IM-V  COMP-2.
       01 WS-ERR-V    COMP-2.
       01 WS-ZM-MAG-V COMP-2.
       01 WS-REL-V    COMP-2.
       01 WS-SSQ-V    COMP-2.
       01 WS-RMS-V    COMP-2.
       01 WS-WORST-REL-V  COMP-2.
       01 WS-WORST-FREQ-V COMP-2.
       01 WS-FIT-OK-SW PIC X(01) VALUE 'N'.
         88 WS-FIT-OK VALUE 'Y'.
       01 WS-FLAG-SW PIC X(01) VALUE 'N'.
         88 WS-FLAG-YES VALUE 'Y'.
      * deviation of one fitted value from its design value.
       01 WS-FIT-V    COMP-2.
       01 WS-DES-V    COMP-2.
       01 WS-DEV-V    COMP-2.
       01 WS-DEV-DISP PIC -(4)9.99.
       01 WS-DEV-TEXT PIC X(12) VALUE SPACES.
       01 WS-DEV-R-TEXT PIC X(12) VALUE SPACES.
       01 WS-DEV-L-TEXT PIC X(12) VALUE SPACES.
       01 WS-DEV-C-TEXT PIC X(12) VALUE SPACES.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter the sweep reports use.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-R-TEXT PIC X(20) VALUE SPACES.
       01 WS-L-TEXT PIC X(20) VALUE SPACES.
       01 WS-C-TEXT PIC X(20) VALUE SPACES.
       01 WS-RMS-TEXT PIC X(20) VALUE SPACES.
       01 WS-WORST-TEXT PIC X(20) VALUE SPACES.
       01 WS-WORST-DISP PIC ZZZZ9.99.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-CIRCUIT-CT PIC 9(04) VALUE 0.
       01 WS-CTL-FLAG-CT PIC 9(04) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Equivalent-circuit extraction from impedance curves: each
      * circuit's CXCURVE points (CSWEEP, CNETSWP, or an instrument
      * curve in the same layout) are fitted by least squares to
      * the circuit's model -
      *   S  series RLC     Z = R + J(W*L - 1/(W*C))
      *   P  parallel RLC   Y = 1/R + J(W*C - 1/(W*L))
      *   L  R + series L   Z = R + J*W*L
      * The resistive part is the mean of RE(Z) (of RE(Y) for the
      * parallel model) and the reactive part a linear fit in W and
      * -1/W, so the fit is closed form with no starting guesses.
      * The report gives the fitted R, L and C, the RMS residual
      * |ZMEAS - ZFIT| in ohms, and the frequency of worst relative
      * fit; where the circuit has a CSWEEPDEF record each fitted
      * value is set against its design value and a deviation
      * beyond tolerance is flagged - component ageing shows up as
      * drift here long before the circuit fails outright.
      ******************************************************************
           PERFORM LOAD-MODEL-CARDS
           PERFORM LOAD-DESIGN-VALUES

           OPEN INPUT EF-CURVE-FILE
           MOVE 'CEQFITCV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT EF-REPORT-FILE
           MOVE 'CEQFITR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           STRING
             'EQUIVALENT-CIRCUIT FIT  MODELS: S SERIES RLC, '
                                   DELIMITED BY SIZE
             'P PARALLEL RLC, L R WITH SERIES L'
                                   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-CURVE-RECORD

           PERFORM COLLECT-CURVE-POINT
             UNTIL WS-EOF-YES

           IF WS-GROUP-OPEN
             PERFORM FIT-ONE-CIRCUIT
           END-IF

           STRING
             'CIRCUITS FITTED: '   DELIMITED BY SIZE
             WS-CTL-CIRCUIT-CT     DELIMITED BY SIZE
             '  FLAGGED: '         DELIMITED BY SIZE
             WS-CTL-FLAG-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE EF-CURVE-FILE
           CLOSE EF-REPORT-FILE

           IF WS-CTL-FLAG-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Loads the CEQFITP cards; a blank-id card sets the run
      * default model and tolerance, an unknown model code is
      * ignored with a console note.
      ******************************************************************
       LOAD-MODEL-CARDS.
           OPEN INPUT EF-PARM-FILE

           PERFORM READ-PARM-RECORD
           PERFORM LOAD-MODEL-CARD
             UNTIL WS-EOF-YES

           CLOSE EF-PARM-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-PARM-RECORD.
           READ EF-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-MODEL-CARD.
           MOVE EF-PARM-MODEL TO WS-MODEL
           EVALUATE TRUE
             WHEN EF-PARM-CIRCUIT-ID = SPACES
               IF WS-MODEL-VALID
                 MOVE WS-MODEL TO WS-DEFAULT-MODEL
               END-IF
               IF EF-PARM-TOLERANCE NUMERIC
                   AND EF-PARM-TOLERANCE > 0
                 MOVE EF-PARM-TOLERANCE TO WS-DEFAULT-TOL-V
               END-IF
             WHEN NOT WS-MODEL-VALID
               DISPLAY 'CEQFIT - MODEL CODE ' EF-PARM-MODEL
                    ' FOR ' EF-PARM-CIRCUIT-ID ' IGNORED'
             WHEN WS-MOD-CT < WS-MOD-MAX
               ADD 1 TO WS-MOD-CT
               MOVE EF-PARM-CIRCUIT-ID
                 TO WS-MOD-CIRCUIT-ID(WS-MOD-CT)
               MOVE WS-MODEL TO WS-MOD-MODEL(WS-MOD-CT)
               IF EF-PARM-TOLERANCE NUMERIC
                   AND EF-PARM-TOLERANCE > 0
                 MOVE EF-PARM-TOLERANCE TO WS-MOD-TOL-V(WS-MOD-CT)
               ELSE
                 MOVE 0 TO WS-MOD-TOL-V(WS-MOD-CT)
               END-IF
             WHEN OTHER
               DISPLAY 'CEQFIT - MORE THAN ' WS-MOD-MAX
                    ' MODEL CARDS - ' EF-PARM-CIRCUIT-ID ' IGNORED'
           END-EVALUATE

           PERFORM READ-PARM-RECORD
           .
      ******************************************************************
      * Holds the design R, L and C of every CSWEEPDEF circuit; the
      * file is optional and a run without it fits without the
      * design comparison.
      ******************************************************************
       LOAD-DESIGN-VALUES.
           OPEN INPUT EF-SWEEP-FILE

           PERFORM READ-SWEEP-RECORD
           PERFORM LOAD-DESIGN-RECORD
             UNTIL WS-EOF-YES

           CLOSE EF-SWEEP-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-SWEEP-RECORD.
           READ EF-SWEEP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-DESIGN-RECORD.
           IF WS-DES-CT < WS-DES-MAX
             ADD 1 TO WS-DES-CT
             MOVE EF-DEF-CIRCUIT-ID TO WS-DES-CIRCUIT-ID(WS-DES-CT)
             MOVE EF-DEF-RESISTANCE TO WS-DES-R-V(WS-DES-CT)
             MOVE EF-DEF-INDUCTANCE TO WS-DES-L-V(WS-DES-CT)
             MOVE EF-DEF-CAPACITANCE TO WS-DES-C-V(WS-DES-CT)
           END-IF

           PERFORM READ-SWEEP-RECORD
           .
       READ-CURVE-RECORD.
           READ EF-CURVE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Accumulates one curve point into the current circuit's
      * table; a change of circuit id closes the group and fits what
      * was collected.  A point at zero frequency carries no
      * reactive information and is left out.
      ******************************************************************
       COLLECT-CURVE-POINT.
           IF WS-GROUP-OPEN AND EF-CV-CIRCUIT-ID NOT = WS-CUR-ID
             PERFORM FIT-ONE-CIRCUIT
           END-IF

           IF NOT WS-GROUP-OPEN
             SET WS-GROUP-OPEN TO TRUE
             MOVE EF-CV-CIRCUIT-ID TO WS-CUR-ID
             MOVE 0 TO WS-PT-CT
             MOVE 0 TO WS-PT-DROP-CT
           END-IF

           IF EF-CV-FREQ NOT > 0
             ADD 1 TO WS-PT-DROP-CT
           ELSE
             IF WS-PT-CT < WS-PT-ARRAY-MAX
               ADD 1 TO WS-PT-CT
               MOVE EF-CV-FREQ TO WS-PT-FREQ-V(WS-PT-CT)
               MOVE EF-CV-Z-RE TO WS-PT-RE-V(WS-PT-CT)
               MOVE EF-CV-Z-IM TO WS-PT-IM-V(WS-PT-CT)
             ELSE
               ADD 1 TO WS-PT-DROP-CT
             END-IF
           END-IF

           PERFORM READ-CURVE-RECORD
           .
      ******************************************************************
      * Fits the collected curve to the circuit's model and writes
      * its report lines.
      ******************************************************************
       FIT-ONE-CIRCUIT.
           ADD 1 TO WS-CTL-CIRCUIT-CT
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-FLAG-SW
           MOVE 'N' TO WS-FIT-OK-SW
           MOVE 'N' TO WS-C-OPEN-SW

           PERFORM RESOLVE-CIRCUIT-MODEL

           EVALUATE TRUE
             WHEN WS-MODEL-SERIES
               MOVE 'SERIES RLC' TO WS-MODEL-NAME
             WHEN WS-MODEL-PARALLEL
               MOVE 'PARALLEL RLC' TO WS-MODEL-NAME
             WHEN OTHER
               MOVE 'R + SERIES L' TO WS-MODEL-NAME
           END-EVALUATE

           STRING
             WS-CUR-ID        DELIMITED BY SIZE
             ' MODEL '        DELIMITED BY SIZE
             WS-MODEL         DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-MODEL-NAME    DELIMITED BY SIZE
             '  POINTS: '     DELIMITED BY SIZE
             WS-PT-CT         DELIMITED BY SIZE
             '  NOT USED: '   DELIMITED BY SIZE
             WS-PT-DROP-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM ACCUMULATE-FIT-SUMS

           IF (WS-MODEL-RL AND WS-PT-CT < 2)
               OR (NOT WS-MODEL-RL AND WS-PT-CT < 3)
             MOVE '    TOO FEW POINTS TO FIT *' TO WS-RPT-LINE-TEXT
             SET WS-FLAG-YES TO TRUE
           ELSE
             PERFORM SOLVE-MODEL
             IF NOT WS-FIT-OK
               MOVE '    CURVE DOES NOT DETERMINE THE MODEL - '
                 TO WS-RPT-LINE-TEXT
               MOVE 'FREQUENCIES TOO FEW OR COINCIDENT *'
                 TO WS-RPT-LINE-TEXT(42:)
               SET WS-FLAG-YES TO TRUE
             END-IF
           END-IF

           IF WS-FIT-OK
             PERFORM MEASURE-RESIDUAL
             PERFORM REPORT-FITTED-VALUES
             PERFORM COMPARE-WITH-DESIGN
           ELSE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-FLAG-YES
             ADD 1 TO WS-CTL-FLAG-CT
           END-IF
           .
      ******************************************************************
      * The circuit's own model card if it has one, the run default
      * otherwise; a card with no tolerance takes the default's.
      ******************************************************************
       RESOLVE-CIRCUIT-MODEL.
           MOVE WS-DEFAULT-MODEL TO WS-MODEL
           MOVE WS-DEFAULT-TOL-V TO WS-TOL-V
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-X
           PERFORM MATCH-MODEL-ROW
             UNTIL WS-FOUND-YES OR WS-X > WS-MOD-CT
           IF WS-FOUND-YES
             MOVE WS-MOD-MODEL(WS-X) TO WS-MODEL
             IF WS-MOD-TOL-V(WS-X) > 0
               MOVE WS-MOD-TOL-V(WS-X) TO WS-TOL-V
             END-IF
           END-IF
           .
       MATCH-MODEL-ROW.
           IF WS-MOD-CIRCUIT-ID(WS-X) = WS-CUR-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-X
           END-IF
           .
      ******************************************************************
      * Builds the normal-equation sums over the curve.  For the
      * parallel model each point is taken as an admittance first.
      ******************************************************************
       ACCUMULATE-FIT-SUMS.
           MOVE 0 TO WS-SRE-V
           MOVE 0 TO WS-SUU-V
           MOVE 0 TO WS-SUV-V
           MOVE 0 TO WS-SVV-V
           MOVE 0 TO WS-SUQ-V
           MOVE 0 TO WS-SVQ-V
           MOVE WS-PT-CT TO WS-N-V
           MOVE 1 TO WS-I
           PERFORM ACCUMULATE-ONE-POINT
             UNTIL WS-I > WS-PT-CT
           .
       ACCUMULATE-ONE-POINT.
           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * WS-PT-FREQ-V(WS-I)
           MOVE WS-OMEGA-V TO WS-U-V
           COMPUTE WS-V-V = -1 / WS-OMEGA-V

           IF WS-MODEL-PARALLEL
             COMPUTE WS-MAG2-V =
               WS-PT-RE-V(WS-I) * WS-PT-RE-V(WS-I)
               + WS-PT-IM-V(WS-I) * WS-PT-IM-V(WS-I)
             IF WS-MAG2-V > 0
               COMPUTE WS-SRE-V =
                 WS-SRE-V + WS-PT-RE-V(WS-I) / WS-MAG2-V
               COMPUTE WS-Q-V = 0 - WS-PT-IM-V(WS-I) / WS-MAG2-V
             ELSE
               MOVE 0 TO WS-Q-V
             END-IF
           ELSE
             COMPUTE WS-SRE-V = WS-SRE-V + WS-PT-RE-V(WS-I)
             MOVE WS-PT-IM-V(WS-I) TO WS-Q-V
           END-IF

           COMPUTE WS-SUU-V = WS-SUU-V + WS-U-V * WS-U-V
           COMPUTE WS-SUV-V = WS-SUV-V + WS-U-V * WS-V-V
           COMPUTE WS-SVV-V = WS-SVV-V + WS-V-V * WS-V-V
           COMPUTE WS-SUQ-V = WS-SUQ-V + WS-U-V * WS-Q-V
           COMPUTE WS-SVQ-V = WS-SVQ-V + WS-V-V * WS-Q-V

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Solves for the model's values.  R + series L needs only
      * L = SUM(U*Q) / SUM(U*U); the RLC models solve the two-by-
      * two system, P1 being L (series) or C (parallel) and P2
      * being 1/C (series) or 1/L (parallel).  A P2 of zero means
      * the capacitance (series) is a short, i.e. no capacitor
      * term, or the shunt inductance (parallel) is open.
      ******************************************************************
       SOLVE-MODEL.
           COMPUTE WS-FIT-R-V = WS-SRE-V / WS-N-V
           MOVE 0 TO WS-FIT-L-V
           MOVE 0 TO WS-FIT-C-V

           IF WS-MODEL-RL
             IF WS-SUU-V > 0
               COMPUTE WS-FIT-L-V = WS-SUQ-V / WS-SUU-V
               SET WS-FIT-OK TO TRUE
             END-IF
           ELSE
             COMPUTE WS-DET-V =
               WS-SUU-V * WS-SVV-V - WS-SUV-V * WS-SUV-V
             IF WS-DET-V > WS-DET-NIL-V * WS-SUU-V * WS-SVV-V
               SET WS-FIT-OK TO TRUE
               COMPUTE WS-P1-V =
                 (WS-SUQ-V * WS-SVV-V - WS-SUV-V * WS-SVQ-V)
                 / WS-DET-V
               COMPUTE WS-P2-V =
                 (WS-SUU-V * WS-SVQ-V - WS-SUV-V * WS-SUQ-V)
                 / WS-DET-V
             END-IF
           END-IF

           IF WS-FIT-OK AND WS-MODEL-SERIES
             MOVE WS-P1-V TO WS-FIT-L-V
             MOVE WS-P2-V TO WS-FIT-D-V
             IF WS-P2-V = 0
               SET WS-C-OPEN TO TRUE
             ELSE
               COMPUTE WS-FIT-C-V = 1 / WS-P2-V
             END-IF
           END-IF

           IF WS-FIT-OK AND WS-MODEL-PARALLEL
             MOVE WS-FIT-R-V TO WS-FIT-G-V
             MOVE WS-P1-V TO WS-FIT-C-V
             MOVE WS-P2-V TO WS-FIT-D-V
             IF WS-P2-V = 0
               SET WS-C-OPEN TO TRUE
             ELSE
               COMPUTE WS-FIT-L-V = 1 / WS-P2-V
             END-IF
             IF WS-FIT-G-V = 0
               MOVE 0 TO WS-FIT-R-V
             ELSE
               COMPUTE WS-FIT-R-V = 1 / WS-FIT-G-V
             END-IF
           END-IF
           .
      ******************************************************************
      * Walks the curve again with the fitted model: RMS of the
      * absolute error in ohms, and the worst relative error with
      * the frequency it occurs at.
      ******************************************************************
       MEASURE-RESIDUAL.
           MOVE 0 TO WS-SSQ-V
           MOVE 0 TO WS-WORST-REL-V
           MOVE WS-PT-FREQ-V(1) TO WS-WORST-FREQ-V
           MOVE 1 TO WS-I
           PERFORM MEASURE-ONE-POINT
             UNTIL WS-I > WS-PT-CT
           COMPUTE WS-RMS-V = FUNCTION SQRT(WS-SSQ-V / WS-N-V)
           .
       MEASURE-ONE-POINT.
           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * WS-PT-FREQ-V(WS-I)

           EVALUATE TRUE
             WHEN WS-MODEL-SERIES
               MOVE WS-FIT-R-V TO WS-ZF-RE-V
               COMPUTE WS-ZF-IM-V = WS-OMEGA-V * WS-FIT-L-V
                 - WS-FIT-D-V / WS-OMEGA-V
             WHEN WS-MODEL-PARALLEL
               MOVE WS-FIT-G-V TO WS-YF-RE-V
               COMPUTE WS-YF-IM-V = WS-OMEGA-V * WS-FIT-C-V
                 - WS-FIT-D-V / WS-OMEGA-V
               COMPUTE WS-MAG2-V = WS-YF-RE-V * WS-YF-RE-V
                 + WS-YF-IM-V * WS-YF-IM-V
               IF WS-MAG2-V > 0
                 COMPUTE WS-ZF-RE-V = WS-YF-RE-V / WS-MAG2-V
                 COMPUTE WS-ZF-IM-V = 0 - WS-YF-IM-V / WS-MAG2-V
               ELSE
                 MOVE 0 TO WS-ZF-RE-V
                 MOVE 0 TO WS-ZF-IM-V
               END-IF
             WHEN OTHER
               MOVE WS-FIT-R-V TO WS-ZF-RE-V
               COMPUTE WS-ZF-IM-V = WS-OMEGA-V * WS-FIT-L-V
           END-EVALUATE

           COMPUTE WS-ERR-V =
             (WS-PT-RE-V(WS-I) - WS-ZF-RE-V) ** 2
             + (WS-PT-IM-V(WS-I) - WS-ZF-IM-V) ** 2
           COMPUTE WS-SSQ-V = WS-SSQ-V + WS-ERR-V
           COMPUTE WS-ERR-V = FUNCTION SQRT(WS-ERR-V)
           COMPUTE WS-ZM-MAG-V = FUNCTION SQRT(
             WS-PT-RE-V(WS-I) * WS-PT-RE-V(WS-I)
             + WS-PT-IM-V(WS-I) * WS-PT-IM-V(WS-I))

           IF WS-ZM-MAG-V > 0
             COMPUTE WS-REL-V = WS-ERR-V / WS-ZM-MAG-V
             IF WS-REL-V > WS-WORST-REL-V
               MOVE WS-REL-V TO WS-WORST-REL-V
               MOVE WS-PT-FREQ-V(WS-I) TO WS-WORST-FREQ-V
             END-IF
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * The fitted values in engineering notation, the RMS residual,
      * and the worst-fit frequency.  A negative R, L or C has no
      * physical meaning - the curve is not this model - and is
      * flagged.
      ******************************************************************
       REPORT-FITTED-VALUES.
           MOVE WS-FIT-R-V TO WS-ENG-V
           MOVE 'OHM' TO WS-ENG-UNIT
           PERFORM FORMAT-ENGINEERING
           MOVE WS-ENG-TEXT TO WS-R-TEXT

           MOVE WS-FIT-L-V TO WS-ENG-V
           MOVE 'H' TO WS-ENG-UNIT
           PERFORM FORMAT-ENGINEERING
           MOVE WS-ENG-TEXT TO WS-L-TEXT

           MOVE WS-FIT-C-V TO WS-ENG-V
           MOVE 'F' TO WS-ENG-UNIT
           PERFORM FORMAT-ENGINEERING
           MOVE WS-ENG-TEXT TO WS-C-TEXT

           EVALUATE TRUE
             WHEN WS-MODEL-RL
               MOVE 'NONE' TO WS-C-TEXT
             WHEN WS-C-OPEN AND WS-MODEL-SERIES
               MOVE 'SHORT (NONE)' TO WS-C-TEXT
             WHEN WS-C-OPEN AND WS-MODEL-PARALLEL
               MOVE 'OPEN (NONE)' TO WS-L-TEXT
           END-EVALUATE

           STRING
             '    FITTED  R='  DELIMITED BY SIZE
             WS-R-TEXT         DELIMITED BY SIZE
             ' L='             DELIMITED BY SIZE
             WS-L-TEXT         DELIMITED BY SIZE
             ' C='             DELIMITED BY SIZE
             WS-C-TEXT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           IF WS-FIT-R-V < 0 OR WS-FIT-L-V < 0 OR WS-FIT-C-V < 0
             MOVE '*NON-PHYSICAL - MODEL DOES NOT FIT CURVE*'
               TO WS-RPT-LINE-TEXT(90:)
             SET WS-FLAG-YES TO TRUE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE WS-RMS-V TO WS-ENG-V
           MOVE 'OHM' TO WS-ENG-UNIT
           PERFORM FORMAT-ENGINEERING
           MOVE WS-ENG-TEXT TO WS-RMS-TEXT

           MOVE WS-WORST-FREQ-V TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           PERFORM FORMAT-ENGINEERING
           MOVE WS-ENG-TEXT TO WS-WORST-TEXT

           IF WS-WORST-REL-V > 999.99
             MOVE 99999.99 TO WS-WORST-DISP
           ELSE
             COMPUTE WS-WORST-DISP ROUNDED = WS-WORST-REL-V * 100
           END-IF

           STRING
             '    RMS RESIDUAL=' DELIMITED BY SIZE
             WS-RMS-TEXT         DELIMITED BY SIZE
             ' WORST FIT AT '    DELIMITED BY SIZE
             WS-WORST-TEXT       DELIMITED BY SIZE
             ' ('                DELIMITED BY SIZE
             WS-WORST-DISP       DELIMITED BY SIZE
             ' PCT)'             DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Sets the fitted values against the circuit's CSWEEPDEF
      * design values as a percentage deviation; a design value of
      * zero (not specified) or a term the model has no place for
      * prints blank, and any deviation beyond tolerance is starred.
      ******************************************************************
       COMPARE-WITH-DESIGN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-X
           PERFORM MATCH-DESIGN-ROW
             UNTIL WS-FOUND-YES OR WS-X > WS-DES-CT

           IF WS-FOUND-YES
             MOVE WS-FIT-R-V TO WS-FIT-V
             MOVE WS-DES-R-V(WS-X) TO WS-DES-V
             PERFORM MEASURE-DEVIATION
             MOVE WS-DEV-TEXT TO WS-DEV-R-TEXT

             MOVE WS-FIT-L-V TO WS-FIT-V
             MOVE WS-DES-L-V(WS-X) TO WS-DES-V
             IF WS-C-OPEN AND WS-MODEL-PARALLEL
               MOVE 0 TO WS-DES-V
             END-IF
             PERFORM MEASURE-DEVIATION
             MOVE WS-DEV-TEXT TO WS-DEV-L-TEXT

             MOVE WS-FIT-C-V TO WS-FIT-V
             MOVE WS-DES-C-V(WS-X) TO WS-DES-V
             IF WS-MODEL-RL OR (WS-C-OPEN AND WS-MODEL-SERIES)
               MOVE 0 TO WS-DES-V
             END-IF
             PERFORM MEASURE-DEVIATION
             MOVE WS-DEV-TEXT TO WS-DEV-C-TEXT

             MOVE WS-TOL-V TO WS-DEV-DISP
             STRING
               '    VS DESIGN  R '   DELIMITED BY SIZE
               WS-DEV-R-TEXT         DELIMITED BY SIZE
               '  L '                DELIMITED BY SIZE
               WS-DEV-L-TEXT         DELIMITED BY SIZE
               '  C '                DELIMITED BY SIZE
               WS-DEV-C-TEXT         DELIMITED BY SIZE
               '  (PCT, TOLERANCE'   DELIMITED BY SIZE
               WS-DEV-DISP           DELIMITED BY SIZE
               ')'                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       MATCH-DESIGN-ROW.
           IF WS-DES-CIRCUIT-ID(WS-X) = WS-CUR-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-X
           END-IF
           .
       MEASURE-DEVIATION.
           MOVE SPACES TO WS-DEV-TEXT
           IF WS-DES-V NOT = 0
             COMPUTE WS-DEV-V = (WS-FIT-V - WS-DES-V) * 100 / WS-DES-V
             IF WS-DEV-V > 9999.99
               MOVE 9999.99 TO WS-DEV-V
             END-IF
             IF WS-DEV-V < -9999.99
               MOVE -9999.99 TO WS-DEV-V
             END-IF
             COMPUTE WS-DEV-DISP ROUNDED = WS-DEV-V
             MOVE WS-DEV-DISP TO WS-DEV-TEXT
             IF WS-DEV-V > WS-TOL-V OR WS-DEV-V < 0 - WS-TOL-V
               MOVE '*' TO WS-DEV-TEXT(10:1)
               SET WS-FLAG-YES TO TRUE
             END-IF
           END-IF
           .
       FORMAT-ENGINEERING.
           CALL 'CENGFMT' USING
             WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO EF-REPORT-LINE
           WRITE EF-REPORT-LINE
           MOVE 'CEQFITR' TO WS-IO-FILE
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
             DISPLAY 'CEQFIT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
