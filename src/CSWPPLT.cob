       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSWPPLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PL-CURVE-FILE ASSIGN TO "CSWEEPCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PL-REPORT-FILE ASSIGN TO "CSWPPLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PL-CURVE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXCURVE REPLACING ==(PRFX)== BY ==PL-CV-==.
       FD  PL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PL-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * one circuit's curve held in frequency order, each point with
      * the modulus in ohms and decibels and the phase in degrees;
      * the OCCURS depth matches copy/ARRMAX.cpy's shared sizing.
       01 WS-CURVE-TABLE.
         05 WS-PT-CT PIC 9(04) VALUE 0.
         05 WS-PT-ENTRY OCCURS 5000 TIMES.
           10 WS-PT-FREQ-V  COMP-2.
           10 WS-PT-RE-V    COMP-2.
           10 WS-PT-IM-V    COMP-2.
           10 WS-PT-MAG-V   COMP-2.
           10 WS-PT-DB-V    COMP-2.
           10 WS-PT-PHASE-V COMP-2.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-PT-==.
       01 WS-CUR-ID PIC X(08) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-GROUP-OPEN VALUE 'Y'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PHASE-==.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-MIN-I PIC 9(04) VALUE 0.
       01 WS-MAX-I PIC 9(04) VALUE 0.
       01 WS-RES-I PIC 9(04) VALUE 0.
       01 WS-RES-KIND PIC X(03) VALUE SPACES.
      ******************************************************************
      * the plot in hand: 41 print rows of 100 plotting columns, the
      * value range each axis spans, and whether the frequency axis
      * is logarithmic (Bode) or the real axis linear (Nyquist).
      ******************************************************************
       01 WS-GRID.
         05 WS-GRID-ROW OCCURS 41 TIMES.
           10 WS-GRID-CELL PIC X(01) OCCURS 100 TIMES.
       01 WS-ROWS PIC 9(02) VALUE 41.
       01 WS-COLS PIC 9(03) VALUE 100.
       01 WS-PLOT-TITLE PIC X(60) VALUE SPACES.
       01 WS-X-MIN-V COMP-2.
       01 WS-X-MAX-V COMP-2.
       01 WS-Y-MIN-V COMP-2.
       01 WS-Y-MAX-V COMP-2.
       01 WS-X-KIND PIC X(01) VALUE SPACE.
         88 WS-X-LOG-FREQ  VALUE 'F'.
         88 WS-X-REAL-OHM  VALUE 'R'.
       01 WS-Y-KIND PIC X(01) VALUE SPACE.
         88 WS-Y-DECIBEL   VALUE 'B'.
         88 WS-Y-DEGREE    VALUE 'D'.
         88 WS-Y-IMAG-OHM  VALUE 'I'.
       01 WS-Y-UNIT-TEXT PIC X(08) VALUE SPACES.
       01 WS-PX-V COMP-2.
       01 WS-PY-V COMP-2.
       01 WS-PLOT-CHAR PIC X(01) VALUE '*'.
       01 WS-COL PIC 9(03) VALUE 0.
       01 WS-ROW PIC 9(02) VALUE 0.
       01 WS-RES-COL PIC 9(03) VALUE 0.
       01 WS-C PIC 9(03) VALUE 0.
       01 WS-R PIC 9(02) VALUE 0.
       01 WS-POS-V COMP-2.
       01 WS-SKIP-CT PIC 9(04) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-PLOT-LINE.
         05 WS-PL-LABEL PIC X(15).
         05 FILLER      PIC X(01).
         05 WS-PL-AXIS  PIC X(01).
         05 WS-PL-CELLS PIC X(100).
         05 FILLER      PIC X(15).
       01 WS-TICK-LINE.
         05 FILLER      PIC X(17).
         05 WS-TK-CELLS PIC X(100).
         05 FILLER      PIC X(15).
       01 WS-TICK-TEXT PIC X(14) VALUE SPACES.
       01 WS-TICK-START PIC 9(03) VALUE 0.
       01 WS-Y-LABEL-DISP PIC -(5)9.9.
       01 WS-LOG-FMIN-V COMP-2.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-CIRCUIT-CT PIC 9(04) VALUE 0.
       01 WS-CTL-PLOT-CT PIC 9(04) VALUE 0.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter alongside CRPTWRT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-FREQ-TEXT PIC X(20) VALUE SPACES.
       01 WS-ZMAG-TEXT PIC X(20) VALUE SPACES.
       01 WS-PHASE-DISP PIC -(3)9.9.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-RPT-OUT-LINES.
         05 WS-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-RPT-OUT-CT-==.
       01 WS-RPT-I PIC 9(04) VALUE 0.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Character-graphic plots of the machine-readable sweep curves,
      * so the shape of a response can be seen on the print file
      * instead of being re-plotted in a spreadsheet.  For each
      * circuit on the CXCURVE file - CSWEEP's CSWEEPCV, or CNETSWP's
      * CNETSWCV with the CSWEEPCV DD pointed at it - three plots of
      * 41 lines by 100 columns, each on its own page: the modulus in
      * decibels (20 LOG10 |Z|, 0 dB = 1 ohm) and the phase in
      * degrees against logarithmic frequency, and the Nyquist
      * scatter of the imaginary part against the real part with the
      * origin's axes drawn in.  The resonant point is the one
      * CSWPANL reports - the interior modulus minimum, else the
      * interior maximum - and is plotted as R on all three, with a
      * caret under the frequency axis and a note line giving its
      * frequency, modulus and phase.  Every line goes through
      * CRPTWRT so the plots carry the standard heading and paging
      * and distribute with the other print files.
      ******************************************************************
           OPEN INPUT PL-CURVE-FILE
           MOVE 'CSWEEPCV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PL-REPORT-FILE
           MOVE 'CSWPPLTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'SWEEP CURVE PLOTS' TO WS-RPT-TITLE
           ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 55 TO WS-RPT-MAX-LINES
           MOVE 0 TO WS-RPT-LINE-CT
           MOVE 0 TO WS-RPT-PAGE-CT

           PERFORM READ-CURVE-RECORD

           PERFORM COLLECT-CURVE-POINT
             UNTIL WS-EOF-YES

           IF WS-GROUP-OPEN
             PERFORM PLOT-ONE-CIRCUIT
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CIRCUITS PLOTTED: '  DELIMITED BY SIZE
             WS-CTL-CIRCUIT-CT     DELIMITED BY SIZE
             '  PLOTS: '           DELIMITED BY SIZE
             WS-CTL-PLOT-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-TRAILER

           CLOSE PL-CURVE-FILE
           CLOSE PL-REPORT-FILE

           DISPLAY 'CSWPPLT - CIRCUITS PLOTTED: ' WS-CTL-CIRCUIT-CT
                ' PLOTS: ' WS-CTL-PLOT-CT

           GOBACK
           .
       READ-CURVE-RECORD.
           READ PL-CURVE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Accumulates one curve point into the current circuit's table
      * with its modulus, decibels and phase; a change of circuit id
      * closes the group and plots what was collected.
      ******************************************************************
       COLLECT-CURVE-POINT.
           IF WS-GROUP-OPEN AND PL-CV-CIRCUIT-ID NOT = WS-CUR-ID
             PERFORM PLOT-ONE-CIRCUIT
           END-IF

           IF NOT WS-GROUP-OPEN
             SET WS-GROUP-OPEN TO TRUE
             MOVE PL-CV-CIRCUIT-ID TO WS-CUR-ID
             MOVE 0 TO WS-PT-CT
           END-IF

           IF WS-PT-CT < WS-PT-ARRAY-MAX
             ADD 1 TO WS-PT-CT
             MOVE PL-CV-FREQ TO WS-PT-FREQ-V(WS-PT-CT)
             MOVE PL-CV-Z-RE TO WS-Z-RE
             MOVE PL-CV-Z-IM TO WS-Z-IM
             MOVE PL-CV-Z-RE TO WS-PT-RE-V(WS-PT-CT)
             MOVE PL-CV-Z-IM TO WS-PT-IM-V(WS-PT-CT)
             CALL 'CMOD' USING WS-Z-COMPLEX, WS-MAG-V
             MOVE WS-MAG-V TO WS-PT-MAG-V(WS-PT-CT)
             IF WS-MAG-V > 0
               COMPUTE WS-PT-DB-V(WS-PT-CT) =
                 20 * FUNCTION LOG10(WS-MAG-V)
             ELSE
               MOVE 0 TO WS-PT-DB-V(WS-PT-CT)
             END-IF
             CALL 'CARG' USING WS-Z-COMPLEX, WS-PHASE-V
             COMPUTE WS-PT-PHASE-V(WS-PT-CT) =
               WS-PHASE-V * 180 / FUNCTION PI
           END-IF

           PERFORM READ-CURVE-RECORD
           .
      ******************************************************************
      * Finds the resonant point the way CSWPANL does, then prints
      * the circuit's three plots.
      ******************************************************************
       PLOT-ONE-CIRCUIT.
           ADD 1 TO WS-CTL-CIRCUIT-CT
           MOVE 'N' TO WS-GROUP-OPEN-SW

           IF WS-PT-CT < 2
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               WS-CUR-ID DELIMITED BY SIZE
               ' TOO FEW POINTS TO PLOT' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM FIND-RESONANCE
             PERFORM PLOT-MAGNITUDE
             PERFORM PLOT-PHASE
             PERFORM PLOT-NYQUIST
           END-IF
           .
       FIND-RESONANCE.
           MOVE 1 TO WS-MIN-I
           MOVE 1 TO WS-MAX-I
           MOVE 2 TO WS-I
           PERFORM CHECK-ONE-EXTREMUM
             UNTIL WS-I > WS-PT-CT

           EVALUATE TRUE
             WHEN WS-MIN-I > 1 AND WS-MIN-I < WS-PT-CT
               MOVE WS-MIN-I TO WS-RES-I
               MOVE 'MIN' TO WS-RES-KIND
             WHEN WS-MAX-I > 1 AND WS-MAX-I < WS-PT-CT
               MOVE WS-MAX-I TO WS-RES-I
               MOVE 'MAX' TO WS-RES-KIND
             WHEN OTHER
               MOVE 0 TO WS-RES-I
               MOVE SPACES TO WS-RES-KIND
           END-EVALUATE
           .
       CHECK-ONE-EXTREMUM.
           IF WS-PT-MAG-V(WS-I) < WS-PT-MAG-V(WS-MIN-I)
             MOVE WS-I TO WS-MIN-I
           END-IF
           IF WS-PT-MAG-V(WS-I) > WS-PT-MAG-V(WS-MAX-I)
             MOVE WS-I TO WS-MAX-I
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Sets the logarithmic frequency axis over the circuit's
      * positive frequencies; a point at zero hertz or below has no
      * place on it and is counted as off the plot.
      ******************************************************************
       SET-FREQUENCY-AXIS.
           SET WS-X-LOG-FREQ TO TRUE
           MOVE 0 TO WS-X-MIN-V
           MOVE 0 TO WS-X-MAX-V
           MOVE 1 TO WS-I
           PERFORM WIDEN-FREQUENCY-AXIS
             UNTIL WS-I > WS-PT-CT
           IF WS-X-MIN-V > 0
             COMPUTE WS-X-MIN-V = FUNCTION LOG10(WS-X-MIN-V)
             COMPUTE WS-X-MAX-V = FUNCTION LOG10(WS-X-MAX-V)
           END-IF
           IF WS-X-MAX-V = WS-X-MIN-V
             ADD 1 TO WS-X-MAX-V
           END-IF
           .
       WIDEN-FREQUENCY-AXIS.
           IF WS-PT-FREQ-V(WS-I) > 0
             IF WS-X-MIN-V = 0 OR WS-PT-FREQ-V(WS-I) < WS-X-MIN-V
               MOVE WS-PT-FREQ-V(WS-I) TO WS-X-MIN-V
             END-IF
             IF WS-PT-FREQ-V(WS-I) > WS-X-MAX-V
               MOVE WS-PT-FREQ-V(WS-I) TO WS-X-MAX-V
             END-IF
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * The Bode magnitude plot: decibels against log frequency, the
      * vertical range rounded out to whole tens of decibels.  A
      * point of zero modulus (minus infinity decibels) is left off.
      ******************************************************************
       PLOT-MAGNITUDE.
           PERFORM SET-FREQUENCY-AXIS
           SET WS-Y-DECIBEL TO TRUE
           MOVE 'DB' TO WS-Y-UNIT-TEXT
           MOVE 'MAGNITUDE 20 LOG10 |Z| (DB RE 1 OHM) VS FREQUENCY'
             TO WS-PLOT-TITLE

           MOVE 0 TO WS-Y-MIN-V
           MOVE 0 TO WS-Y-MAX-V
           MOVE 0 TO WS-SKIP-CT
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM WIDEN-DECIBEL-RANGE
             UNTIL WS-I > WS-PT-CT
           COMPUTE WS-Y-MIN-V =
             FUNCTION INTEGER(WS-Y-MIN-V / 10) * 10
           COMPUTE WS-Y-MAX-V =
             0 - (FUNCTION INTEGER((0 - WS-Y-MAX-V) / 10) * 10)
           IF WS-Y-MAX-V = WS-Y-MIN-V
             ADD 10 TO WS-Y-MAX-V
           END-IF

           PERFORM CLEAR-GRID
           MOVE 1 TO WS-I
           PERFORM PLACE-MAGNITUDE-POINT
             UNTIL WS-I > WS-PT-CT
           PERFORM WRITE-PLOT
           .
       WIDEN-DECIBEL-RANGE.
           IF WS-PT-MAG-V(WS-I) > 0
             IF NOT WS-FOUND-YES
               MOVE WS-PT-DB-V(WS-I) TO WS-Y-MIN-V
               MOVE WS-PT-DB-V(WS-I) TO WS-Y-MAX-V
               SET WS-FOUND-YES TO TRUE
             END-IF
             IF WS-PT-DB-V(WS-I) < WS-Y-MIN-V
               MOVE WS-PT-DB-V(WS-I) TO WS-Y-MIN-V
             END-IF
             IF WS-PT-DB-V(WS-I) > WS-Y-MAX-V
               MOVE WS-PT-DB-V(WS-I) TO WS-Y-MAX-V
             END-IF
           END-IF
           ADD 1 TO WS-I
           .
       PLACE-MAGNITUDE-POINT.
           IF WS-PT-FREQ-V(WS-I) > 0 AND WS-PT-MAG-V(WS-I) > 0
             COMPUTE WS-PX-V = FUNCTION LOG10(WS-PT-FREQ-V(WS-I))
             MOVE WS-PT-DB-V(WS-I) TO WS-PY-V
             PERFORM PLACE-CURVE-POINT
           ELSE
             ADD 1 TO WS-SKIP-CT
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * The Bode phase plot: degrees against log frequency, on the
      * passive range -90 to +90 when every point lies inside it and
      * on -180 to +180 otherwise.
      ******************************************************************
       PLOT-PHASE.
           PERFORM SET-FREQUENCY-AXIS
           SET WS-Y-DEGREE TO TRUE
           MOVE 'DEG' TO WS-Y-UNIT-TEXT
           MOVE 'PHASE OF Z (DEGREES) VS FREQUENCY' TO WS-PLOT-TITLE

           MOVE -90 TO WS-Y-MIN-V
           MOVE 90 TO WS-Y-MAX-V
           MOVE 1 TO WS-I
           PERFORM WIDEN-PHASE-RANGE
             UNTIL WS-I > WS-PT-CT

           MOVE 0 TO WS-SKIP-CT
           PERFORM CLEAR-GRID
           MOVE 1 TO WS-I
           PERFORM PLACE-PHASE-POINT
             UNTIL WS-I > WS-PT-CT
           PERFORM WRITE-PLOT
           .
       WIDEN-PHASE-RANGE.
           IF WS-PT-PHASE-V(WS-I) < -90 OR WS-PT-PHASE-V(WS-I) > 90
             MOVE -180 TO WS-Y-MIN-V
             MOVE 180 TO WS-Y-MAX-V
           END-IF
           ADD 1 TO WS-I
           .
       PLACE-PHASE-POINT.
           IF WS-PT-FREQ-V(WS-I) > 0
             COMPUTE WS-PX-V = FUNCTION LOG10(WS-PT-FREQ-V(WS-I))
             MOVE WS-PT-PHASE-V(WS-I) TO WS-PY-V
             PERFORM PLACE-CURVE-POINT
           ELSE
             ADD 1 TO WS-SKIP-CT
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * The Nyquist scatter: imaginary against real part in ohms,
      * both ranges stretched to take in the origin so its axes can
      * be drawn, before the points go on over them.
      ******************************************************************
       PLOT-NYQUIST.
           SET WS-X-REAL-OHM TO TRUE
           SET WS-Y-IMAG-OHM TO TRUE
           MOVE 'OHM' TO WS-Y-UNIT-TEXT
           MOVE 'NYQUIST - IMAGINARY VS REAL PART OF Z (OHMS)'
             TO WS-PLOT-TITLE

           MOVE 0 TO WS-X-MIN-V
           MOVE 0 TO WS-X-MAX-V
           MOVE 0 TO WS-Y-MIN-V
           MOVE 0 TO WS-Y-MAX-V
           MOVE 1 TO WS-I
           PERFORM WIDEN-NYQUIST-RANGE
             UNTIL WS-I > WS-PT-CT
           IF WS-X-MAX-V = WS-X-MIN-V
             ADD 1 TO WS-X-MAX-V
           END-IF
           IF WS-Y-MAX-V = WS-Y-MIN-V
             ADD 1 TO WS-Y-MAX-V
           END-IF

           MOVE 0 TO WS-SKIP-CT
           PERFORM CLEAR-GRID

           MOVE 0 TO WS-PX-V
           MOVE 0 TO WS-PY-V
           PERFORM LOCATE-CELL
           MOVE 1 TO WS-C
           PERFORM DRAW-REAL-AXIS-CELL
             UNTIL WS-C > WS-COLS
           MOVE 1 TO WS-R
           PERFORM DRAW-IMAG-AXIS-CELL
             UNTIL WS-R > WS-ROWS
           MOVE '+' TO WS-GRID-CELL(WS-ROW, WS-COL)

           MOVE 1 TO WS-I
           PERFORM PLACE-NYQUIST-POINT
             UNTIL WS-I > WS-PT-CT
           PERFORM WRITE-PLOT
           .
       WIDEN-NYQUIST-RANGE.
           IF WS-PT-RE-V(WS-I) < WS-X-MIN-V
             MOVE WS-PT-RE-V(WS-I) TO WS-X-MIN-V
           END-IF
           IF WS-PT-RE-V(WS-I) > WS-X-MAX-V
             MOVE WS-PT-RE-V(WS-I) TO WS-X-MAX-V
           END-IF
           IF WS-PT-IM-V(WS-I) < WS-Y-MIN-V
             MOVE WS-PT-IM-V(WS-I) TO WS-Y-MIN-V
           END-IF
           IF WS-PT-IM-V(WS-I) > WS-Y-MAX-V
             MOVE WS-PT-IM-V(WS-I) TO WS-Y-MAX-V
           END-IF
           ADD 1 TO WS-I
           .
       DRAW-REAL-AXIS-CELL.
           MOVE '-' TO WS-GRID-CELL(WS-ROW, WS-C)
           ADD 1 TO WS-C
           .
       DRAW-IMAG-AXIS-CELL.
           MOVE ':' TO WS-GRID-CELL(WS-R, WS-COL)
           ADD 1 TO WS-R
           .
       PLACE-NYQUIST-POINT.
           MOVE WS-PT-RE-V(WS-I) TO WS-PX-V
           MOVE WS-PT-IM-V(WS-I) TO WS-PY-V
           PERFORM PLACE-CURVE-POINT
           ADD 1 TO WS-I
           .
       CLEAR-GRID.
           MOVE SPACES TO WS-GRID
           MOVE 0 TO WS-RES-COL
           .
      ******************************************************************
      * Puts point WS-I, already in axis units in WS-PX-V/WS-PY-V, on
      * the grid as '*', or as 'R' for the resonant point, which is
      * also remembered for the caret under the frequency axis.
      ******************************************************************
       PLACE-CURVE-POINT.
           PERFORM LOCATE-CELL
           IF WS-I = WS-RES-I
             MOVE 'R' TO WS-GRID-CELL(WS-ROW, WS-COL)
             MOVE WS-COL TO WS-RES-COL
           ELSE
             IF WS-GRID-CELL(WS-ROW, WS-COL) NOT = 'R'
               MOVE '*' TO WS-GRID-CELL(WS-ROW, WS-COL)
             END-IF
           END-IF
           .
      ******************************************************************
      * Maps WS-PX-V/WS-PY-V to the nearest grid column and row, top
      * row the axis maximum; anything outside the range is held to
      * the border.
      ******************************************************************
       LOCATE-CELL.
           COMPUTE WS-POS-V = 1 + ((WS-PX-V - WS-X-MIN-V)
             / (WS-X-MAX-V - WS-X-MIN-V) * (WS-COLS - 1)) + 0.5
           EVALUATE TRUE
             WHEN WS-POS-V < 1
               MOVE 1 TO WS-COL
             WHEN WS-POS-V >= WS-COLS
               MOVE WS-COLS TO WS-COL
             WHEN OTHER
               MOVE WS-POS-V TO WS-COL
           END-EVALUATE

           COMPUTE WS-POS-V = 1 + ((WS-Y-MAX-V - WS-PY-V)
             / (WS-Y-MAX-V - WS-Y-MIN-V) * (WS-ROWS - 1)) + 0.5
           EVALUATE TRUE
             WHEN WS-POS-V < 1
               MOVE 1 TO WS-ROW
             WHEN WS-POS-V >= WS-ROWS
               MOVE WS-ROWS TO WS-ROW
             WHEN OTHER
               MOVE WS-POS-V TO WS-ROW
           END-EVALUATE
           .
      ******************************************************************
      * Prints the plot in hand on a fresh page: the title, the rows
      * with a value label every fifth row, the horizontal axis with
      * a tick every quarter and a caret under the resonance, the
      * tick values, and the resonance note.
      ******************************************************************
       WRITE-PLOT.
           ADD 1 TO WS-CTL-PLOT-CT
           PERFORM WRITE-PAGE-HEADING

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-CUR-ID       DELIMITED BY SIZE
             ' - '           DELIMITED BY SIZE
             WS-PLOT-TITLE   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Y-UNIT-TEXT TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-R
           PERFORM WRITE-PLOT-ROW
             UNTIL WS-R > WS-ROWS

           MOVE SPACES TO WS-TICK-LINE
           MOVE ALL '-' TO WS-TK-CELLS
           MOVE '+' TO WS-TICK-LINE(17:1)
           MOVE 1 TO WS-C
           PERFORM MARK-ONE-TICK
             UNTIL WS-C > WS-COLS
           MOVE WS-TICK-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-RES-COL > 0 AND WS-X-LOG-FREQ
             MOVE SPACES TO WS-TICK-LINE
             MOVE '^' TO WS-TK-CELLS(WS-RES-COL:1)
             MOVE WS-TICK-LINE TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-TICK-LINE
           MOVE 1 TO WS-C
           PERFORM LABEL-ONE-TICK
             UNTIL WS-C > WS-COLS
           MOVE WS-TICK-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-TICK-LINE
           IF WS-X-LOG-FREQ
             MOVE 'FREQUENCY (LOG SCALE)' TO WS-TK-CELLS(40:21)
           ELSE
             MOVE 'REAL PART (OHM)' TO WS-TK-CELLS(43:15)
           END-IF
           MOVE WS-TICK-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-RESONANCE-NOTE
           .
       WRITE-PLOT-ROW.
           MOVE SPACES TO WS-PLOT-LINE
           MOVE WS-GRID-ROW(WS-R) TO WS-PL-CELLS
           MOVE '|' TO WS-PL-AXIS
           IF WS-R = 1 OR WS-R = 11 OR WS-R = 21 OR WS-R = 31
               OR WS-R = 41 OR WS-R = 6 OR WS-R = 16 OR WS-R = 26
               OR WS-R = 36
             MOVE '+' TO WS-PL-AXIS
             COMPUTE WS-ENG-V = WS-Y-MAX-V
               - ((WS-R - 1) * (WS-Y-MAX-V - WS-Y-MIN-V)
                  / (WS-ROWS - 1))
             IF WS-Y-IMAG-OHM
               MOVE 'OHM' TO WS-ENG-UNIT
               CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
               MOVE WS-ENG-TEXT TO WS-PL-LABEL
             ELSE
               COMPUTE WS-Y-LABEL-DISP ROUNDED = WS-ENG-V
               MOVE WS-Y-LABEL-DISP TO WS-PL-LABEL(6:)
             END-IF
           END-IF
           MOVE WS-PLOT-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-R
           .
      * ticks at columns 1, 26, 51, 76 and 100 - the quarters.
       MARK-ONE-TICK.
           IF WS-C = 1 OR WS-C = 26 OR WS-C = 51 OR WS-C = 76
               OR WS-C = WS-COLS
             MOVE '+' TO WS-TK-CELLS(WS-C:1)
           END-IF
           ADD 1 TO WS-C
           .
       LABEL-ONE-TICK.
           IF WS-C = 1 OR WS-C = 26 OR WS-C = 51 OR WS-C = 76
               OR WS-C = WS-COLS
             COMPUTE WS-PX-V = WS-X-MIN-V
               + ((WS-C - 1) * (WS-X-MAX-V - WS-X-MIN-V)
                  / (WS-COLS - 1))
             IF WS-X-LOG-FREQ
               COMPUTE WS-ENG-V = 10 ** WS-PX-V
               MOVE 'HZ' TO WS-ENG-UNIT
             ELSE
               MOVE WS-PX-V TO WS-ENG-V
               MOVE 'OHM' TO WS-ENG-UNIT
             END-IF
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-TICK-TEXT
      * centre the fourteen-character value on its tick, held inside
      * the plotting width at either end.
             EVALUATE TRUE
               WHEN WS-C < 8
                 MOVE 1 TO WS-TICK-START
               WHEN WS-C > WS-COLS - 13
                 COMPUTE WS-TICK-START = WS-COLS - 13
               WHEN OTHER
                 COMPUTE WS-TICK-START = WS-C - 7
             END-EVALUATE
             MOVE WS-TICK-TEXT TO WS-TK-CELLS(WS-TICK-START:14)
           END-IF
           ADD 1 TO WS-C
           .
       WRITE-RESONANCE-NOTE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-RES-I = 0
             MOVE '  NO RESONANCE IN SWEPT RANGE' TO WS-RPT-LINE-TEXT
           ELSE
             MOVE WS-PT-FREQ-V(WS-RES-I) TO WS-ENG-V
             MOVE 'HZ' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-FREQ-TEXT
             MOVE WS-PT-MAG-V(WS-RES-I) TO WS-ENG-V
             MOVE 'OHM' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-ZMAG-TEXT
             COMPUTE WS-PHASE-DISP ROUNDED = WS-PT-PHASE-V(WS-RES-I)
             STRING
               '  R = RESONANCE(' DELIMITED BY SIZE
               WS-RES-KIND        DELIMITED BY SIZE
               ') AT '            DELIMITED BY SIZE
               WS-FREQ-TEXT       DELIMITED BY SIZE
               ' |Z| '            DELIMITED BY SIZE
               WS-ZMAG-TEXT       DELIMITED BY SIZE
               ' PHASE '          DELIMITED BY SIZE
               WS-PHASE-DISP      DELIMITED BY SIZE
               ' DEG'             DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-SKIP-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  POINTS NOT PLOTTABLE ON THIS SCALE: '
                                  DELIMITED BY SIZE
               WS-SKIP-CT         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * Writes WS-RPT-LINE-TEXT to the report through CRPTWRT, the
      * standard report-writer, which starts a new page with the
      * standard heading once the page is full; the heading entry
      * starts each plot on a page of its own and the trailer entry
      * closes the report the standard way.
      ******************************************************************
       WRITE-REPORT-LINE.
           SET WS-RPT-ACT-DETAIL TO TRUE
           CALL 'CRPTWRT' USING
             WS-RPT-CONTROL, WS-RPT-LINE-TEXT,
             WS-RPT-OUT-LINES, WS-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       WRITE-PAGE-HEADING.
           SET WS-RPT-ACT-HEADER TO TRUE
           CALL 'CRPTWRT' USING
             WS-RPT-CONTROL, WS-RPT-LINE-TEXT,
             WS-RPT-OUT-LINES, WS-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           .
       WRITE-REPORT-TRAILER.
           SET WS-RPT-ACT-TRAILER TO TRUE
           CALL 'CRPTWRT' USING
             WS-RPT-CONTROL, WS-RPT-LINE-TEXT,
             WS-RPT-OUT-LINES, WS-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           .
       PUT-REPORT-LINES.
           MOVE 1 TO WS-RPT-I

           PERFORM PUT-ONE-REPORT-LINE
             UNTIL WS-RPT-I > WS-RPT-OUT-CT-I
           .
       PUT-ONE-REPORT-LINE.
           MOVE WS-RPT-OUT-LINE(WS-RPT-I) TO PL-REPORT-LINE
           WRITE PL-REPORT-LINE
           MOVE 'CSWPPLTR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-RPT-I
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
             DISPLAY 'CSWPPLT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
