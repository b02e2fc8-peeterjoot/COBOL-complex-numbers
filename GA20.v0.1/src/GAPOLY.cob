       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAPOLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GP-VERTEX-FILE ASSIGN TO "GAPOLYV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT GP-SUMMARY-FILE ASSIGN TO "GAPOLYS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT GP-REPORT-FILE ASSIGN TO "GAPOLYR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GP-VERTEX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY GAPOLV REPLACING ==(PRFX)== BY ==GP-==.
       FD  GP-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY GAPOLS REPLACING ==(PRFX)== BY ==GP-SUM-==.
       FD  GP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GP-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA20.
       COPY MVI   REPLACING ==(PRFX)== BY ==WS-V1-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==WS-V2-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==WS-EDGE-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==WS-WEDGE-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-X1-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-Y1-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-X2-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-Y2-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-EDGE-LEN-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-GA-==.
      * the polygon being worked, loaded whole so the closing edge
      * and the crossing sweep can get at any vertex.
       01 WS-VERTEX-MAX PIC 9(04) VALUE 1000.
       01 WS-VERTEX-TABLE.
          05 WS-VERTEX-ENTRY OCCURS 1000 TIMES.
             10 WS-VTX-X COMP-2.
             10 WS-VTX-Y COMP-2.
       01 WS-VERTEX-CT PIC 9(04) VALUE 0.
       01 WS-CUR-POLYGON-ID PIC X(12) VALUE SPACES.
       01 WS-LAST-SEQ PIC 9(04) VALUE 0.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-J PIC 9(04) VALUE 0.
       01 WS-I-NEXT PIC 9(04) VALUE 0.
       01 WS-J-NEXT PIC 9(04) VALUE 0.
      * running sums over the edges: twice the signed area, the
      * centroid moments, and the boundary length.
       01 WS-AREA2-V COMP-2.
       01 WS-MOMENT-X-V COMP-2.
       01 WS-MOMENT-Y-V COMP-2.
       01 WS-PERIMETER-V COMP-2.
       01 WS-AREA-V COMP-2.
       01 WS-AREA-ABS-V COMP-2.
       01 WS-CENTROID-X-V COMP-2.
       01 WS-CENTROID-Y-V COMP-2.
       01 WS-TERM-V COMP-2.
       01 WS-DIVISOR-V COMP-2.
      * an outline whose area is no more than this fraction of its
      * perimeter squared has collapsed onto a line.
       01 WS-FLAT-RATIO-V COMP-2 VALUE 0.000000001.
       01 WS-FLAT-LIMIT-V COMP-2.
      * crossing sweep working fields: the two edges a-b and c-d,
      * the four turn tests, and the tolerance below which a turn
      * is taken as a touch.
       01 WS-AX-V COMP-2.
       01 WS-AY-V COMP-2.
       01 WS-BX-V COMP-2.
       01 WS-BY-V COMP-2.
       01 WS-CX-V COMP-2.
       01 WS-CY-V COMP-2.
       01 WS-DX-V COMP-2.
       01 WS-DY-V COMP-2.
       01 WS-PX-V COMP-2.
       01 WS-PY-V COMP-2.
       01 WS-QX-V COMP-2.
       01 WS-QY-V COMP-2.
       01 WS-RX-V COMP-2.
       01 WS-RY-V COMP-2.
       01 WS-TURN-V COMP-2.
       01 WS-TURN1-V COMP-2.
       01 WS-TURN2-V COMP-2.
       01 WS-TURN3-V COMP-2.
       01 WS-TURN4-V COMP-2.
       01 WS-TURN-TOL-V COMP-2.
       01 WS-MIN-V COMP-2.
       01 WS-MAX-V COMP-2.
       01 WS-ON-SEG-SW PIC X(01) VALUE 'N'.
         88 WS-ON-SEG-YES VALUE 'Y'.
       01 WS-CROSS-SW PIC X(01) VALUE 'N'.
         88 WS-CROSS-YES VALUE 'Y'.
       01 WS-POLY-FLAG PIC X(02) VALUE SPACES.
         88 WS-POLY-OK         VALUE '  '.
         88 WS-POLY-SELF-CROSS VALUE 'SI'.
         88 WS-POLY-DEGENERATE VALUE 'DG'.
         88 WS-POLY-REJECTED   VALUE 'RJ'.
       01 WS-FLAG-TEXT PIC X(36) VALUE SPACES.
       01 WS-WINDING PIC X(03) VALUE SPACES.
       01 WS-CTL-POLYGON-CT PIC 9(06) VALUE 0.
       01 WS-CTL-VERTEX-CT PIC 9(08) VALUE 0.
       01 WS-CTL-CROSS-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DEGEN-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-AREA-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CX-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CY-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PERIM-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       01 WS-LOG-PGM PIC X(08) VALUE SPACES.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Plot and panel outlines: each polygon on GAPOLYV is walked
      * edge by edge, and the GAOUTER wedge of each pair of
      * consecutive vertices - the signed area of the triangle they
      * make with the origin - is summed into the polygon's signed
      * area, whose sign gives the winding, and into the moments
      * that give the area centroid.  The edge lengths give the
      * perimeter.  An outline of fewer than three distinct points,
      * with a repeated vertex, or flat enough to have no area is
      * flagged degenerate; one whose edges cross or touch away from
      * their shared corners is flagged self-intersecting.  Either
      * flag raises the warning condition code.  A polygon with a
      * value that is not numeric, vertices out of sequence, or more
      * vertices than the table holds is rejected whole and raises
      * the data-reject condition code.  Every polygon gets a report
      * line and a GAPOLS record.
      ******************************************************************
           MOVE 'GAPOLY' TO WS-LOG-PGM
           MOVE 'I' TO WS-LOG-SEV
           MOVE 'RUN STARTED' TO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           OPEN INPUT GP-VERTEX-FILE
           MOVE 'GAPOLYV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT GP-SUMMARY-FILE
           MOVE 'GAPOLYS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT GP-REPORT-FILE
           MOVE 'GAPOLYR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'GAPOLY - POLYGON AREA, CENTROID AND WINDING'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-VERTEX-RECORD
           PERFORM PROCESS-ONE-POLYGON
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'POLYGONS: '        DELIMITED BY SIZE
             WS-CTL-POLYGON-CT   DELIMITED BY SIZE
             '  VERTICES: '      DELIMITED BY SIZE
             WS-CTL-VERTEX-CT    DELIMITED BY SIZE
             '  SELF-INTERSECTING: ' DELIMITED BY SIZE
             WS-CTL-CROSS-CT     DELIMITED BY SIZE
             '  DEGENERATE: '    DELIMITED BY SIZE
             WS-CTL-DEGEN-CT     DELIMITED BY SIZE
             '  REJECTED: '      DELIMITED BY SIZE
             WS-CTL-REJECT-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE GP-VERTEX-FILE
           CLOSE GP-SUMMARY-FILE
           CLOSE GP-REPORT-FILE

           MOVE 'RUN ENDED' TO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-CROSS-CT > 0 OR WS-CTL-DEGEN-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-VERTEX-RECORD.
           READ GP-VERTEX-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'GAPOLYV' TO WS-IO-FILE
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
      ******************************************************************
      * One polygon: gather every vertex filed under the current ID,
      * then work out and report the figures for the outline.
      ******************************************************************
       PROCESS-ONE-POLYGON.
           ADD 1 TO WS-CTL-POLYGON-CT
           MOVE GP-POLYGON-ID TO WS-CUR-POLYGON-ID
           MOVE 0 TO WS-VERTEX-CT
           MOVE 0 TO WS-LAST-SEQ
           MOVE SPACES TO WS-POLY-FLAG
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE SPACES TO WS-WINDING
           MOVE 0 TO WS-AREA-V
           MOVE 0 TO WS-CENTROID-X-V
           MOVE 0 TO WS-CENTROID-Y-V
           MOVE 0 TO WS-PERIMETER-V

           PERFORM COLLECT-ONE-VERTEX
             UNTIL WS-EOF-YES
                OR GP-POLYGON-ID NOT = WS-CUR-POLYGON-ID

           IF WS-POLY-OK
             PERFORM DROP-CLOSING-VERTEX
             PERFORM MEASURE-POLYGON
           END-IF

           IF WS-POLY-OK
             PERFORM CHECK-SELF-CROSSING
           END-IF

           IF WS-POLY-OK OR WS-POLY-SELF-CROSS
             PERFORM FINISH-AREA-FIGURES
           END-IF

           EVALUATE TRUE
             WHEN WS-POLY-REJECTED
               ADD 1 TO WS-CTL-REJECT-CT
             WHEN WS-POLY-DEGENERATE
               ADD 1 TO WS-CTL-DEGEN-CT
             WHEN WS-POLY-SELF-CROSS
               ADD 1 TO WS-CTL-CROSS-CT
           END-EVALUATE

           PERFORM WRITE-POLYGON-RESULT
           .
       COLLECT-ONE-VERTEX.
           ADD 1 TO WS-CTL-VERTEX-CT

           IF WS-POLY-OK
             EVALUATE TRUE
               WHEN GP-VERTEX-SEQ NOT NUMERIC
                 OR GP-VERT-X NOT NUMERIC
                 OR GP-VERT-Y NOT NUMERIC
                 SET WS-POLY-REJECTED TO TRUE
                 MOVE 'VALUE NOT NUMERIC' TO WS-FLAG-TEXT
               WHEN GP-VERTEX-SEQ NOT > WS-LAST-SEQ
                 SET WS-POLY-REJECTED TO TRUE
                 MOVE 'VERTICES OUT OF SEQUENCE' TO WS-FLAG-TEXT
               WHEN WS-VERTEX-CT NOT < WS-VERTEX-MAX
                 SET WS-POLY-REJECTED TO TRUE
                 MOVE 'TOO MANY VERTICES' TO WS-FLAG-TEXT
               WHEN OTHER
                 ADD 1 TO WS-VERTEX-CT
                 MOVE GP-VERT-X TO WS-VTX-X(WS-VERTEX-CT)
                 MOVE GP-VERT-Y TO WS-VTX-Y(WS-VERTEX-CT)
                 MOVE GP-VERTEX-SEQ TO WS-LAST-SEQ
             END-EVALUATE
           END-IF

           PERFORM READ-VERTEX-RECORD
           .
      ******************************************************************
      * An outline filed closed - last vertex repeating the first -
      * loses the repeat, since the closing edge is always implied.
      ******************************************************************
       DROP-CLOSING-VERTEX.
           IF WS-VERTEX-CT > 1
             IF WS-VTX-X(WS-VERTEX-CT) = WS-VTX-X(1)
                AND WS-VTX-Y(WS-VERTEX-CT) = WS-VTX-Y(1)
               SUBTRACT 1 FROM WS-VERTEX-CT
             END-IF
           END-IF
           .
      ******************************************************************
      * Area, centroid and perimeter from the edges.  The wedge
      * v_i ^ v_i+1 of two consecutive vertices is a pseudoscalar
      * whose coefficient is twice the signed area of the triangle
      * they make with the origin; summed round the outline the
      * triangles outside cancel, leaving twice the polygon's signed
      * area.  Each triangle's centroid is a third of the way to
      * v_i + v_i+1, so the moments weight that sum by the wedge.
      ******************************************************************
       MEASURE-POLYGON.
           IF WS-VERTEX-CT < 3
             SET WS-POLY-DEGENERATE TO TRUE
             MOVE 'FEWER THAN THREE VERTICES' TO WS-FLAG-TEXT
           ELSE
             MOVE 0 TO WS-AREA2-V
             MOVE 0 TO WS-MOMENT-X-V
             MOVE 0 TO WS-MOMENT-Y-V
             MOVE 1 TO WS-I
             PERFORM MEASURE-ONE-EDGE
               UNTIL WS-I > WS-VERTEX-CT
           END-IF

           .
      ******************************************************************
      * The sums turned into figures.  Crossing edges are looked for
      * first: a figure-eight's lobes cancel to no area, and it is
      * the crossing, not flatness, that is wrong with it.
      ******************************************************************
       FINISH-AREA-FIGURES.
           COMPUTE WS-AREA-V = WS-AREA2-V / 2
           MOVE WS-AREA-V TO WS-AREA-ABS-V
           IF WS-AREA-ABS-V < 0
             COMPUTE WS-AREA-ABS-V = 0 - WS-AREA-ABS-V
           END-IF
           COMPUTE WS-FLAT-LIMIT-V = WS-PERIMETER-V * WS-PERIMETER-V
           COMPUTE WS-FLAT-LIMIT-V = WS-FLAT-LIMIT-V * WS-FLAT-RATIO-V

           IF WS-AREA-ABS-V NOT > WS-FLAT-LIMIT-V
             IF WS-POLY-OK
               SET WS-POLY-DEGENERATE TO TRUE
               MOVE 'NO AREA - VERTICES IN A LINE' TO WS-FLAG-TEXT
             END-IF
             MOVE 0 TO WS-AREA-V
           ELSE
             COMPUTE WS-DIVISOR-V = WS-AREA2-V * 3
             COMPUTE WS-CENTROID-X-V = WS-MOMENT-X-V / WS-DIVISOR-V
             COMPUTE WS-CENTROID-Y-V = WS-MOMENT-Y-V / WS-DIVISOR-V
             IF WS-AREA-V > 0
               MOVE 'CCW' TO WS-WINDING
             ELSE
               MOVE 'CW ' TO WS-WINDING
             END-IF
           END-IF
           .
       MEASURE-ONE-EDGE.
           IF WS-I = WS-VERTEX-CT
             MOVE 1 TO WS-I-NEXT
           ELSE
             COMPUTE WS-I-NEXT = WS-I + 1
           END-IF

           MOVE WS-VTX-X(WS-I) TO WS-X1-V
           MOVE WS-VTX-Y(WS-I) TO WS-Y1-V
           MOVE WS-VTX-X(WS-I-NEXT) TO WS-X2-V
           MOVE WS-VTX-Y(WS-I-NEXT) TO WS-Y2-V
           CALL GA-MKVECTOR-MODIFY USING WS-V1-MV, WS-X1-V, WS-Y1-V
           CALL GA-MKVECTOR-MODIFY USING WS-V2-MV, WS-X2-V, WS-Y2-V

           CALL GA-SUB-RETURN USING WS-V2-MV, WS-V1-MV, WS-EDGE-MV
           CALL GA-NORM-RETURN USING WS-EDGE-MV, WS-EDGE-LEN-V
           IF WS-EDGE-LEN-V = 0
             SET WS-POLY-DEGENERATE TO TRUE
             MOVE 'REPEATED VERTEX' TO WS-FLAG-TEXT
           END-IF
           COMPUTE WS-PERIMETER-V = WS-PERIMETER-V + WS-EDGE-LEN-V

           CALL GA-OUTER-RETURN USING
             WS-V1-MV, WS-V2-MV, WS-WEDGE-MV, WS-GA-STATUS
           COMPUTE WS-AREA2-V = WS-AREA2-V + WS-WEDGE-PS

           COMPUTE WS-TERM-V = WS-X1-V + WS-X2-V
           COMPUTE WS-TERM-V = WS-TERM-V * WS-WEDGE-PS
           COMPUTE WS-MOMENT-X-V = WS-MOMENT-X-V + WS-TERM-V
           COMPUTE WS-TERM-V = WS-Y1-V + WS-Y2-V
           COMPUTE WS-TERM-V = WS-TERM-V * WS-WEDGE-PS
           COMPUTE WS-MOMENT-Y-V = WS-MOMENT-Y-V + WS-TERM-V

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Every edge against every later edge it does not share a
      * corner with.  The turn test here is the same wedge, of the
      * two offsets from an edge's start, worked in line: the sweep
      * is the square of the vertex count, and this is the one place
      * a CALL per test would cost more than the whole run.  Turns
      * within the tolerance count as touching, and a touch inside
      * the other edge's extent is reported as a crossing.
      ******************************************************************
       CHECK-SELF-CROSSING.
           COMPUTE WS-TURN-TOL-V = WS-PERIMETER-V / WS-VERTEX-CT
           COMPUTE WS-TURN-TOL-V = WS-TURN-TOL-V * WS-TURN-TOL-V
           COMPUTE WS-TURN-TOL-V = WS-TURN-TOL-V * WS-FLAT-RATIO-V

           MOVE 'N' TO WS-CROSS-SW
           MOVE 1 TO WS-I
           PERFORM CHECK-EDGE-AGAINST-LATER
             UNTIL WS-I > WS-VERTEX-CT
                OR WS-CROSS-YES

           IF WS-CROSS-YES
             SET WS-POLY-SELF-CROSS TO TRUE
             MOVE SPACES TO WS-FLAG-TEXT
             STRING
               'EDGES '     DELIMITED BY SIZE
               WS-I         DELIMITED BY SIZE
               ' AND '      DELIMITED BY SIZE
               WS-J         DELIMITED BY SIZE
               ' CROSS'     DELIMITED BY SIZE
               INTO WS-FLAG-TEXT
           END-IF
           .
       CHECK-EDGE-AGAINST-LATER.
           IF WS-I = WS-VERTEX-CT
             MOVE 1 TO WS-I-NEXT
           ELSE
             COMPUTE WS-I-NEXT = WS-I + 1
           END-IF
           MOVE WS-VTX-X(WS-I) TO WS-AX-V
           MOVE WS-VTX-Y(WS-I) TO WS-AY-V
           MOVE WS-VTX-X(WS-I-NEXT) TO WS-BX-V
           MOVE WS-VTX-Y(WS-I-NEXT) TO WS-BY-V

           COMPUTE WS-J = WS-I + 2
           PERFORM CHECK-ONE-EDGE-PAIR
             UNTIL WS-J > WS-VERTEX-CT
                OR WS-CROSS-YES

           IF NOT WS-CROSS-YES
             ADD 1 TO WS-I
           END-IF
           .
       CHECK-ONE-EDGE-PAIR.
      * the last edge closes back onto the first one's corner.
           IF WS-I = 1 AND WS-J = WS-VERTEX-CT
             CONTINUE
           ELSE
             PERFORM TEST-ONE-EDGE-PAIR
           END-IF

           IF NOT WS-CROSS-YES
             ADD 1 TO WS-J
           END-IF
           .
       TEST-ONE-EDGE-PAIR.
           IF WS-J = WS-VERTEX-CT
             MOVE 1 TO WS-J-NEXT
           ELSE
             COMPUTE WS-J-NEXT = WS-J + 1
           END-IF
           MOVE WS-VTX-X(WS-J) TO WS-CX-V
           MOVE WS-VTX-Y(WS-J) TO WS-CY-V
           MOVE WS-VTX-X(WS-J-NEXT) TO WS-DX-V
           MOVE WS-VTX-Y(WS-J-NEXT) TO WS-DY-V

           MOVE WS-CX-V TO WS-PX-V
           MOVE WS-CY-V TO WS-PY-V
           MOVE WS-DX-V TO WS-QX-V
           MOVE WS-DY-V TO WS-QY-V
           MOVE WS-AX-V TO WS-RX-V
           MOVE WS-AY-V TO WS-RY-V
           PERFORM COMPUTE-TURN
           MOVE WS-TURN-V TO WS-TURN1-V
           MOVE WS-BX-V TO WS-RX-V
           MOVE WS-BY-V TO WS-RY-V
           PERFORM COMPUTE-TURN
           MOVE WS-TURN-V TO WS-TURN2-V

           MOVE WS-AX-V TO WS-PX-V
           MOVE WS-AY-V TO WS-PY-V
           MOVE WS-BX-V TO WS-QX-V
           MOVE WS-BY-V TO WS-QY-V
           MOVE WS-CX-V TO WS-RX-V
           MOVE WS-CY-V TO WS-RY-V
           PERFORM COMPUTE-TURN
           MOVE WS-TURN-V TO WS-TURN3-V
           MOVE WS-DX-V TO WS-RX-V
           MOVE WS-DY-V TO WS-RY-V
           PERFORM COMPUTE-TURN
           MOVE WS-TURN-V TO WS-TURN4-V

           IF ((WS-TURN1-V > 0 AND WS-TURN2-V < 0)
               OR (WS-TURN1-V < 0 AND WS-TURN2-V > 0))
              AND ((WS-TURN3-V > 0 AND WS-TURN4-V < 0)
               OR (WS-TURN3-V < 0 AND WS-TURN4-V > 0))
             SET WS-CROSS-YES TO TRUE
           ELSE
             PERFORM TEST-EDGE-PAIR-TOUCH
           END-IF
           .
      ******************************************************************
      * No clean crossing; the edges still meet if an end of one lies
      * on the other.
      ******************************************************************
       TEST-EDGE-PAIR-TOUCH.
           MOVE 'N' TO WS-ON-SEG-SW
           IF WS-TURN1-V = 0
             MOVE WS-CX-V TO WS-PX-V
             MOVE WS-CY-V TO WS-PY-V
             MOVE WS-DX-V TO WS-QX-V
             MOVE WS-DY-V TO WS-QY-V
             MOVE WS-AX-V TO WS-RX-V
             MOVE WS-AY-V TO WS-RY-V
             PERFORM CHECK-ON-SEGMENT
           END-IF
           IF WS-TURN2-V = 0 AND NOT WS-ON-SEG-YES
             MOVE WS-CX-V TO WS-PX-V
             MOVE WS-CY-V TO WS-PY-V
             MOVE WS-DX-V TO WS-QX-V
             MOVE WS-DY-V TO WS-QY-V
             MOVE WS-BX-V TO WS-RX-V
             MOVE WS-BY-V TO WS-RY-V
             PERFORM CHECK-ON-SEGMENT
           END-IF
           IF WS-TURN3-V = 0 AND NOT WS-ON-SEG-YES
             MOVE WS-AX-V TO WS-PX-V
             MOVE WS-AY-V TO WS-PY-V
             MOVE WS-BX-V TO WS-QX-V
             MOVE WS-BY-V TO WS-QY-V
             MOVE WS-CX-V TO WS-RX-V
             MOVE WS-CY-V TO WS-RY-V
             PERFORM CHECK-ON-SEGMENT
           END-IF
           IF WS-TURN4-V = 0 AND NOT WS-ON-SEG-YES
             MOVE WS-AX-V TO WS-PX-V
             MOVE WS-AY-V TO WS-PY-V
             MOVE WS-BX-V TO WS-QX-V
             MOVE WS-BY-V TO WS-QY-V
             MOVE WS-DX-V TO WS-RX-V
             MOVE WS-DY-V TO WS-RY-V
             PERFORM CHECK-ON-SEGMENT
           END-IF
           IF WS-ON-SEG-YES
             SET WS-CROSS-YES TO TRUE
           END-IF
           .
      ******************************************************************
      * Which way r lies from the edge p-q: the wedge of (q - p) and
      * (r - p), positive to the left; within the tolerance it is
      * taken as zero, on the edge's line.
      ******************************************************************
       COMPUTE-TURN.
           COMPUTE WS-X1-V = WS-QX-V - WS-PX-V
           COMPUTE WS-Y1-V = WS-QY-V - WS-PY-V
           COMPUTE WS-X2-V = WS-RX-V - WS-PX-V
           COMPUTE WS-Y2-V = WS-RY-V - WS-PY-V
           COMPUTE WS-TURN-V = WS-X1-V * WS-Y2-V
           COMPUTE WS-TERM-V = WS-Y1-V * WS-X2-V
           COMPUTE WS-TURN-V = WS-TURN-V - WS-TERM-V
           IF WS-TURN-V NOT > WS-TURN-TOL-V
              AND WS-TURN-V NOT < 0 - WS-TURN-TOL-V
             MOVE 0 TO WS-TURN-V
           END-IF
           .
      ******************************************************************
      * r, already on the line of p-q, lies within the edge's extent.
      ******************************************************************
       CHECK-ON-SEGMENT.
           IF WS-PX-V < WS-QX-V
             MOVE WS-PX-V TO WS-MIN-V
             MOVE WS-QX-V TO WS-MAX-V
           ELSE
             MOVE WS-QX-V TO WS-MIN-V
             MOVE WS-PX-V TO WS-MAX-V
           END-IF
           IF WS-RX-V NOT < WS-MIN-V AND WS-RX-V NOT > WS-MAX-V
             IF WS-PY-V < WS-QY-V
               MOVE WS-PY-V TO WS-MIN-V
               MOVE WS-QY-V TO WS-MAX-V
             ELSE
               MOVE WS-QY-V TO WS-MIN-V
               MOVE WS-PY-V TO WS-MAX-V
             END-IF
             IF WS-RY-V NOT < WS-MIN-V AND WS-RY-V NOT > WS-MAX-V
               SET WS-ON-SEG-YES TO TRUE
             END-IF
           END-IF
           .
       WRITE-POLYGON-RESULT.
           INITIALIZE GP-SUM-SUMMARY-RECORD
           MOVE WS-CUR-POLYGON-ID TO GP-SUM-POLYGON-ID
           MOVE WS-VERTEX-CT TO GP-SUM-VERTEX-CT
           MOVE WS-AREA-V TO GP-SUM-SIGNED-AREA
           MOVE WS-CENTROID-X-V TO GP-SUM-CENTROID-X
           MOVE WS-CENTROID-Y-V TO GP-SUM-CENTROID-Y
           MOVE WS-PERIMETER-V TO GP-SUM-PERIMETER
           MOVE WS-WINDING TO GP-SUM-WINDING
           MOVE WS-POLY-FLAG TO GP-SUM-POLY-FLAG
           WRITE GP-SUM-SUMMARY-RECORD
           MOVE 'GAPOLYS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-AREA-V TO WS-AREA-DISP
           MOVE WS-CENTROID-X-V TO WS-CX-DISP
           MOVE WS-CENTROID-Y-V TO WS-CY-DISP
           MOVE WS-PERIMETER-V TO WS-PERIM-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-CUR-POLYGON-ID   DELIMITED BY SIZE
             ' N='               DELIMITED BY SIZE
             WS-VERTEX-CT        DELIMITED BY SIZE
             ' AREA='            DELIMITED BY SIZE
             WS-AREA-DISP        DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             WS-WINDING          DELIMITED BY SIZE
             ' CENTROID='        DELIMITED BY SIZE
             WS-CX-DISP          DELIMITED BY SIZE
             ','                 DELIMITED BY SIZE
             WS-CY-DISP          DELIMITED BY SIZE
             ' PERIM='           DELIMITED BY SIZE
             WS-PERIM-DISP       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-POLY-OK
             EVALUATE TRUE
               WHEN WS-POLY-REJECTED
                 MOVE '  *** REJECTED - ' TO WS-RPT-LINE-TEXT
               WHEN WS-POLY-DEGENERATE
                 MOVE '  *** DEGENERATE - ' TO WS-RPT-LINE-TEXT
               WHEN WS-POLY-SELF-CROSS
                 MOVE '  *** SELF-INTERSECTING - '
                   TO WS-RPT-LINE-TEXT
             END-EVALUATE
             MOVE WS-FLAG-TEXT TO WS-RPT-LINE-TEXT(27:36)
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO GP-REPORT-LINE
           WRITE GP-REPORT-LINE
           MOVE 'GAPOLYR' TO WS-IO-FILE
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
             DISPLAY 'GAPOLY - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=2 sw=2
