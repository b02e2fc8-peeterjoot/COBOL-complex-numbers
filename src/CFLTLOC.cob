       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CFLTLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FL-NETDEF-FILE ASSIGN TO "CNETDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT FL-FAULT-FILE ASSIGN TO "CXFLTLC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT FL-REPORT-FILE ASSIGN TO "CFLTLOCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FL-NETDEF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==FL-==.
       FD  FL-FAULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXFLTLC REPLACING ==(PRFX)== BY ==FL-FT-==.
       FD  FL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FL-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * every TLN branch on CNETDEF with its network and ordinal,
      * loaded once so the fault records can come in any order.
       01 WS-LINE-TABLE.
         05 WS-LINE-CT PIC 9(04) VALUE 0.
         05 WS-LINE-ENTRY OCCURS 500 TIMES.
           10 WS-LN-NETWORK-ID  PIC X(08).
           10 WS-LN-BRANCH-NO   PIC 9(04).
           10 WS-LN-Z0-V        COMP-2.
           10 WS-LN-LEN-V       COMP-2.
           10 WS-LN-ALPHA-V     COMP-2.
           10 WS-LN-VF-V        COMP-2.
       01 WS-LINE-MAX     PIC 9(04) VALUE 500.
       01 WS-NETWORK-ID   PIC X(08) VALUE SPACES.
       01 WS-BRANCH-NO    PIC 9(04) VALUE 0.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-LX           PIC 9(04) VALUE 0.
      * free-space propagation speed, metres per second, as
      * CNETEVAL has it; the velocity factor scales it per cable.
       01 WS-LIGHT-V COMP-2 VALUE 299792458.
      ******************************************************************
      * the solve, carried in COMP-2 throughout - a power-frequency
      * GAMMA is of the order of 1E-6 per metre, below what the
      * zoned complex fields hold: Z the measured impedance over
      * Z0, G its inverse hyperbolic tangent, and for each branch
      * K of TANH's J*PI period the candidate distance
      *   D(K) = RE(CONJ(GAMMA) * (G + J*PI*K)) / |GAMMA|**2
      ******************************************************************
       01 WS-FREQ-V       COMP-2.
       01 WS-ALPHA-V      COMP-2.
       01 WS-BETA-V       COMP-2.
       01 WS-GAMMA-SQ-V   COMP-2.
       01 WS-ZR-V         COMP-2.
       01 WS-ZI-V         COMP-2.
       01 WS-GR-V         COMP-2.
       01 WS-GI-V         COMP-2.
       01 WS-NUM-V        COMP-2.
       01 WS-DEN-V        COMP-2.
       01 WS-Y-V          COMP-2.
       01 WS-X-V          COMP-2.
       01 WS-ATAN2-V      COMP-2.
       01 WS-K            PIC 9(04) VALUE 0.
       01 WS-K-MAX        PIC 9(04) VALUE 50.
       01 WS-DIST-V       COMP-2.
       01 WS-BEST-DIST-V  COMP-2.
       01 WS-BEST-RESID-V COMP-2.
       01 WS-FOUND-SW     PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES  VALUE 'Y'.
      * the model impedance at a trial distance and its mismatch.
       01 WS-TX-V         COMP-2.
       01 WS-TY-V         COMP-2.
       01 WS-E2X-V        COMP-2.
       01 WS-SINH2X-V     COMP-2.
       01 WS-COSH2X-V     COMP-2.
       01 WS-TANH-DEN-V   COMP-2.
       01 WS-ZMOD-RE-V    COMP-2.
       01 WS-ZMOD-IM-V    COMP-2.
       01 WS-RESID-V      COMP-2.
       01 WS-ZM-MAG-V     COMP-2.
       01 WS-PCT-V        COMP-2.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-CTL-FAULT-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-LOCATED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OUTSIDE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT  PIC 9(06) VALUE 0.
       01 WS-DIST-DISP    PIC -(9)9.99.
       01 WS-LEN-DISP     PIC -(9)9.99.
       01 WS-PCT-DISP     PIC -(4)9.9.
       01 WS-RESID-DISP   PIC -(6)9.9999.
       01 WS-RPCT-DISP    PIC -(4)9.99.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Distance-to-fault location on CNETDEF transmission-line
      * branches: each CXFLTLC trip names a TLN branch and the
      * fault-loop impedance protection measured on it.  A bolted
      * fault at distance D shorts the line there, so the relay
      * sees a shorted line D long whatever lies beyond,
      *   ZM = Z0 * TANH(GAMMA * D),  GAMMA = ALPHA + J*BETA,
      *   BETA = 2 PI F / (VF * C)
      * and D comes back in closed form through the inverse
      * hyperbolic tangent of ZM/Z0.  TANH repeats every J*PI, so
      * each period's candidate is tried and the one whose model
      * impedance lies nearest the measurement is taken.  The
      * CFLTLOCR report gives the distance (line length units,
      * and as a share of the line), the residual mismatch
      * |ZM - Z0 TANH(GAMMA D)| in ohms and as a share of |ZM|,
      * and a warning when the distance falls beyond the line's
      * length.  A trip naming no TLN branch is rejected with the
      * data-reject return code; a distance beyond the line
      * raises the warning return code.
      ******************************************************************
           OPEN INPUT FL-NETDEF-FILE
           MOVE 'CNETDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-NETDEF-RECORD
           PERFORM LOAD-NETDEF-RECORD
             UNTIL WS-EOF-YES

           CLOSE FL-NETDEF-FILE
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT FL-FAULT-FILE
           MOVE 'CXFLTLC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT FL-REPORT-FILE
           MOVE 'CFLTLOCR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'DISTANCE-TO-FAULT LOCATION' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'FAULT ID NETWORK  BRN '           DELIMITED BY SIZE
             '        DISTANCE     LINE LENGTH' DELIMITED BY SIZE
             '   PCT LINE    RESIDUAL OHM'      DELIMITED BY SIZE
             '   RESID PCT'                     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-FAULT-RECORD
           PERFORM LOCATE-ONE-FAULT
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TRIPS: '             DELIMITED BY SIZE
             WS-CTL-FAULT-CT       DELIMITED BY SIZE
             '  LOCATED: '         DELIMITED BY SIZE
             WS-CTL-LOCATED-CT     DELIMITED BY SIZE
             '  BEYOND LINE: '     DELIMITED BY SIZE
             WS-CTL-OUTSIDE-CT     DELIMITED BY SIZE
             '  REJECTED: '        DELIMITED BY SIZE
             WS-CTL-REJECT-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE FL-FAULT-FILE
           CLOSE FL-REPORT-FILE

           DISPLAY 'CFLTLOC - TRIPS: ' WS-CTL-FAULT-CT
                ' LOCATED: ' WS-CTL-LOCATED-CT
                ' BEYOND LINE: ' WS-CTL-OUTSIDE-CT
                ' REJECTED: ' WS-CTL-REJECT-CT

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-OUTSIDE-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-NETDEF-RECORD.
           READ FL-NETDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Keeps the line particulars of every TLN record, counting
      * each network's BRN and TLN records so a trip's branch
      * number finds the same branch a CPL record would.
      ******************************************************************
       LOAD-NETDEF-RECORD.
           EVALUATE TRUE
             WHEN FL-REC-NETWORK
               MOVE FL-NETWORK-ID TO WS-NETWORK-ID
               MOVE 0 TO WS-BRANCH-NO
             WHEN FL-REC-BRANCH
               ADD 1 TO WS-BRANCH-NO
             WHEN FL-REC-TLINE
               ADD 1 TO WS-BRANCH-NO
               IF WS-LINE-CT = WS-LINE-MAX
                 IF NOT WS-OVERFLOW-YES
                   SET WS-OVERFLOW-YES TO TRUE
                   DISPLAY 'CFLTLOC - MORE THAN ' WS-LINE-MAX
                        ' TLN BRANCHES, REMAINDER IGNORED'
                 END-IF
               ELSE
                 ADD 1 TO WS-LINE-CT
                 MOVE WS-NETWORK-ID TO WS-LN-NETWORK-ID(WS-LINE-CT)
                 MOVE WS-BRANCH-NO TO WS-LN-BRANCH-NO(WS-LINE-CT)
                 MOVE FL-TLN-Z0 TO WS-LN-Z0-V(WS-LINE-CT)
                 MOVE FL-TLN-LENGTH TO WS-LN-LEN-V(WS-LINE-CT)
                 MOVE FL-TLN-ALPHA TO WS-LN-ALPHA-V(WS-LINE-CT)
                 MOVE FL-TLN-VFACTOR TO WS-LN-VF-V(WS-LINE-CT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM READ-NETDEF-RECORD
           .
       READ-FAULT-RECORD.
           READ FL-FAULT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One trip: finds its line and solves it, or rejects it.
      ******************************************************************
       LOCATE-ONE-FAULT.
           ADD 1 TO WS-CTL-FAULT-CT

           MOVE 0 TO WS-LX
           MOVE 1 TO WS-I
           PERFORM MATCH-ONE-LINE
             UNTIL WS-I > WS-LINE-CT OR WS-LX > 0

           EVALUATE TRUE
             WHEN WS-LX = 0
               MOVE 'IS NOT A TLN BRANCH ON CNETDEF'
                 TO WS-RPT-LINE-TEXT(24:40)
               PERFORM WRITE-REJECT-LINE
             WHEN WS-LN-Z0-V(WS-LX) NOT > 0
                 OR WS-LN-VF-V(WS-LX) NOT > 0
                 OR WS-LN-LEN-V(WS-LX) NOT > 0
               MOVE 'TLN RECORD HAS NO USABLE Z0, VF OR LENGTH'
                 TO WS-RPT-LINE-TEXT(24:45)
               PERFORM WRITE-REJECT-LINE
             WHEN FL-FT-ZM-RE = 0 AND FL-FT-ZM-IM = 0
               MOVE 'MEASURED IMPEDANCE IS ZERO - FAULT AT THE RELAY'
                 TO WS-RPT-LINE-TEXT(24:50)
               PERFORM WRITE-REJECT-LINE
             WHEN OTHER
               PERFORM SOLVE-FAULT-DISTANCE
           END-EVALUATE

           PERFORM READ-FAULT-RECORD
           .
       MATCH-ONE-LINE.
           IF WS-LN-NETWORK-ID(WS-I) = FL-FT-NETWORK-ID
               AND WS-LN-BRANCH-NO(WS-I) = FL-FT-BRANCH-NO
             MOVE WS-I TO WS-LX
           END-IF
           ADD 1 TO WS-I
           .
       WRITE-REJECT-LINE.
           ADD 1 TO WS-CTL-REJECT-CT
           MOVE FL-FT-FAULT-ID TO WS-RPT-LINE-TEXT(1:8)
           MOVE FL-FT-NETWORK-ID TO WS-RPT-LINE-TEXT(10:8)
           MOVE FL-FT-BRANCH-NO TO WS-RPT-LINE-TEXT(19:4)
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * The closed-form solve.  With Z = A + JB = ZM / Z0,
      *   ATANH(Z) = 1/4 LN(((1+A)**2 + B**2) / ((1-A)**2 + B**2))
      *            + J/2 ATAN2(2B, 1 - A**2 - B**2)
      * then every period's candidate distance from zero to twice
      * the line's length is scored by its residual.
      ******************************************************************
       SOLVE-FAULT-DISTANCE.
           IF FL-FT-MEAS-FREQ > 0
             MOVE FL-FT-MEAS-FREQ TO WS-FREQ-V
           ELSE
             MOVE 60 TO WS-FREQ-V
           END-IF

           MOVE WS-LN-ALPHA-V(WS-LX) TO WS-ALPHA-V
           COMPUTE WS-BETA-V =
             2 * FUNCTION PI * WS-FREQ-V
             / (WS-LN-VF-V(WS-LX) * WS-LIGHT-V)
           COMPUTE WS-GAMMA-SQ-V =
             (WS-ALPHA-V * WS-ALPHA-V) + (WS-BETA-V * WS-BETA-V)

           COMPUTE WS-ZR-V = FL-FT-ZM-RE / WS-LN-Z0-V(WS-LX)
           COMPUTE WS-ZI-V = FL-FT-ZM-IM / WS-LN-Z0-V(WS-LX)

           COMPUTE WS-NUM-V =
             ((1 + WS-ZR-V) * (1 + WS-ZR-V)) + (WS-ZI-V * WS-ZI-V)
           COMPUTE WS-DEN-V =
             ((1 - WS-ZR-V) * (1 - WS-ZR-V)) + (WS-ZI-V * WS-ZI-V)

           IF WS-DEN-V = 0
             MOVE 'MEASURED IMPEDANCE EQUALS Z0 - NO FAULT SEEN'
               TO WS-RPT-LINE-TEXT(24:50)
             PERFORM WRITE-REJECT-LINE
           ELSE
             COMPUTE WS-GR-V =
               FUNCTION LOG(WS-NUM-V / WS-DEN-V) / 4
             COMPUTE WS-Y-V = 2 * WS-ZI-V
             COMPUTE WS-X-V =
               1 - (WS-ZR-V * WS-ZR-V) - (WS-ZI-V * WS-ZI-V)
             PERFORM TAKE-ATAN2
             COMPUTE WS-GI-V = WS-ATAN2-V / 2

             COMPUTE WS-ZM-MAG-V = FUNCTION SQRT(
               (FL-FT-ZM-RE * FL-FT-ZM-RE)
                 + (FL-FT-ZM-IM * FL-FT-ZM-IM))

             MOVE 'N' TO WS-FOUND-SW
             MOVE 0 TO WS-K
             PERFORM TRY-ONE-PERIOD
               UNTIL WS-K > WS-K-MAX

             IF NOT WS-FOUND-YES
               MOVE 'NO SOLUTION WITHIN TWICE THE LINE LENGTH'
                 TO WS-RPT-LINE-TEXT(24:45)
               PERFORM WRITE-REJECT-LINE
             ELSE
               PERFORM WRITE-LOCATION-LINE
             END-IF
           END-IF
           .
      ******************************************************************
      * The candidate in period K; a negative distance is no
      * candidate, and the periods stop once past twice the line.
      ******************************************************************
       TRY-ONE-PERIOD.
           COMPUTE WS-DIST-V =
             ((WS-ALPHA-V * WS-GR-V)
               + (WS-BETA-V * (WS-GI-V + (FUNCTION PI * WS-K))))
             / WS-GAMMA-SQ-V

           EVALUATE TRUE
             WHEN WS-DIST-V > 2 * WS-LN-LEN-V(WS-LX)
               MOVE WS-K-MAX TO WS-K
             WHEN WS-DIST-V < 0
               CONTINUE
             WHEN OTHER
               PERFORM TAKE-RESIDUAL
               IF NOT WS-FOUND-YES
                   OR WS-RESID-V < WS-BEST-RESID-V
                 SET WS-FOUND-YES TO TRUE
                 MOVE WS-DIST-V TO WS-BEST-DIST-V
                 MOVE WS-RESID-V TO WS-BEST-RESID-V
               END-IF
           END-EVALUATE

           ADD 1 TO WS-K
           .
      ******************************************************************
      * |ZM - Z0 TANH(GAMMA D)| at the candidate distance, with
      *   TANH(X + JY) = (SINH 2X + J SIN 2Y) / (COSH 2X + COS 2Y)
      ******************************************************************
       TAKE-RESIDUAL.
           COMPUTE WS-TX-V = 2 * WS-ALPHA-V * WS-DIST-V
           COMPUTE WS-TY-V = 2 * WS-BETA-V * WS-DIST-V
           COMPUTE WS-E2X-V = FUNCTION EXP(WS-TX-V)
           COMPUTE WS-SINH2X-V = (WS-E2X-V - (1 / WS-E2X-V)) / 2
           COMPUTE WS-COSH2X-V = (WS-E2X-V + (1 / WS-E2X-V)) / 2
           COMPUTE WS-TANH-DEN-V =
             WS-COSH2X-V + FUNCTION COS(WS-TY-V)

           IF WS-TANH-DEN-V = 0
             MOVE 99999999 TO WS-RESID-V
           ELSE
             COMPUTE WS-ZMOD-RE-V =
               WS-LN-Z0-V(WS-LX) * WS-SINH2X-V / WS-TANH-DEN-V
             COMPUTE WS-ZMOD-IM-V =
               WS-LN-Z0-V(WS-LX) * FUNCTION SIN(WS-TY-V)
                 / WS-TANH-DEN-V
             COMPUTE WS-RESID-V = FUNCTION SQRT(
               ((FL-FT-ZM-RE - WS-ZMOD-RE-V)
                 * (FL-FT-ZM-RE - WS-ZMOD-RE-V))
               + ((FL-FT-ZM-IM - WS-ZMOD-IM-V)
                 * (FL-FT-ZM-IM - WS-ZMOD-IM-V)))
           END-IF
           .
      ******************************************************************
      * Four-quadrant arc tangent of WS-Y-V over WS-X-V.
      ******************************************************************
       TAKE-ATAN2.
           EVALUATE TRUE
             WHEN WS-X-V > 0
               COMPUTE WS-ATAN2-V = FUNCTION ATAN(WS-Y-V / WS-X-V)
             WHEN WS-X-V < 0 AND WS-Y-V NOT < 0
               COMPUTE WS-ATAN2-V =
                 FUNCTION ATAN(WS-Y-V / WS-X-V) + FUNCTION PI
             WHEN WS-X-V < 0
               COMPUTE WS-ATAN2-V =
                 FUNCTION ATAN(WS-Y-V / WS-X-V) - FUNCTION PI
             WHEN WS-Y-V > 0
               COMPUTE WS-ATAN2-V = FUNCTION PI / 2
             WHEN WS-Y-V < 0
               COMPUTE WS-ATAN2-V = 0 - (FUNCTION PI / 2)
             WHEN OTHER
               MOVE 0 TO WS-ATAN2-V
           END-EVALUATE
           .
       WRITE-LOCATION-LINE.
           ADD 1 TO WS-CTL-LOCATED-CT

           COMPUTE WS-DIST-DISP ROUNDED = WS-BEST-DIST-V
           COMPUTE WS-LEN-DISP ROUNDED = WS-LN-LEN-V(WS-LX)
           COMPUTE WS-PCT-V =
             WS-BEST-DIST-V * 100 / WS-LN-LEN-V(WS-LX)
           COMPUTE WS-PCT-DISP ROUNDED = WS-PCT-V
           COMPUTE WS-RESID-DISP ROUNDED = WS-BEST-RESID-V
           COMPUTE WS-RPCT-DISP ROUNDED =
             WS-BEST-RESID-V * 100 / WS-ZM-MAG-V

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             FL-FT-FAULT-ID     DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             FL-FT-NETWORK-ID   DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             FL-FT-BRANCH-NO    DELIMITED BY SIZE
             '  '               DELIMITED BY SIZE
             WS-DIST-DISP       DELIMITED BY SIZE
             '  '               DELIMITED BY SIZE
             WS-LEN-DISP        DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-PCT-DISP        DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-RESID-DISP      DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-RPCT-DISP       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           IF WS-BEST-DIST-V > WS-LN-LEN-V(WS-LX)
             ADD 1 TO WS-CTL-OUTSIDE-CT
             MOVE '  *BEYOND LINE LENGTH*' TO WS-RPT-LINE-TEXT(94:22)
           END-IF

           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO FL-REPORT-LINE
           WRITE FL-REPORT-LINE
           MOVE 'CFLTLOCR' TO WS-IO-FILE
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
             DISPLAY 'CFLTLOC - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
