       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTPSPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SP-TPDEF-FILE ASSIGN TO "CTPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SP-PARM-FILE ASSIGN TO "CTPSPARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SP-SPARM-FILE ASSIGN TO "CTPSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SP-REPORT-FILE ASSIGN TO "CTPSPARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SP-TPDEF-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY CTPDEF REPLACING ==(PRFX)== BY ==SP-==.
       FD  SP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * the optional CTPSPARP card: a reference impedance to use in
      * place of the Z0REF constant.
       01  SP-PARM-RECORD.
         10  SP-PARM-Z0-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  SP-PARM-Z0-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(46).
       FD  SP-SPARM-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CXSPARM REPLACING ==(PRFX)== BY ==SP-SP-==.
       FD  SP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SP-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * the chain being swept, carried over from its NET record and
      * the STG records that follow it in signal-path order, exactly
      * as CTPSWP holds it.
       01 WS-NETWORK-ID   PIC X(08) VALUE SPACES.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       01 WS-STAGE-TABLE.
         05 WS-STAGE-CT PIC 9(04) VALUE 0.
         05 WS-STAGE-ENTRY OCCURS 100 TIMES.
           10 WS-STAGE-POS        PIC X(01).
             88 WS-STAGE-SERIES   VALUE 'S'.
             88 WS-STAGE-SHUNT    VALUE 'P'.
           10 WS-STAGE-COMP-TYPE  PIC X(01).
             88 WS-STAGE-RESISTOR  VALUE 'R'.
             88 WS-STAGE-INDUCTOR  VALUE 'L'.
             88 WS-STAGE-CAPACITOR VALUE 'C'.
           10 WS-STAGE-VALUE-V    COMP-2.
       01 WS-STAGE-MAX    PIC 9(04) VALUE 100.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-CHAIN-==.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-STAGE-==.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-CASC-==.
       01 WS-ELEMENT-KIND PIC X(01) VALUE 'S'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ELEMENT-==.
      * the reference impedance both ports are referred to: keyed on
      * the CTPSPARP card, or resolved from the Z0REF named constant
      * on the CXCONST master the way CVSWR resolves it.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z0-==.
       01 WS-Z0-NAME PIC X(08) VALUE 'Z0REF'.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-CONST-==.
       01 WS-Z0-FROM PIC X(08) VALUE SPACES.
      ******************************************************************
      * the conversion's working terms, with DELTA the common
      * denominator A + B/Z0 + C*Z0 + D.
      ******************************************************************
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-BZ-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-CZ-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DELTA-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-AD-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-BC-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S11-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S21-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S12-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S22-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-POLAR-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-BUILD-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       01 WS-POINT-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-POINT-BAD-YES VALUE 'Y'.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-STEP-OFFSET  PIC 9(04) VALUE 0.
       01 WS-FREQ-V       COMP-2.
       01 WS-OMEGA-V      COMP-2.
       01 WS-DEG-V        COMP-2.
      * losses in decibels; a vanishing magnitude has no finite loss
      * and prints as the cap.
       01 WS-DB-V         COMP-2.
       01 WS-DB-CAP-V     COMP-2 VALUE 999.99.
       01 WS-S11-MAG-V    COMP-2.
       01 WS-S21-MAG-V    COMP-2.
       01 WS-S22-MAG-V    COMP-2.
       01 WS-EOF-SW       PIC X(01) VALUE 'N'.
         88 WS-EOF-YES    VALUE 'Y'.
       01 WS-OVERFLOW-SW  PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-CTL-NETWORK-CT PIC 9(04) VALUE 0.
       01 WS-CTL-POINT-CT PIC 9(06) VALUE 0.
       01 WS-ARITH-ERR-CT PIC 9(04) VALUE 0.
       01 WS-FREQ-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-IL-DISP      PIC ---9.99.
       01 WS-RLIN-DISP    PIC ---9.99.
       01 WS-RLOUT-DISP   PIC ---9.99.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Scattering-parameter export of CTPDEF two-port chains: each
      * chain is swept as CTPSWP sweeps it - every STG element built
      * by CTPBRN and folded into the running ABCD matrix by
      * CTPCASC - and at every frequency point the cascaded matrix
      * is converted to S-parameters referred to Z0 at both ports:
      *   DELTA = A + B/Z0 + C*Z0 + D
      *   S11   = (A + B/Z0 - C*Z0 - D) / DELTA
      *   S21   = 2 / DELTA
      *   S12   = 2 * (A*D - B*C) / DELTA
      *   S22   = (-A + B/Z0 - C*Z0 + D) / DELTA
      * Z0 comes off the CTPSPARP card or, as in CVSWR, the Z0REF
      * named constant.  CTPSPARM receives one CXSPARM record per
      * point in magnitude/angle form for the vendor and network-
      * analyzer comparisons; the CTPSPARR report gives per point
      * the insertion loss -20 LOG10 |S21| and the input and output
      * return losses -20 LOG10 |S11| and |S22| in dB.
      ******************************************************************
           PERFORM RESOLVE-REFERENCE-Z0

           OPEN INPUT SP-TPDEF-FILE
           MOVE 'CTPDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SP-SPARM-FILE
           MOVE 'CTPSPARM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SP-REPORT-FILE
           MOVE 'CTPSPARR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'S-PARAMETERS  Z0 ('  DELIMITED BY SIZE
             WS-Z0-FROM            DELIMITED BY SIZE
             ') RE='               DELIMITED BY SIZE
             WS-Z0-RE              DELIMITED BY SIZE
             ' IM='                DELIMITED BY SIZE
             WS-Z0-IM              DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-TPDEF-RECORD

           PERFORM PROCESS-CHAIN
             UNTIL WS-EOF-YES

           CLOSE SP-TPDEF-FILE
           CLOSE SP-SPARM-FILE
           CLOSE SP-REPORT-FILE

           DISPLAY 'CTPSPAR - CHAINS CONVERTED: ' WS-CTL-NETWORK-CT
                ' POINTS: ' WS-CTL-POINT-CT
                ' ARITHMETIC ERRORS: ' WS-ARITH-ERR-CT

           IF WS-ARITH-ERR-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Establishes the run's Z0: the CTPSPARP card when one is
      * present with a numeric Z0, the Z0REF named constant through
      * CCONSTLK otherwise.  A run with neither is refused - an
      * S-parameter against an unknown reference means nothing.
      ******************************************************************
       RESOLVE-REFERENCE-Z0.
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT SP-PARM-FILE

           READ SP-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
               AND SP-PARM-Z0-RE NUMERIC
               AND SP-PARM-Z0-IM NUMERIC
             MOVE SP-PARM-Z0-RE TO WS-Z0-RE
             MOVE SP-PARM-Z0-IM TO WS-Z0-IM
             MOVE 'CTPSPARP' TO WS-Z0-FROM
           ELSE
             CALL 'CCONSTLK' USING
               WS-Z0-NAME, WS-Z0-COMPLEX, WS-CONST-STATUS
             IF WS-CONST-STATUS-OK
               MOVE 'Z0REF' TO WS-Z0-FROM
             ELSE
               DISPLAY 'CTPSPAR - NO Z0 ON CTPSPARP AND Z0REF NOT ON '
                    'CXCONST - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE SP-PARM-FILE
               GOBACK
             END-IF
           END-IF

           CLOSE SP-PARM-FILE
           MOVE 'N' TO WS-EOF-SW

           IF WS-Z0-RE = 0 AND WS-Z0-IM = 0
             DISPLAY 'CTPSPAR - Z0 FROM ' WS-Z0-FROM
                  ' IS ZERO - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-TPDEF-RECORD.
           READ SP-TPDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Processes one chain as CTPSWP does: carries the NET record
      * over, loads the STG records that follow, then sweeps.  The
      * NET record's terminating load plays no part here - the
      * S-parameters are the chain's own, between Z0 terminations.
      ******************************************************************
       PROCESS-CHAIN.
           IF NOT SP-REC-NETWORK
             MOVE 'STG RECORD OUT OF SEQUENCE - SKIPPED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             PERFORM READ-TPDEF-RECORD
           ELSE
             MOVE SP-NETWORK-ID TO WS-NETWORK-ID
             MOVE SP-START-FREQ TO WS-START-FREQ-V
             MOVE SP-FREQ-STEP TO WS-FREQ-STEP-V
             MOVE SP-NUM-STEPS TO WS-NUM-STEPS
             MOVE 0 TO WS-STAGE-CT
             MOVE 'N' TO WS-OVERFLOW-SW

             PERFORM READ-TPDEF-RECORD
             PERFORM LOAD-STAGE-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
                  OR SP-REC-NETWORK

             IF WS-OVERFLOW-YES
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'CHAIN '       DELIMITED BY SIZE
                 WS-NETWORK-ID  DELIMITED BY SIZE
                 ' EXCEEDS '    DELIMITED BY SIZE
                 WS-STAGE-MAX   DELIMITED BY SIZE
                 ' STAGES - SKIPPED' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-ARITH-ERR-CT
             ELSE
               PERFORM SWEEP-ONE-CHAIN
             END-IF
           END-IF
           .
       LOAD-STAGE-RECORD.
           IF WS-STAGE-CT = WS-STAGE-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-STAGE-CT
             MOVE SP-ELEMENT-POS TO WS-STAGE-POS(WS-STAGE-CT)
             MOVE SP-COMPONENT-TYPE
               TO WS-STAGE-COMP-TYPE(WS-STAGE-CT)
             MOVE SP-COMPONENT-VALUE
               TO WS-STAGE-VALUE-V(WS-STAGE-CT)

             PERFORM READ-TPDEF-RECORD
           END-IF
           .
       SWEEP-ONE-CHAIN.
           ADD 1 TO WS-CTL-NETWORK-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CHAIN '       DELIMITED BY SIZE
             WS-NETWORK-ID  DELIMITED BY SIZE
             ' STAGES='     DELIMITED BY SIZE
             WS-STAGE-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  FREQUENCY HZ       INS LOSS DB' DELIMITED BY SIZE
             '  RET LOSS IN DB  RET LOSS OUT DB' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-STEP-OFFSET

           PERFORM SWEEP-ONE-STEP
             UNTIL WS-STEP-OFFSET >= WS-NUM-STEPS
           .
      ******************************************************************
      * One frequency point: the chain matrix is cascaded from the
      * identity exactly as CTPSWP does, converted, and written.
      ******************************************************************
       SWEEP-ONE-STEP.
           COMPUTE WS-FREQ-V =
             WS-START-FREQ-V + (WS-STEP-OFFSET * WS-FREQ-STEP-V)
           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * WS-FREQ-V

           MOVE 'N' TO WS-POINT-BAD-SW

           MOVE 1 TO WS-CHAIN-A-RE
           MOVE 0 TO WS-CHAIN-A-IM
           MOVE 0 TO WS-CHAIN-B-RE
           MOVE 0 TO WS-CHAIN-B-IM
           MOVE 0 TO WS-CHAIN-C-RE
           MOVE 0 TO WS-CHAIN-C-IM
           MOVE 1 TO WS-CHAIN-D-RE
           MOVE 0 TO WS-CHAIN-D-IM

           MOVE 1 TO WS-I

           PERFORM CASCADE-ONE-STAGE
             UNTIL WS-I > WS-STAGE-CT

           IF NOT WS-POINT-BAD-YES
             PERFORM CONVERT-TO-SPARAMS
           END-IF

           PERFORM WRITE-SPARM-RECORD
           PERFORM WRITE-LOSS-LINE

           ADD 1 TO WS-CTL-POINT-CT
           ADD 1 TO WS-STEP-OFFSET
           .
      ******************************************************************
      * Builds stage WS-I's element at the current frequency and
      * folds it into the chain matrix, as in CTPSWP.
      ******************************************************************
       CASCADE-ONE-STAGE.
           MOVE WS-STAGE-POS(WS-I) TO WS-ELEMENT-KIND

           IF WS-STAGE-SERIES(WS-I)
             EVALUATE TRUE
               WHEN WS-STAGE-RESISTOR(WS-I)
                 MOVE WS-STAGE-VALUE-V(WS-I) TO WS-ELEMENT-RE
                 MOVE 0 TO WS-ELEMENT-IM
               WHEN WS-STAGE-INDUCTOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I)
               WHEN WS-STAGE-CAPACITOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   -1 / (WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I))
             END-EVALUATE
           ELSE
             EVALUATE TRUE
               WHEN WS-STAGE-RESISTOR(WS-I)
                 COMPUTE WS-ELEMENT-RE =
                   1 / WS-STAGE-VALUE-V(WS-I)
                 MOVE 0 TO WS-ELEMENT-IM
               WHEN WS-STAGE-INDUCTOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   -1 / (WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I))
               WHEN WS-STAGE-CAPACITOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I)
             END-EVALUATE
           END-IF

           CALL 'CTPBRN' USING
             WS-ELEMENT-KIND, WS-ELEMENT-COMPLEX,
             WS-STAGE-ABCD-MATRIX, WS-BUILD-STATUS

           IF WS-BUILD-STATUS-ERROR
             ADD 1 TO WS-ARITH-ERR-CT
             SET WS-POINT-BAD-YES TO TRUE
           ELSE
             CALL 'CTPCASC' USING
               WS-CHAIN-ABCD-MATRIX, WS-STAGE-ABCD-MATRIX,
               WS-CASC-ABCD-MATRIX
             MOVE WS-CASC-ABCD-MATRIX TO WS-CHAIN-ABCD-MATRIX
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * The ABCD-to-S conversion.  B/Z0 and C*Z0 are formed once;
      * every S-parameter is a sum of the four terms over DELTA, and
      * a vanishing DELTA fails the point.
      ******************************************************************
       CONVERT-TO-SPARAMS.
           MOVE WS-CHAIN-B-COMPLEX TO WS-BZ-COMPLEX
           CALL 'CMDIV' USING
             WS-BZ-COMPLEX, WS-Z0-COMPLEX, WS-ARITH-STATUS
           CALL 'CMULT' USING
             WS-CHAIN-C-COMPLEX, WS-Z0-COMPLEX, WS-CZ-COMPLEX

      *    DELTA = A + B/Z0 + C*Z0 + D
           MOVE WS-CHAIN-A-COMPLEX TO WS-DELTA-COMPLEX
           CALL 'CMADD' USING
             WS-DELTA-COMPLEX, WS-BZ-COMPLEX, WS-ARITH-STATUS
           CALL 'CMADD' USING
             WS-DELTA-COMPLEX, WS-CZ-COMPLEX, WS-ARITH-STATUS
           CALL 'CMADD' USING
             WS-DELTA-COMPLEX, WS-CHAIN-D-COMPLEX, WS-ARITH-STATUS

      *    S11 = (A + B/Z0 - C*Z0 - D) / DELTA
           MOVE WS-CHAIN-A-COMPLEX TO WS-S11-COMPLEX
           CALL 'CMADD' USING
             WS-S11-COMPLEX, WS-BZ-COMPLEX, WS-ARITH-STATUS
           CALL 'CMSUB' USING WS-S11-COMPLEX, WS-CZ-COMPLEX
           CALL 'CMSUB' USING WS-S11-COMPLEX, WS-CHAIN-D-COMPLEX
           CALL 'CMDIV' USING
             WS-S11-COMPLEX, WS-DELTA-COMPLEX, WS-ARITH-STATUS
           IF WS-ARITH-STATUS-ERROR
             SET WS-POINT-BAD-YES TO TRUE
           END-IF

      *    S22 = (D - A + B/Z0 - C*Z0) / DELTA
           MOVE WS-CHAIN-D-COMPLEX TO WS-S22-COMPLEX
           CALL 'CMSUB' USING WS-S22-COMPLEX, WS-CHAIN-A-COMPLEX
           CALL 'CMADD' USING
             WS-S22-COMPLEX, WS-BZ-COMPLEX, WS-ARITH-STATUS
           CALL 'CMSUB' USING WS-S22-COMPLEX, WS-CZ-COMPLEX
           CALL 'CMDIV' USING
             WS-S22-COMPLEX, WS-DELTA-COMPLEX, WS-ARITH-STATUS

      *    S21 = 2 / DELTA
           MOVE 2 TO WS-S21-RE
           MOVE 0 TO WS-S21-IM
           CALL 'CMDIV' USING
             WS-S21-COMPLEX, WS-DELTA-COMPLEX, WS-ARITH-STATUS

      *    S12 = 2 * (A*D - B*C) / DELTA
           CALL 'CMULT' USING
             WS-CHAIN-A-COMPLEX, WS-CHAIN-D-COMPLEX, WS-AD-COMPLEX
           CALL 'CMULT' USING
             WS-CHAIN-B-COMPLEX, WS-CHAIN-C-COMPLEX, WS-BC-COMPLEX
           CALL 'CMSUB' USING WS-AD-COMPLEX, WS-BC-COMPLEX
           MOVE WS-S21-COMPLEX TO WS-S12-COMPLEX
           CALL 'CMMULT' USING WS-S12-COMPLEX, WS-AD-COMPLEX

           IF WS-POINT-BAD-YES
             ADD 1 TO WS-ARITH-ERR-CT
           END-IF
           .
      ******************************************************************
      * Writes the point's CXSPARM record, each S-parameter taken to
      * magnitude and angle in degrees through TAKE-POLAR.
      ******************************************************************
       WRITE-SPARM-RECORD.
           MOVE SPACES TO SP-SP-SPARM-RECORD
           MOVE WS-NETWORK-ID TO SP-SP-NETWORK-ID
           MOVE WS-FREQ-V TO SP-SP-FREQ
           MOVE WS-Z0-RE TO SP-SP-Z0-RE
           MOVE WS-Z0-IM TO SP-SP-Z0-IM

           IF WS-POINT-BAD-YES
             SET SP-SP-POINT-FAILED TO TRUE
             MOVE 0 TO SP-SP-S11-MAG
             MOVE 0 TO SP-SP-S11-ANG
             MOVE 0 TO SP-SP-S21-MAG
             MOVE 0 TO SP-SP-S21-ANG
             MOVE 0 TO SP-SP-S12-MAG
             MOVE 0 TO SP-SP-S12-ANG
             MOVE 0 TO SP-SP-S22-MAG
             MOVE 0 TO SP-SP-S22-ANG
           ELSE
             SET SP-SP-POINT-OK TO TRUE

             MOVE WS-S11-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             MOVE WS-MAG-V TO SP-SP-S11-MAG
             MOVE WS-MAG-V TO WS-S11-MAG-V
             MOVE WS-DEG-V TO SP-SP-S11-ANG

             MOVE WS-S21-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             MOVE WS-MAG-V TO SP-SP-S21-MAG
             MOVE WS-MAG-V TO WS-S21-MAG-V
             MOVE WS-DEG-V TO SP-SP-S21-ANG

             MOVE WS-S12-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             MOVE WS-MAG-V TO SP-SP-S12-MAG
             MOVE WS-DEG-V TO SP-SP-S12-ANG

             MOVE WS-S22-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             MOVE WS-MAG-V TO SP-SP-S22-MAG
             MOVE WS-MAG-V TO WS-S22-MAG-V
             MOVE WS-DEG-V TO SP-SP-S22-ANG
           END-IF

           WRITE SP-SP-SPARM-RECORD
           MOVE 'CTPSPARM' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       TAKE-POLAR.
           CALL 'CMOD' USING WS-POLAR-COMPLEX, WS-MAG-V
           CALL 'CARG' USING WS-POLAR-COMPLEX, WS-ARG-V
           COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
           .
      ******************************************************************
      * The point's report line: insertion loss off |S21|, input
      * and output return loss off |S11| and |S22|.
      ******************************************************************
       WRITE-LOSS-LINE.
           MOVE WS-FREQ-V TO WS-FREQ-DISP

           IF WS-POINT-BAD-YES
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  '             DELIMITED BY SIZE
               WS-FREQ-DISP     DELIMITED BY SIZE
               ' CONVERSION FAILED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE WS-S21-MAG-V TO WS-MAG-V
             PERFORM TAKE-LOSS-DB
             MOVE WS-DB-V TO WS-IL-DISP

             MOVE WS-S11-MAG-V TO WS-MAG-V
             PERFORM TAKE-LOSS-DB
             MOVE WS-DB-V TO WS-RLIN-DISP

             MOVE WS-S22-MAG-V TO WS-MAG-V
             PERFORM TAKE-LOSS-DB
             MOVE WS-DB-V TO WS-RLOUT-DISP

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  '             DELIMITED BY SIZE
               WS-FREQ-DISP     DELIMITED BY SIZE
               '     '          DELIMITED BY SIZE
               WS-IL-DISP       DELIMITED BY SIZE
               '         '      DELIMITED BY SIZE
               WS-RLIN-DISP     DELIMITED BY SIZE
               '          '     DELIMITED BY SIZE
               WS-RLOUT-DISP    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       TAKE-LOSS-DB.
           IF WS-MAG-V > 0
             COMPUTE WS-DB-V = -20 * FUNCTION LOG10(WS-MAG-V)
             IF WS-DB-V > WS-DB-CAP-V
               MOVE WS-DB-CAP-V TO WS-DB-V
             END-IF
           ELSE
             MOVE WS-DB-CAP-V TO WS-DB-V
           END-IF
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO SP-REPORT-LINE
           WRITE SP-REPORT-LINE
           MOVE 'CTPSPARR' TO WS-IO-FILE
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
             DISPLAY 'CTPSPAR - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
