       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPZSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZ-PZDEF-FILE ASSIGN TO "CPZDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PZ-CURVE-FILE ASSIGN TO "CPZSWPCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PZ-REPORT-FILE ASSIGN TO "CPZSWPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PZ-PZDEF-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY CXPZDEF REPLACING ==(PRFX)== BY ==PZ-==.
       FD  PZ-CURVE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXCURVE REPLACING ==(PRFX)== BY ==PZ-CV-==.
       FD  PZ-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PZ-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * the function being swept, carried over from its FUN record
      * and the POL/ZER records that follow it.
       01 WS-FUNCTION-ID  PIC X(08) VALUE SPACES.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GAIN-==.
       01 WS-GAIN-EXP     PIC S9(04) VALUE 0.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       01 WS-ROOT-TABLE.
         05 WS-ROOT-CT PIC 9(04) VALUE 0.
         05 WS-ROOT-ENTRY OCCURS 200 TIMES.
           10 WS-ROOT-KIND       PIC X(01).
             88 WS-ROOT-POLE     VALUE 'P'.
             88 WS-ROOT-ZERO     VALUE 'Z'.
           10 WS-ROOT-COMPLEX.
             15 WS-ROOT-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-ROOT-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-ROOT-MULT       PIC 9(02).
       01 WS-ROOT-MAX     PIC 9(04) VALUE 200.
       01 WS-POLE-CT      PIC 9(04) VALUE 0.
       01 WS-ZERO-CT      PIC 9(04) VALUE 0.
      ******************************************************************
      * H is carried as a mantissa in WS-H with a separate power of
      * ten WS-H-EXP, renormalized after every factor so that a
      * high-order function's intermediate products neither
      * overflow nor underflow the zoned complex fields; each
      * factor S - ROOT is itself brought into one-to-ten before
      * it is applied.
      ******************************************************************
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-H-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-FACTOR-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ROOT-ONE-==.
       01 WS-H-EXP        PIC S9(04) VALUE 0.
       01 WS-SHIFT        PIC S9(04) VALUE 0.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-SCALE-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       01 WS-H-NULL-SW    PIC X(01) VALUE 'N'.
         88 WS-H-NULL     VALUE 'Y'.
       01 WS-ON-POLE-SW   PIC X(01) VALUE 'N'.
         88 WS-ON-POLE    VALUE 'Y'.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-M            PIC 9(02) VALUE 0.
       01 WS-MULT         PIC 9(02) VALUE 0.
       01 WS-STEP-OFFSET  PIC 9(04) VALUE 0.
       01 WS-FREQ-V       COMP-2.
       01 WS-OMEGA-V      COMP-2.
       01 WS-DB-V         COMP-2.
       01 WS-DEG-V        COMP-2.
       01 WS-EOF-SW       PIC X(01) VALUE 'N'.
         88 WS-EOF-YES    VALUE 'Y'.
       01 WS-OVERFLOW-SW  PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-CTL-FUNCTION-CT PIC 9(04) VALUE 0.
       01 WS-CTL-POINT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-UNREP-CT PIC 9(06) VALUE 0.
       01 WS-ARITH-ERR-CT PIC 9(04) VALUE 0.
       01 WS-FREQ-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DB-DISP      PIC -(4)9.999.
       01 WS-PHASE-DISP   PIC -(3)9.99.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Frequency-sweeps pole-zero transfer functions: each CPZDEF
      * FUN record opens a function whose POL and ZER records carry
      * its s-plane poles and zeros, and at every frequency step
      *   H(JW) = K * PRODUCT(JW - ZERO) / PRODUCT(JW - POLE)
      * is built factor by factor through CMSUB, CMMULT and CMDIV.
      * Every point goes to CPZSWPCV in the CXCURVE layout, H in the
      * impedance fields, so CSWPANL finds the resonance and Q of a
      * filter response exactly as it does for a swept circuit; the
      * CPZSWPR report gives the gain in dB and the phase.  A step
      * that lands on a pole, or whose H is too large for the curve
      * fields, is reported and left off the curve file.
      ******************************************************************
           OPEN INPUT PZ-PZDEF-FILE
           MOVE 'CPZDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PZ-CURVE-FILE
           MOVE 'CPZSWPCV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PZ-REPORT-FILE
           MOVE 'CPZSWPR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PZDEF-RECORD

           PERFORM PROCESS-FUNCTION
             UNTIL WS-EOF-YES

           CLOSE PZ-PZDEF-FILE
           CLOSE PZ-CURVE-FILE
           CLOSE PZ-REPORT-FILE

           DISPLAY 'CPZSWP - FUNCTIONS SWEPT: ' WS-CTL-FUNCTION-CT
                ' CURVE POINTS: ' WS-CTL-POINT-CT
                ' UNREPRESENTABLE: ' WS-CTL-UNREP-CT

           EVALUATE TRUE
             WHEN WS-ARITH-ERR-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-UNREP-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the next definition record and sets WS-EOF-YES once the
      * input file is exhausted.
      ******************************************************************
       READ-PZDEF-RECORD.
           READ PZ-PZDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Processes one function: carries the FUN record's id, gain and
      * range over, loads the POL/ZER records that follow into the
      * root table, then sweeps.  A file positioned on anything but
      * a FUN record here is out of sequence and the record is
      * skipped with a report line, as CTPSWP skips a stray STG.
      ******************************************************************
       PROCESS-FUNCTION.
           IF NOT PZ-REC-FUNCTION
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'POL/ZER RECORD OUT OF SEQUENCE - SKIPPED'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             PERFORM READ-PZDEF-RECORD
           ELSE
             MOVE PZ-FUNCTION-ID TO WS-FUNCTION-ID
             MOVE PZ-GAIN-RE TO WS-GAIN-RE
             MOVE PZ-GAIN-IM TO WS-GAIN-IM
             IF PZ-GAIN-EXP NUMERIC
               MOVE PZ-GAIN-EXP TO WS-GAIN-EXP
             ELSE
               MOVE 0 TO WS-GAIN-EXP
             END-IF
             MOVE PZ-START-FREQ TO WS-START-FREQ-V
             MOVE PZ-FREQ-STEP TO WS-FREQ-STEP-V
             MOVE PZ-NUM-STEPS TO WS-NUM-STEPS
             MOVE 0 TO WS-ROOT-CT
             MOVE 0 TO WS-POLE-CT
             MOVE 0 TO WS-ZERO-CT
             MOVE 'N' TO WS-OVERFLOW-SW

             PERFORM READ-PZDEF-RECORD
             PERFORM LOAD-ROOT-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
                  OR PZ-REC-FUNCTION

             IF WS-OVERFLOW-YES
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'FUNCTION '     DELIMITED BY SIZE
                 WS-FUNCTION-ID  DELIMITED BY SIZE
                 ' EXCEEDS '     DELIMITED BY SIZE
                 WS-ROOT-MAX     DELIMITED BY SIZE
                 ' ROOTS - SKIPPED' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-ARITH-ERR-CT
               PERFORM READ-PZDEF-RECORD
                 UNTIL WS-EOF-YES OR PZ-REC-FUNCTION
             ELSE
               PERFORM SWEEP-ONE-FUNCTION
             END-IF
           END-IF
           .
       LOAD-ROOT-RECORD.
           IF WS-ROOT-CT = WS-ROOT-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-ROOT-CT
             IF PZ-REC-POLE
               SET WS-ROOT-POLE(WS-ROOT-CT) TO TRUE
             ELSE
               SET WS-ROOT-ZERO(WS-ROOT-CT) TO TRUE
             END-IF
             MOVE PZ-ROOT-RE TO WS-ROOT-RE(WS-ROOT-CT)
             MOVE PZ-ROOT-IM TO WS-ROOT-IM(WS-ROOT-CT)
             IF PZ-ROOT-MULT NUMERIC AND PZ-ROOT-MULT > 0
               MOVE PZ-ROOT-MULT TO WS-ROOT-MULT(WS-ROOT-CT)
             ELSE
               MOVE 1 TO WS-ROOT-MULT(WS-ROOT-CT)
             END-IF
             IF PZ-REC-POLE
               ADD WS-ROOT-MULT(WS-ROOT-CT) TO WS-POLE-CT
             ELSE
               ADD WS-ROOT-MULT(WS-ROOT-CT) TO WS-ZERO-CT
             END-IF

             PERFORM READ-PZDEF-RECORD
           END-IF
           .
      ******************************************************************
      * Sweeps the loaded function over its frequency range, one
      * report section per function with one line per step.
      ******************************************************************
       SWEEP-ONE-FUNCTION.
           ADD 1 TO WS-CTL-FUNCTION-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'FUNCTION '      DELIMITED BY SIZE
             WS-FUNCTION-ID   DELIMITED BY SIZE
             ' POLES='        DELIMITED BY SIZE
             WS-POLE-CT       DELIMITED BY SIZE
             ' ZEROS='        DELIMITED BY SIZE
             WS-ZERO-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-STEP-OFFSET

           PERFORM SWEEP-ONE-STEP
             UNTIL WS-STEP-OFFSET >= WS-NUM-STEPS
           .
      ******************************************************************
      * One frequency step: H starts as the gain and every zero and
      * pole factor is applied in turn, then the point is written
      * and reported.
      ******************************************************************
       SWEEP-ONE-STEP.
           COMPUTE WS-FREQ-V =
             WS-START-FREQ-V + (WS-STEP-OFFSET * WS-FREQ-STEP-V)
           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * WS-FREQ-V
           MOVE 0 TO WS-S-RE
           MOVE WS-OMEGA-V TO WS-S-IM

           MOVE 'N' TO WS-H-NULL-SW
           MOVE 'N' TO WS-ON-POLE-SW
           MOVE WS-GAIN-COMPLEX TO WS-H-COMPLEX
           MOVE WS-GAIN-EXP TO WS-H-EXP
           PERFORM NORMALIZE-H

           MOVE 1 TO WS-I
           PERFORM APPLY-ONE-ROOT
             UNTIL WS-I > WS-ROOT-CT OR WS-ON-POLE

           MOVE WS-FREQ-V TO WS-FREQ-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT

           EVALUATE TRUE
             WHEN WS-ON-POLE
               ADD 1 TO WS-CTL-UNREP-CT
               STRING
                 'F='           DELIMITED BY SIZE
                 WS-FREQ-DISP   DELIMITED BY SIZE
                 ' ON A POLE - H UNBOUNDED *' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT

             WHEN WS-H-NULL
               MOVE 0 TO WS-H-RE
               MOVE 0 TO WS-H-IM
               PERFORM WRITE-CURVE-POINT
               STRING
                 'F='           DELIMITED BY SIZE
                 WS-FREQ-DISP   DELIMITED BY SIZE
                 ' ON A ZERO - H = 0' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT

             WHEN OTHER
               CALL 'CMOD' USING WS-H-COMPLEX, WS-MAG-V
               CALL 'CARG' USING WS-H-COMPLEX, WS-ARG-V
               COMPUTE WS-DB-V =
                 20 * (FUNCTION LOG10(WS-MAG-V) + WS-H-EXP)
               COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
               COMPUTE WS-DB-DISP ROUNDED = WS-DB-V
               COMPUTE WS-PHASE-DISP ROUNDED = WS-DEG-V

               IF WS-DB-V >= 160
                 ADD 1 TO WS-CTL-UNREP-CT
                 STRING
                   'F='           DELIMITED BY SIZE
                   WS-FREQ-DISP   DELIMITED BY SIZE
                   ' H DB='       DELIMITED BY SIZE
                   WS-DB-DISP     DELIMITED BY SIZE
                   ' TOO LARGE FOR CURVE *' DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
               ELSE
                 COMPUTE WS-SCALE-V = 10 ** WS-H-EXP
                 CALL 'CMSCALE' USING WS-H-COMPLEX, WS-SCALE-V
                 PERFORM WRITE-CURVE-POINT
                 STRING
                   'F='           DELIMITED BY SIZE
                   WS-FREQ-DISP   DELIMITED BY SIZE
                   ' H DB='       DELIMITED BY SIZE
                   WS-DB-DISP     DELIMITED BY SIZE
                   ' PH='         DELIMITED BY SIZE
                   WS-PHASE-DISP  DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
               END-IF
           END-EVALUATE

           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-STEP-OFFSET
           .
      ******************************************************************
      * Applies root WS-I's factor S - ROOT as many times as its
      * multiplicity: multiplied in for a zero, divided out for a
      * pole.  Once H is null further zeros change nothing, but a
      * pole at the same point still has to be caught.
      ******************************************************************
       APPLY-ONE-ROOT.
           MOVE WS-ROOT-COMPLEX(WS-I) TO WS-ROOT-ONE-COMPLEX
           MOVE WS-ROOT-MULT(WS-I) TO WS-MULT
           MOVE 0 TO WS-M

           PERFORM APPLY-ROOT-FACTOR
             UNTIL WS-M >= WS-MULT OR WS-ON-POLE

           ADD 1 TO WS-I
           .
       APPLY-ROOT-FACTOR.
           MOVE WS-S-COMPLEX TO WS-FACTOR-COMPLEX
           CALL 'CMSUB' USING WS-FACTOR-COMPLEX, WS-ROOT-ONE-COMPLEX

           CALL 'CMOD' USING WS-FACTOR-COMPLEX, WS-MAG-V

           EVALUATE TRUE
             WHEN WS-MAG-V = 0 AND WS-ROOT-POLE(WS-I)
               SET WS-ON-POLE TO TRUE
             WHEN WS-MAG-V = 0
               SET WS-H-NULL TO TRUE
             WHEN WS-H-NULL
               CONTINUE
             WHEN OTHER
               COMPUTE WS-SHIFT =
                 FUNCTION INTEGER(FUNCTION LOG10(WS-MAG-V))
               COMPUTE WS-SCALE-V = 10 ** (0 - WS-SHIFT)
               CALL 'CMSCALE' USING WS-FACTOR-COMPLEX, WS-SCALE-V
               IF WS-ROOT-ZERO(WS-I)
                 CALL 'CMMULT' USING WS-H-COMPLEX, WS-FACTOR-COMPLEX
                 ADD WS-SHIFT TO WS-H-EXP
               ELSE
                 CALL 'CMDIV' USING
                   WS-H-COMPLEX, WS-FACTOR-COMPLEX, WS-ARITH-STATUS
                 SUBTRACT WS-SHIFT FROM WS-H-EXP
               END-IF
               PERFORM NORMALIZE-H
           END-EVALUATE

           ADD 1 TO WS-M
           .
      ******************************************************************
      * Brings the mantissa back into one-to-ten, moving the scale
      * into WS-H-EXP; a zero gain leaves H null.
      ******************************************************************
       NORMALIZE-H.
           CALL 'CMOD' USING WS-H-COMPLEX, WS-MAG-V
           IF WS-MAG-V = 0
             SET WS-H-NULL TO TRUE
           ELSE
             COMPUTE WS-SHIFT =
               FUNCTION INTEGER(FUNCTION LOG10(WS-MAG-V))
             IF WS-SHIFT NOT = 0
               COMPUTE WS-SCALE-V = 10 ** (0 - WS-SHIFT)
               CALL 'CMSCALE' USING WS-H-COMPLEX, WS-SCALE-V
               ADD WS-SHIFT TO WS-H-EXP
             END-IF
           END-IF
           .
       WRITE-CURVE-POINT.
           MOVE WS-FUNCTION-ID TO PZ-CV-CIRCUIT-ID
           MOVE WS-FREQ-V TO PZ-CV-FREQ
           MOVE WS-H-RE TO PZ-CV-Z-RE
           MOVE WS-H-IM TO PZ-CV-Z-IM
           WRITE PZ-CV-CURVE-RECORD
           MOVE 'CPZSWPCV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-POINT-CT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO PZ-REPORT-LINE
           WRITE PZ-REPORT-LINE
           MOVE 'CPZSWPR' TO WS-IO-FILE
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
             DISPLAY 'CPZSWP - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
