       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPOLYSLV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PY-POLYIN-FILE ASSIGN TO "CPOLYIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PY-ROOT-FILE ASSIGN TO "CPOLYRTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PY-REPORT-FILE ASSIGN TO "CPOLYR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PY-POLYIN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXPOLYIN REPLACING ==(PRFX)== BY ==PY-==.
       FD  PY-ROOT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXPROOT REPLACING ==(PRFX)== BY ==PY-RT-==.
       FD  PY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the coefficient set being loaded, in the parameter block the
      * root-finder works on, and which powers have been given.
       COPY CXPOLY REPLACING ==(PRFX)== BY ==WS-PY-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-PY-==.
       01 WS-POLY-ID      PIC X(08) VALUE SPACES.
       01 WS-SEEN-TABLE.
         05 WS-SEEN-SW    PIC X(01) OCCURS 21 TIMES.
           88 WS-SEEN     VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-RE-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-AXIS-TOL-==.
      * a real part within this fraction of the root's modulus (or
      * of one, for a small root) of zero is taken as lying on the
      * imaginary axis - the solving precision, not instability.
       01 WS-AXIS-FRACTION-V COMP-2 VALUE 0.000001.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-K            PIC 9(04) VALUE 0.
       01 WS-EOF-SW       PIC X(01) VALUE 'N'.
         88 WS-EOF-YES    VALUE 'Y'.
       01 WS-CTL-SET-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-SOLVED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-ROOT-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-UNSTABLE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OPEN-CT  PIC 9(06) VALUE 0.
       01 WS-POWER-DISP   PIC Z9.
       01 WS-ROOT-NO-DISP PIC Z9.
       01 WS-RE-DISP      PIC -(8)9.9(8).
       01 WS-IM-DISP      PIC -(8)9.9(8).
       01 WS-MAG-DISP     PIC -(8)9.9(8).
       01 WS-ITER-DISP    PIC ZZZ9.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Finds every root of each polynomial on CPOLYIN: a PLY record
      * opens a coefficient set and the CFT records that follow give
      * its complex coefficients, which go to the CPOLYRT library
      * routine.  Each root goes to CPOLYRTS with its convergence
      * flag and stability class, and the CPOLYR report lists the
      * coefficients and roots, flagging any root with a positive
      * real part as unstable - read as the poles of a transfer
      * function's denominator, a right-half-plane root is a system
      * that will not settle.  A set with a bad degree, a power out
      * of range or given twice, or a zero leading coefficient is
      * reported and skipped.
      ******************************************************************
           OPEN INPUT PY-POLYIN-FILE
           MOVE 'CPOLYIN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PY-ROOT-FILE
           MOVE 'CPOLYRTS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PY-REPORT-FILE
           MOVE 'CPOLYR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-POLYIN-RECORD

           PERFORM PROCESS-POLYNOMIAL
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SETS READ: '       DELIMITED BY SIZE
             WS-CTL-SET-CT       DELIMITED BY SIZE
             '  SOLVED: '        DELIMITED BY SIZE
             WS-CTL-SOLVED-CT    DELIMITED BY SIZE
             '  REJECTED: '      DELIMITED BY SIZE
             WS-CTL-REJECT-CT    DELIMITED BY SIZE
             '  ROOTS: '         DELIMITED BY SIZE
             WS-CTL-ROOT-CT      DELIMITED BY SIZE
             '  UNSTABLE: '      DELIMITED BY SIZE
             WS-CTL-UNSTABLE-CT  DELIMITED BY SIZE
             '  NOT CONVERGED: ' DELIMITED BY SIZE
             WS-CTL-OPEN-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE PY-POLYIN-FILE
           CLOSE PY-ROOT-FILE
           CLOSE PY-REPORT-FILE

           DISPLAY 'CPOLYSLV - SETS SOLVED: ' WS-CTL-SOLVED-CT
                ' REJECTED: ' WS-CTL-REJECT-CT
                ' UNSTABLE ROOTS: ' WS-CTL-UNSTABLE-CT
                ' NOT CONVERGED: ' WS-CTL-OPEN-CT

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-UNSTABLE-CT > 0 OR WS-CTL-OPEN-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the next coefficient-set record and sets WS-EOF-YES once
      * the input file is exhausted.
      ******************************************************************
       READ-POLYIN-RECORD.
           READ PY-POLYIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Processes one coefficient set: takes the PLY record's id and
      * degree, loads the CFT records that follow, then solves it or
      * reports why not.  A file positioned on anything but a PLY
      * record here is out of sequence and the record is skipped
      * with a report line, as CTPSWP skips a stray STG.
      ******************************************************************
       PROCESS-POLYNOMIAL.
           IF NOT PY-REC-POLY
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CFT RECORD OUT OF SEQUENCE - SKIPPED'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             PERFORM READ-POLYIN-RECORD
           ELSE
             ADD 1 TO WS-CTL-SET-CT
             MOVE PY-POLY-ID TO WS-POLY-ID
             INITIALIZE WS-PY-POLY-PARM
             MOVE SPACES TO WS-SEEN-TABLE
             MOVE SPACES TO WS-REJECT-REASON
             IF PY-DEGREE NUMERIC
                 AND PY-DEGREE > 0 AND PY-DEGREE NOT > 20
               MOVE PY-DEGREE TO WS-PY-DEGREE
             ELSE
               MOVE 'DEGREE MISSING OR OUTSIDE 1 TO 20'
                 TO WS-REJECT-REASON
             END-IF

             PERFORM READ-POLYIN-RECORD
             PERFORM LOAD-COEF-RECORD
               UNTIL WS-EOF-YES OR PY-REC-POLY

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'POLYNOMIAL '    DELIMITED BY SIZE
               WS-POLY-ID       DELIMITED BY SIZE
               ' DEGREE '       DELIMITED BY SIZE
               WS-PY-DEGREE     DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-I
               PERFORM REPORT-ONE-COEF
                 UNTIL WS-I > WS-PY-DEGREE
               CALL 'CPOLYRT' USING WS-PY-POLY-PARM, WS-PY-STATUS
               IF WS-PY-STATUS-ERROR
                 MOVE 'LEADING COEFFICIENT ZERO OR TOO SMALL'
                   TO WS-REJECT-REASON
               END-IF
             END-IF

             IF WS-REJECT-REASON = SPACES
               PERFORM REPORT-ROOTS
             ELSE
               ADD 1 TO WS-CTL-REJECT-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '  SET REJECTED - '  DELIMITED BY SIZE
                 WS-REJECT-REASON     DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF
           .
      ******************************************************************
      * Loads one CFT record into the coefficient entry for its power;
      * the first fault found is kept as the set's reject reason and
      * the rest of the set is still read past.
      ******************************************************************
       LOAD-COEF-RECORD.
           EVALUATE TRUE
             WHEN WS-REJECT-REASON NOT = SPACES
               CONTINUE
             WHEN NOT PY-REC-COEF
               MOVE 'UNRECOGNIZED RECORD IN SET'
                 TO WS-REJECT-REASON
             WHEN PY-POWER NOT NUMERIC
                 OR PY-POWER > WS-PY-DEGREE
               MOVE 'COEFFICIENT POWER ABOVE THE DEGREE'
                 TO WS-REJECT-REASON
             WHEN PY-COEF-RE NOT NUMERIC OR PY-COEF-IM NOT NUMERIC
               MOVE 'COEFFICIENT NOT NUMERIC' TO WS-REJECT-REASON
             WHEN WS-SEEN(PY-POWER + 1)
               MOVE 'COEFFICIENT POWER GIVEN TWICE'
                 TO WS-REJECT-REASON
             WHEN OTHER
               SET WS-SEEN(PY-POWER + 1) TO TRUE
               MOVE PY-COEF-RE TO WS-PY-COEF-RE(PY-POWER + 1)
               MOVE PY-COEF-IM TO WS-PY-COEF-IM(PY-POWER + 1)
           END-EVALUATE

           PERFORM READ-POLYIN-RECORD
           .
      ******************************************************************
      * Lists the coefficients from the leading power down, WS-I
      * counting the lines.
      ******************************************************************
       REPORT-ONE-COEF.
           COMPUTE WS-K = WS-PY-DEGREE - WS-I
           MOVE WS-K TO WS-POWER-DISP
           MOVE WS-PY-COEF-RE(WS-K + 1) TO WS-RE-DISP
           MOVE WS-PY-COEF-IM(WS-K + 1) TO WS-IM-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  COEF Z**'      DELIMITED BY SIZE
             WS-POWER-DISP     DELIMITED BY SIZE
             '  RE='           DELIMITED BY SIZE
             WS-RE-DISP        DELIMITED BY SIZE
             '  IM='           DELIMITED BY SIZE
             WS-IM-DISP        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-I
           .
       REPORT-ROOTS.
           ADD 1 TO WS-CTL-SOLVED-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  ROOT         REAL PART          IMAG PART'
               DELIMITED BY SIZE
             '            MODULUS  ITER  STATUS'
               DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-I
           PERFORM REPORT-ONE-ROOT
             UNTIL WS-I > WS-PY-DEGREE
           .
      ******************************************************************
      * Classifies root WS-I, writes it to CPOLYRTS and reports it.  A
      * real part within the axis tolerance of zero is marginal; a
      * positive one beyond it is unstable.
      ******************************************************************
       REPORT-ONE-ROOT.
           ADD 1 TO WS-CTL-ROOT-CT
           MOVE WS-POLY-ID TO PY-RT-POLY-ID
           MOVE WS-I TO PY-RT-ROOT-NO
           MOVE WS-PY-ROOT-CONV-SW(WS-I) TO PY-RT-CONVERGED
           MOVE WS-PY-ROOT-ITERATIONS(WS-I) TO PY-RT-ITERATIONS
           MOVE WS-I TO WS-ROOT-NO-DISP
           MOVE WS-PY-ROOT-ITERATIONS(WS-I) TO WS-ITER-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT

           IF WS-PY-ROOT-OUT-OF-RANGE(WS-I)
             ADD 1 TO WS-CTL-OPEN-CT
             MOVE 0 TO PY-RT-ROOT-RE
             MOVE 0 TO PY-RT-ROOT-IM
             MOVE SPACE TO PY-RT-STABILITY
             STRING
               '  '              DELIMITED BY SIZE
               WS-ROOT-NO-DISP   DELIMITED BY SIZE
               '  MODULUS BEYOND 99999999 - NOT REPRESENTABLE *'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE WS-PY-ROOT-RE(WS-I) TO PY-RT-ROOT-RE
             MOVE WS-PY-ROOT-IM(WS-I) TO PY-RT-ROOT-IM
             CALL 'CMOD' USING WS-PY-ROOT-COMPLEX(WS-I), WS-MAG-V
             MOVE WS-PY-ROOT-RE(WS-I) TO WS-RE-V
             IF WS-MAG-V > 1
               COMPUTE WS-AXIS-TOL-V = WS-AXIS-FRACTION-V * WS-MAG-V
             ELSE
               MOVE WS-AXIS-FRACTION-V TO WS-AXIS-TOL-V
             END-IF
             EVALUATE TRUE
               WHEN WS-RE-V > WS-AXIS-TOL-V
                 SET PY-RT-ROOT-UNSTABLE TO TRUE
               WHEN WS-RE-V >= 0 - WS-AXIS-TOL-V
                 SET PY-RT-ROOT-MARGINAL TO TRUE
               WHEN OTHER
                 SET PY-RT-ROOT-STABLE TO TRUE
             END-EVALUATE

             MOVE WS-PY-ROOT-RE(WS-I) TO WS-RE-DISP
             MOVE WS-PY-ROOT-IM(WS-I) TO WS-IM-DISP
             COMPUTE WS-MAG-DISP ROUNDED = WS-MAG-V
             STRING
               '  '              DELIMITED BY SIZE
               WS-ROOT-NO-DISP   DELIMITED BY SIZE
               '  '              DELIMITED BY SIZE
               WS-RE-DISP        DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               WS-IM-DISP        DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               WS-MAG-DISP       DELIMITED BY SIZE
               '  '              DELIMITED BY SIZE
               WS-ITER-DISP      DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT

             IF PY-RT-ROOT-UNSTABLE
               ADD 1 TO WS-CTL-UNSTABLE-CT
               MOVE '*UNSTABLE*' TO WS-RPT-LINE-TEXT(71:10)
             END-IF
             IF PY-RT-ROOT-MARGINAL
               MOVE 'MARGINAL' TO WS-RPT-LINE-TEXT(71:8)
             END-IF
             IF NOT WS-PY-ROOT-CONVERGED(WS-I)
               ADD 1 TO WS-CTL-OPEN-CT
               MOVE '*NOT CONVERGED*' TO WS-RPT-LINE-TEXT(83:15)
             END-IF
           END-IF

           WRITE PY-RT-PROOT-RECORD
           MOVE 'CPOLYRTS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-I
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO PY-REPORT-LINE
           WRITE PY-REPORT-LINE
           MOVE 'CPOLYR' TO WS-IO-FILE
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
             DISPLAY 'CPOLYSLV - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
