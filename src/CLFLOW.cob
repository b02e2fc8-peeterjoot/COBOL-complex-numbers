       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLFLOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LF-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LF-MST-BRANCH-ID
               ALTERNATE RECORD KEY IS LF-MST-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-CIRCUIT-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-LOAD-FILE ASSIGN TO "CXPOWER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL LF-PARM-FILE ASSIGN TO "CLFLOWP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-VOLT-FILE ASSIGN TO "CXVOLTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-AMP-FILE ASSIGN TO "CXAMPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-PHASE-FILE ASSIGN TO "CX3PHASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-REPORT-FILE ASSIGN TO "CLFLOWR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LF-SORT-FILE ASSIGN TO "CLFLOWW".
       DATA DIVISION.
       FILE SECTION.
       FD  LF-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==LF-MST-==.
       FD  LF-CIRCUIT-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY CCIRCDEF REPLACING ==(PRFX)== BY ==LF-==.
       FD  LF-LOAD-FILE
           RECORD CONTAINS 79 CHARACTERS.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==LF-LD-==.
       FD  LF-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LF-PARM-RECORD.
         10  LF-PARM-CIRCUIT-ID    PIC X(08).
         10  FILLER                PIC X(72).
       FD  LF-VOLT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==LF-V-==.
       FD  LF-AMP-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==LF-A-==.
       FD  LF-PHASE-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CX3PHASE REPLACING ==(PRFX)== BY ==LF-PH-==.
       FD  LF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LF-REPORT-LINE PIC X(132).
       SD  LF-SORT-FILE.
       01  LF-SRT-RECORD.
         10  LF-SRT-BRANCH-ID      PIC X(08).
         10  LF-SRT-CIRCUIT-ID     PIC X(08).
         10  LF-SRT-V-COMPLEX.
           15  LF-SRT-V-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  LF-SRT-V-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  LF-SRT-I-COMPLEX.
           15  LF-SRT-I-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  LF-SRT-I-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       WORKING-STORAGE SECTION.
      * study settings, off CXPARM: the source (substation) voltage
      * in the master's units - 1 for a per-unit master - the
      * voltage band as percentages of it, and the iteration's
      * tolerance (a fraction of the source voltage), iteration
      * limit and acceleration factor.
       01 WS-SOURCE-V COMP-2 VALUE 1.
       01 WS-LOW-PCT-V COMP-2 VALUE 95.
       01 WS-HIGH-PCT-V COMP-2 VALUE 105.
       01 WS-TOLERANCE-V COMP-2 VALUE 0.0001.
       01 WS-MAX-ITER PIC 9(04) VALUE 100.
       01 WS-ACCEL-V COMP-2 VALUE 1.4.
      * a bus voltage running past this many times the source
      * voltage means the iteration is running away, not converging
       01 WS-RUNAWAY-V COMP-2 VALUE 10.
       01 WS-CONV-LIMIT-V COMP-2.
       01 WS-RUNAWAY-LIMIT-V COMP-2.
       01 WS-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 WS-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TUNE-==.
      * the feeders named on the CLFLOWP cards; none named studies
      * every circuit on CCIRCDEF
       01 WS-SEL-TABLE.
         05 WS-SEL-CT PIC 9(02) VALUE 0.
         05 WS-SEL-ID PIC X(08) OCCURS 50 TIMES.
       01 WS-SEL-MAX PIC 9(02) VALUE 50.
       01 WS-SELECTED-SW PIC X(01) VALUE 'N'.
         88 WS-SELECTED-YES VALUE 'Y'.
      * each branch's load off CXPOWER, drawn at its far end
       01 WS-LOAD-TABLE.
         05 WS-LD-CT PIC 9(04) VALUE 0.
         05 WS-LD-ENTRY OCCURS 2000 TIMES.
           10 WS-LD-BRANCH-ID PIC X(08).
           10 WS-LD-COMPLEX.
             15 WS-LD-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-LD-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-LD-MAX PIC 9(04) VALUE 2000.
      ******************************************************************
      * the feeder being studied.  Its CCIRCDEF branches fall into
      * sections along the feeder by the combining rules of
      * copy/IMPEDARR.cpy: an ungrouped series branch is a section of
      * its own; the entries of one parallel group are one section,
      * a 'P' entry opening a new leg and an 'S' entry chaining onto
      * the leg before it; the ungrouped parallel entries are one
      * section, where the first of them stands, each its own leg.
      * Section S runs from bus S to bus S+1, bus 1 being the source.
      ******************************************************************
       01 WS-CIRCUIT-ID PIC X(08) VALUE SPACES.
       01 WS-BRANCH-TABLE.
         05 WS-BR-CT PIC 9(03) VALUE 0.
         05 WS-BR-ENTRY OCCURS 100 TIMES.
           10 WS-BR-ID PIC X(08).
           10 WS-BR-LEG PIC 9(03).
           10 WS-BR-Z-COMPLEX.
             15 WS-BR-Z-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BR-Z-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-BR-MAX PIC 9(03) VALUE 100.
       01 WS-LEG-TABLE.
         05 WS-LEG-CT PIC 9(03) VALUE 0.
         05 WS-LEG-ENTRY OCCURS 100 TIMES.
           10 WS-LEG-SECTION PIC 9(02).
           10 WS-LEG-Z-COMPLEX.
             15 WS-LEG-Z-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-LEG-Z-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-LEG-Y-COMPLEX.
             15 WS-LEG-Y-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-LEG-Y-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SECTION-TABLE.
         05 WS-SEC-CT PIC 9(02) VALUE 0.
         05 WS-SEC-ENTRY OCCURS 30 TIMES.
           10 WS-SEC-FIRST-BR PIC X(08).
           10 WS-SEC-BR-CT PIC 9(03).
           10 WS-SEC-Y-COMPLEX.
             15 WS-SEC-Y-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-SEC-Y-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-SEC-I-COMPLEX.
             15 WS-SEC-I-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-SEC-I-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-SEC-SEND-COMPLEX.
             15 WS-SEC-SEND-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-SEC-SEND-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-SEC-LOSS-COMPLEX.
             15 WS-SEC-LOSS-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-SEC-LOSS-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SEC-MAX PIC 9(02) VALUE 30.
       01 WS-OPEN-GROUP PIC X(02) VALUE SPACES.
       01 WS-POOL-SECTION PIC 9(02) VALUE 0.
      ******************************************************************
      * the buses: each one's voltage as the iteration stands, its
      * load, and the conjugate of its power injection (the load
      * drawn out, so -P + jQ) the Gauss-Seidel update divides by the
      * conjugate voltage; then the magnitude, angle and band check
      * reported once the feeder converges.
      ******************************************************************
       01 WS-BUS-CT PIC 9(02) VALUE 0.
       01 WS-BUS-TABLE.
         05 WS-BUS-ENTRY OCCURS 31 TIMES.
           10 WS-BUS-V-COMPLEX.
             15 WS-BUS-V-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BUS-V-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-BUS-LOAD-COMPLEX.
             15 WS-BUS-LOAD-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BUS-LOAD-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-BUS-SCONJ-COMPLEX.
             15 WS-BUS-SCONJ-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BUS-SCONJ-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-BUS-MAG-V COMP-2.
           10 WS-BUS-DEG-V COMP-2.
           10 WS-BUS-PCT-V COMP-2.
           10 WS-BUS-FLAG PIC X(04).
      * the feeder's bus admittance matrix, every cell in the shared
      * RE/IM shape so one cell can be passed straight into the
      * complex library routines
       01 WS-Y-MATRIX.
         05 WS-Y-ROW OCCURS 31 TIMES.
           10 WS-Y-CELL OCCURS 31 TIMES.
             15 WS-Y-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-Y-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * every studied branch's receiving-end voltage and current,
      * held for the branch-id-ordered phasor files the power and
      * symmetrical-components reports read
       01 WS-RESULT-TABLE.
         05 WS-RES-CT PIC 9(04) VALUE 0.
         05 WS-RES-ENTRY OCCURS 2000 TIMES.
           10 WS-RES-BRANCH-ID PIC X(08).
           10 WS-RES-CIRCUIT-ID PIC X(08).
           10 WS-RES-V-COMPLEX.
             15 WS-RES-V-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-RES-V-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-RES-I-COMPLEX.
             15 WS-RES-I-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-RES-I-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RES-MAX PIC 9(04) VALUE 2000.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-SUM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TERM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DELTA-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-CONJV-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DROP-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-CONJI-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-RECV-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NEGSEQ-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZEROSEQ-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TOT-LOAD-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TOT-LOSS-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ANG-==.
       01 WS-MAX-CHANGE-V COMP-2.
       01 WS-ITER PIC 9(04) VALUE 0.
       01 WS-CONVERGED-SW PIC X(01) VALUE 'N'.
         88 WS-CONVERGED-YES VALUE 'Y'.
       01 WS-RUNAWAY-SW PIC X(01) VALUE 'N'.
         88 WS-RUNAWAY-YES VALUE 'Y'.
       01 WS-CIRCUIT-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-CIRCUIT-BAD-YES VALUE 'Y'.
       01 WS-KEYFAIL-SW PIC X(01) VALUE 'N'.
         88 WS-KEYFAIL-YES VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-J PIC 9(02) VALUE 0.
       01 WS-K PIC 9(02) VALUE 0.
       01 WS-S PIC 9(02) VALUE 0.
       01 WS-L PIC 9(03) VALUE 0.
       01 WS-B PIC 9(03) VALUE 0.
       01 WS-FLAGGED-CT PIC 9(02) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SORT-EOF-YES VALUE 'Y'.
       01 WS-CTL-STUDIED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(04) VALUE 0.
       01 WS-CTL-NOCONV-CT PIC 9(04) VALUE 0.
       01 WS-CTL-FLAGGED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-WRITTEN-CT PIC 9(04) VALUE 0.
       01 WS-RPT-BUS-LINE.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-BUS PIC Z9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-FED-BY PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-MAG PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-DEG PIC -(3)9.9(4).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-PCT PIC ZZ9.99.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-LOAD-P PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-LOAD-Q PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-FLAG PIC X(04).
       01 WS-RPT-SEC-LINE.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-SEC PIC Z9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-SEC-BR PIC X(08).
         05 FILLER PIC X(01) VALUE SPACES.
         05 WS-RPT-SEC-BR-CT PIC ZZ9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-SEND-P PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-SEND-Q PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-LOSS-P PIC -(8)9.9(6).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-LOSS-Q PIC -(8)9.9(6).
       01 WS-RPT-P PIC -(8)9.9(6).
       01 WS-RPT-Q PIC -(8)9.9(6).
       01 WS-RPT-CHANGE PIC -(2)9.9(8).
       01 WS-RPT-ITER PIC ZZZ9.
       01 WS-RPT-SOURCE PIC -(8)9.9(6).
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CLFLOW'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CLFLOW'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Load-flow study over the impedance master's feeders.  Each
      * CCIRCDEF circuit (or each one named on the CLFLOWP cards) is
      * laid out as a radial feeder of sections from the source bus,
      * every branch's impedance fetched from CXIMPED by keyed READ
      * and every branch's CXPOWER load placed at its section's far
      * bus.  The feeder's complex bus admittance matrix is built
      * and the bus voltages iterated by accelerated Gauss-Seidel
      * from a flat start, the source bus held at the CXPARM source
      * voltage, until no bus moves by more than the tolerance or
      * the iteration limit is reached.  CLFLOWR reports each bus's
      * voltage magnitude and angle with any outside the voltage
      * band flagged, each section's sending-end flow and loss, and
      * the feeder's load, loss and supply.  A feeder that does not
      * converge - or runs away - is reported as such, with no
      * results written.
      *
      * For the existing reports, each converged branch's receiving-
      * end voltage goes to CXVOLTS and its current to CXAMPS (the
      * phasor pair CPWRRPT turns into complex power) and the bus
      * voltage as a balanced three-phase set to CX3PHASE (which
      * CSYMRPT decomposes), all in branch-id order.
      *
      * CXPARM keywords: LFLOW-SOURCE-V (default 1, a per-unit
      * study) the source voltage in the master's units; LFLOW-
      * LOW-PCT and LFLOW-HIGH-PCT (default 95 and 105) the voltage
      * band; LFLOW-TOLERANCE (default 0.0001) the largest change
      * that counts as converged, as a fraction of the source
      * voltage; LFLOW-MAX-ITER (default 100) and LFLOW-ACCEL
      * (default 1.4) the iteration limit and acceleration factor.
      *
      * Condition code 4 means a bus was outside the band; 8 that a
      * feeder was rejected or did not converge; 12 an I-O failure.
      ******************************************************************
           PERFORM LOAD-TUNABLES
           PERFORM READ-PARAMETER-CARDS
           PERFORM LOAD-BRANCH-LOADS

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN INPUT LF-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN INPUT LF-CIRCUIT-FILE
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LF-REPORT-FILE
           MOVE 'CLFLOWR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           MOVE WS-SOURCE-V TO WS-RPT-SOURCE
           STRING
             'LOAD-FLOW STUDY - SOURCE VOLTAGE ' DELIMITED BY SIZE
             WS-RPT-SOURCE DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-NEGSEQ-RE
           MOVE 0 TO WS-NEGSEQ-IM
           MOVE 0 TO WS-ZEROSEQ-RE
           MOVE 0 TO WS-ZEROSEQ-IM

           PERFORM READ-CIRCDEF-RECORD

           PERFORM PROCESS-CIRCUIT
             UNTIL WS-EOF-YES

           CLOSE LF-MASTER-FILE
           CLOSE LF-CIRCUIT-FILE

           PERFORM RELEASE-MASTER-LOCK

           PERFORM WRITE-PHASOR-FILES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'FEEDERS STUDIED: '   DELIMITED BY SIZE
             WS-CTL-STUDIED-CT     DELIMITED BY SIZE
             '  NOT CONVERGED: '   DELIMITED BY SIZE
             WS-CTL-NOCONV-CT      DELIMITED BY SIZE
             '  REJECTED: '        DELIMITED BY SIZE
             WS-CTL-REJECT-CT      DELIMITED BY SIZE
             '  BUSES OUT OF BAND: ' DELIMITED BY SIZE
             WS-CTL-FLAGGED-CT     DELIMITED BY SIZE
             '  BRANCHES WRITTEN: ' DELIMITED BY SIZE
             WS-CTL-WRITTEN-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE LF-REPORT-FILE

           DISPLAY 'CLFLOW - STUDIED ' WS-CTL-STUDIED-CT
                ' NOT CONVERGED ' WS-CTL-NOCONV-CT
                ' REJECTED ' WS-CTL-REJECT-CT
                ' OUT OF BAND ' WS-CTL-FLAGGED-CT

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0 OR WS-CTL-NOCONV-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-FLAGGED-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
       LOAD-TUNABLES.
           MOVE 'LFLOW-SOURCE-V' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-SOURCE-V
           END-IF

           MOVE 'LFLOW-LOW-PCT' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-LOW-PCT-V
           END-IF

           MOVE 'LFLOW-HIGH-PCT' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-HIGH-PCT-V
           END-IF

           MOVE 'LFLOW-TOLERANCE' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-TOLERANCE-V
           END-IF

           MOVE 'LFLOW-MAX-ITER' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-MAX-ITER
           END-IF

           MOVE 'LFLOW-ACCEL' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-ACCEL-V
           END-IF

           COMPUTE WS-CONV-LIMIT-V = WS-TOLERANCE-V * WS-SOURCE-V
           COMPUTE WS-RUNAWAY-LIMIT-V = WS-RUNAWAY-V * WS-SOURCE-V
           .
       READ-PARAMETER-CARDS.
           OPEN INPUT LF-PARM-FILE
           MOVE 'CLFLOWP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PARM-RECORD
           PERFORM TAKE-PARM-CARD
             UNTIL WS-EOF-YES
           CLOSE LF-PARM-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-PARM-RECORD.
           READ LF-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       TAKE-PARM-CARD.
           IF LF-PARM-CIRCUIT-ID NOT = SPACES
             IF WS-SEL-CT = WS-SEL-MAX
               DISPLAY 'CLFLOW - MORE THAN ' WS-SEL-MAX
                    ' FEEDERS ON CLFLOWP - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SEL-CT
             MOVE LF-PARM-CIRCUIT-ID TO WS-SEL-ID(WS-SEL-CT)
           END-IF
           PERFORM READ-PARM-RECORD
           .
      ******************************************************************
      * The branch loads, held for the feeders to draw on.
      ******************************************************************
       LOAD-BRANCH-LOADS.
           OPEN INPUT LF-LOAD-FILE
           MOVE 'CXPOWER' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LOAD-RECORD
           PERFORM TAKE-LOAD-RECORD
             UNTIL WS-EOF-YES
           CLOSE LF-LOAD-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-LOAD-RECORD.
           READ LF-LOAD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       TAKE-LOAD-RECORD.
           IF WS-LD-CT = WS-LD-MAX
             DISPLAY 'CLFLOW - MORE THAN ' WS-LD-MAX
                  ' BRANCH LOADS ON CXPOWER - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-LD-CT
           MOVE LF-LD-BRANCH-ID TO WS-LD-BRANCH-ID(WS-LD-CT)
           MOVE LF-LD-REAL-PWR TO WS-LD-RE(WS-LD-CT)
           MOVE LF-LD-REACTIVE-PWR TO WS-LD-IM(WS-LD-CT)
           PERFORM READ-LOAD-RECORD
           .
       READ-CIRCDEF-RECORD.
           READ LF-CIRCUIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'CCIRCDEF' TO WS-IO-FILE
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
      ******************************************************************
      * One circuit: an unselected one is passed over; a selected
      * one has its branches laid out into sections and, when every
      * branch was found and the feeder fits, is studied.
      ******************************************************************
       PROCESS-CIRCUIT.
           IF NOT LF-REC-CIRCUIT
             DISPLAY 'CLFLOW - RECORD OUT OF SEQUENCE, TYPE '
                  LF-REC-TYPE ' SKIPPED'
             PERFORM READ-CIRCDEF-RECORD
           ELSE
             MOVE LF-CIRCUIT-ID TO WS-CIRCUIT-ID
             PERFORM CHECK-SELECTED

             MOVE 0 TO WS-BR-CT
             MOVE 0 TO WS-LEG-CT
             MOVE 0 TO WS-SEC-CT
             MOVE 0 TO WS-POOL-SECTION
             MOVE SPACES TO WS-OPEN-GROUP
             MOVE 'N' TO WS-CIRCUIT-BAD-SW

             PERFORM READ-CIRCDEF-RECORD

             PERFORM LOAD-CIRCUIT-BRANCH
               UNTIL WS-EOF-YES OR NOT LF-REC-BRANCH

             IF WS-SELECTED-YES
               PERFORM STUDY-CIRCUIT
             END-IF
           END-IF
           .
       CHECK-SELECTED.
           IF WS-SEL-CT = 0
             SET WS-SELECTED-YES TO TRUE
           ELSE
             MOVE 'N' TO WS-SELECTED-SW
             MOVE 1 TO WS-I
             PERFORM PROBE-SELECTED
               UNTIL WS-SELECTED-YES OR WS-I > WS-SEL-CT
           END-IF
           .
       PROBE-SELECTED.
           IF WS-SEL-ID(WS-I) = WS-CIRCUIT-ID
             SET WS-SELECTED-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
      ******************************************************************
      * Fetches one BRN record's impedance from the master and places
      * the branch in its section.  A branch the master does not
      * carry, or a feeder past the table sizes, marks the circuit
      * bad; the remaining BRN records are still walked so the file
      * position stays right.
      ******************************************************************
       LOAD-CIRCUIT-BRANCH.
           IF WS-SELECTED-YES AND NOT WS-CIRCUIT-BAD-YES
             PERFORM FETCH-BRANCH-READING

             EVALUATE TRUE
               WHEN WS-KEYFAIL-YES
                 SET WS-CIRCUIT-BAD-YES TO TRUE
                 MOVE SPACES TO WS-RPT-LINE-TEXT
                 STRING
                   'FEEDER '       DELIMITED BY SIZE
                   WS-CIRCUIT-ID   DELIMITED BY SIZE
                   ' NAMES BRANCH ' DELIMITED BY SIZE
                   LF-BRANCH-ID    DELIMITED BY SIZE
                   ' NOT ON MASTER' DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
                 PERFORM WRITE-REPORT-LINE

               WHEN WS-BR-CT = WS-BR-MAX
                 SET WS-CIRCUIT-BAD-YES TO TRUE
                 MOVE SPACES TO WS-RPT-LINE-TEXT
                 STRING
                   'FEEDER '       DELIMITED BY SIZE
                   WS-CIRCUIT-ID   DELIMITED BY SIZE
                   ' HAS TOO MANY BRANCHES' DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
                 PERFORM WRITE-REPORT-LINE

               WHEN OTHER
                 ADD 1 TO WS-BR-CT
                 MOVE LF-BRANCH-ID TO WS-BR-ID(WS-BR-CT)
                 MOVE LF-MST-RE TO WS-BR-Z-RE(WS-BR-CT)
                 MOVE LF-MST-IM TO WS-BR-Z-IM(WS-BR-CT)
                 PERFORM PLACE-BRANCH
             END-EVALUATE
           END-IF

           PERFORM READ-CIRCDEF-RECORD
           .
       FETCH-BRANCH-READING.
           MOVE 'N' TO WS-KEYFAIL-SW
           MOVE LF-BRANCH-ID TO LF-MST-BRANCH-ID

           READ LF-MASTER-FILE
             INVALID KEY
               SET WS-KEYFAIL-YES TO TRUE
           END-READ
           .
       PLACE-BRANCH.
           EVALUATE TRUE
             WHEN LF-GROUP-ID = SPACES AND LF-BRANCH-PARALLEL
               MOVE SPACES TO WS-OPEN-GROUP
               IF WS-POOL-SECTION = 0
                 PERFORM OPEN-SECTION
                 MOVE WS-SEC-CT TO WS-POOL-SECTION
               END-IF
               MOVE WS-POOL-SECTION TO WS-S
               PERFORM OPEN-LEG

             WHEN LF-GROUP-ID = SPACES
               MOVE SPACES TO WS-OPEN-GROUP
               PERFORM OPEN-SECTION
               MOVE WS-SEC-CT TO WS-S
               PERFORM OPEN-LEG

             WHEN LF-GROUP-ID = WS-OPEN-GROUP
               MOVE WS-SEC-CT TO WS-S
               IF LF-BRANCH-PARALLEL
                 PERFORM OPEN-LEG
               ELSE
                 PERFORM CHAIN-ONTO-LEG
               END-IF

             WHEN OTHER
               MOVE LF-GROUP-ID TO WS-OPEN-GROUP
               PERFORM OPEN-SECTION
               MOVE WS-SEC-CT TO WS-S
               PERFORM OPEN-LEG
           END-EVALUATE
           .
       OPEN-SECTION.
           IF WS-SEC-CT = WS-SEC-MAX
             SET WS-CIRCUIT-BAD-YES TO TRUE
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FEEDER '       DELIMITED BY SIZE
               WS-CIRCUIT-ID   DELIMITED BY SIZE
               ' HAS TOO MANY SECTIONS' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-SEC-CT
             INITIALIZE WS-SEC-ENTRY(WS-SEC-CT)
             MOVE LF-BRANCH-ID TO WS-SEC-FIRST-BR(WS-SEC-CT)
           END-IF
           .
       OPEN-LEG.
           ADD 1 TO WS-LEG-CT
           MOVE WS-S TO WS-LEG-SECTION(WS-LEG-CT)
           MOVE WS-BR-Z-COMPLEX(WS-BR-CT)
             TO WS-LEG-Z-COMPLEX(WS-LEG-CT)
           MOVE WS-LEG-CT TO WS-BR-LEG(WS-BR-CT)
           IF WS-S > 0
             ADD 1 TO WS-SEC-BR-CT(WS-S)
           END-IF
           .
       CHAIN-ONTO-LEG.
           CALL 'CMADD' USING
             WS-LEG-Z-COMPLEX(WS-LEG-CT),
             WS-BR-Z-COMPLEX(WS-BR-CT), WS-ARITH-STATUS
           MOVE WS-LEG-CT TO WS-BR-LEG(WS-BR-CT)
           ADD 1 TO WS-SEC-BR-CT(WS-S)
           .
      ******************************************************************
      * Studies one laid-out feeder: admittances, loads, the matrix,
      * the iteration, then results or the reason there are none.
      ******************************************************************
       STUDY-CIRCUIT.
           IF NOT WS-CIRCUIT-BAD-YES AND WS-SEC-CT = 0
             SET WS-CIRCUIT-BAD-YES TO TRUE
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FEEDER '       DELIMITED BY SIZE
               WS-CIRCUIT-ID   DELIMITED BY SIZE
               ' HAS NO BRANCHES' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF NOT WS-CIRCUIT-BAD-YES
             MOVE 1 TO WS-L
             PERFORM FORM-LEG-ADMITTANCE
               UNTIL WS-L > WS-LEG-CT
           END-IF

           IF WS-CIRCUIT-BAD-YES
             ADD 1 TO WS-CTL-REJECT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FEEDER '       DELIMITED BY SIZE
               WS-CIRCUIT-ID   DELIMITED BY SIZE
               ' REJECTED - NOT STUDIED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-CTL-STUDIED-CT
             COMPUTE WS-BUS-CT = WS-SEC-CT + 1
             PERFORM PLACE-BUS-LOADS
             PERFORM BUILD-ADMITTANCE-MATRIX
             PERFORM RUN-GAUSS-SEIDEL
             PERFORM REPORT-FEEDER
           END-IF
           .
      ******************************************************************
      * A leg's admittance is the reciprocal of its impedance, and a
      * section's the sum over its legs.  A zero-impedance leg has
      * no admittance and rejects the feeder.
      ******************************************************************
       FORM-LEG-ADMITTANCE.
           MOVE WS-LEG-Z-COMPLEX(WS-L) TO WS-LEG-Y-COMPLEX(WS-L)
           CALL 'CMINV' USING
             WS-LEG-Y-COMPLEX(WS-L), WS-ARITH-STATUS
           IF WS-ARITH-STATUS-ERROR
             SET WS-CIRCUIT-BAD-YES TO TRUE
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FEEDER '       DELIMITED BY SIZE
               WS-CIRCUIT-ID   DELIMITED BY SIZE
               ' HAS A ZERO-IMPEDANCE LEG IN SECTION '
                 DELIMITED BY SIZE
               WS-LEG-SECTION(WS-L) DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             MOVE WS-LEG-CT TO WS-L
           ELSE
             CALL 'CMADD' USING
               WS-SEC-Y-COMPLEX(WS-LEG-SECTION(WS-L)),
               WS-LEG-Y-COMPLEX(WS-L), WS-ARITH-STATUS
           END-IF
           ADD 1 TO WS-L
           .
      ******************************************************************
      * Each branch's load is drawn at the far bus of its section;
      * the source bus carries none.  The conjugate injection is the
      * load reversed in P and kept in Q: conj(-(P + jQ)).
      ******************************************************************
       PLACE-BUS-LOADS.
           MOVE 1 TO WS-K
           PERFORM CLEAR-ONE-BUS
             UNTIL WS-K > WS-BUS-CT

           MOVE 1 TO WS-B
           PERFORM LOAD-ONE-BRANCH
             UNTIL WS-B > WS-BR-CT

           MOVE 1 TO WS-K
           PERFORM FORM-BUS-INJECTION
             UNTIL WS-K > WS-BUS-CT
           .
       CLEAR-ONE-BUS.
           INITIALIZE WS-BUS-ENTRY(WS-K)
           MOVE WS-SOURCE-V TO WS-BUS-V-RE(WS-K)
           MOVE 0 TO WS-BUS-V-IM(WS-K)
           MOVE SPACES TO WS-BUS-FLAG(WS-K)
           ADD 1 TO WS-K
           .
       LOAD-ONE-BRANCH.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM PROBE-LOAD
             UNTIL WS-FOUND-YES OR WS-I > WS-LD-CT
           IF WS-FOUND-YES
             COMPUTE WS-K = WS-LEG-SECTION(WS-BR-LEG(WS-B)) + 1
             CALL 'CMADD' USING
               WS-BUS-LOAD-COMPLEX(WS-K),
               WS-LD-COMPLEX(WS-I), WS-ARITH-STATUS
           END-IF
           ADD 1 TO WS-B
           .
       PROBE-LOAD.
           IF WS-LD-BRANCH-ID(WS-I) = WS-BR-ID(WS-B)
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
       FORM-BUS-INJECTION.
           COMPUTE WS-BUS-SCONJ-RE(WS-K) = 0 - WS-BUS-LOAD-RE(WS-K)
           MOVE WS-BUS-LOAD-IM(WS-K) TO WS-BUS-SCONJ-IM(WS-K)
           ADD 1 TO WS-K
           .
      ******************************************************************
      * The bus admittance matrix: each section's admittance onto
      * the diagonal cells of both its buses and, negated, onto the
      * two off-diagonal cells between them.
      ******************************************************************
       BUILD-ADMITTANCE-MATRIX.
           MOVE 1 TO WS-K
           PERFORM ZERO-ONE-ROW
             UNTIL WS-K > WS-BUS-CT

           MOVE 1 TO WS-S
           PERFORM STAMP-ONE-SECTION
             UNTIL WS-S > WS-SEC-CT
           .
       ZERO-ONE-ROW.
           MOVE 1 TO WS-J
           PERFORM ZERO-ONE-CELL
             UNTIL WS-J > WS-BUS-CT
           ADD 1 TO WS-K
           .
       ZERO-ONE-CELL.
           MOVE 0 TO WS-Y-RE(WS-K, WS-J)
           MOVE 0 TO WS-Y-IM(WS-K, WS-J)
           ADD 1 TO WS-J
           .
       STAMP-ONE-SECTION.
           COMPUTE WS-K = WS-S + 1
           CALL 'CMADD' USING
             WS-Y-CELL(WS-S, WS-S),
             WS-SEC-Y-COMPLEX(WS-S), WS-ARITH-STATUS
           CALL 'CMADD' USING
             WS-Y-CELL(WS-K, WS-K),
             WS-SEC-Y-COMPLEX(WS-S), WS-ARITH-STATUS
           CALL 'CMSUB' USING
             WS-Y-CELL(WS-S, WS-K), WS-SEC-Y-COMPLEX(WS-S)
           CALL 'CMSUB' USING
             WS-Y-CELL(WS-K, WS-S), WS-SEC-Y-COMPLEX(WS-S)
           ADD 1 TO WS-S
           .
      ******************************************************************
      * Accelerated Gauss-Seidel from the flat start already in the
      * bus table: sweep every load bus until the largest change in
      * a sweep falls under the tolerance, the iteration limit is
      * reached, or a voltage runs away or collapses to zero.
      ******************************************************************
       RUN-GAUSS-SEIDEL.
           MOVE 0 TO WS-ITER
           MOVE 'N' TO WS-CONVERGED-SW
           MOVE 'N' TO WS-RUNAWAY-SW
           MOVE 0 TO WS-MAX-CHANGE-V

           PERFORM SWEEP-BUSES
             UNTIL WS-CONVERGED-YES OR WS-RUNAWAY-YES
                OR WS-ITER NOT < WS-MAX-ITER
           .
       SWEEP-BUSES.
           ADD 1 TO WS-ITER
           MOVE 0 TO WS-MAX-CHANGE-V

           MOVE 2 TO WS-K
           PERFORM UPDATE-ONE-BUS
             UNTIL WS-K > WS-BUS-CT OR WS-RUNAWAY-YES

           IF NOT WS-RUNAWAY-YES
               AND WS-MAX-CHANGE-V < WS-CONV-LIMIT-V
             SET WS-CONVERGED-YES TO TRUE
           END-IF
           .
      ******************************************************************
      * V(k) = ( conj(S(k)) / conj(V(k)) - sum of Y(k,j) V(j) over
      * j not k ) / Y(k,k), the step from the old V(k) then scaled
      * by the acceleration factor.
      ******************************************************************
       UPDATE-ONE-BUS.
           MOVE WS-BUS-V-COMPLEX(WS-K) TO WS-CONJV-COMPLEX
           CALL 'CMCONJ' USING WS-CONJV-COMPLEX
           MOVE WS-BUS-SCONJ-COMPLEX(WS-K) TO WS-SUM-COMPLEX
           CALL 'CMDIV' USING
             WS-SUM-COMPLEX, WS-CONJV-COMPLEX, WS-ARITH-STATUS
           IF WS-ARITH-STATUS-ERROR
             SET WS-RUNAWAY-YES TO TRUE
           END-IF

           MOVE 1 TO WS-J
           PERFORM SUBTRACT-ONE-TERM
             UNTIL WS-J > WS-BUS-CT

           CALL 'CMDIV' USING
             WS-SUM-COMPLEX, WS-Y-CELL(WS-K, WS-K), WS-ARITH-STATUS
           IF WS-ARITH-STATUS-ERROR
             SET WS-RUNAWAY-YES TO TRUE
           END-IF

           IF NOT WS-RUNAWAY-YES
             MOVE WS-SUM-COMPLEX TO WS-DELTA-COMPLEX
             CALL 'CMSUB' USING
               WS-DELTA-COMPLEX, WS-BUS-V-COMPLEX(WS-K)
             CALL 'CMSCALE' USING WS-DELTA-COMPLEX, WS-ACCEL-V
             CALL 'CMOD' USING WS-DELTA-COMPLEX, WS-MAG-V
             IF WS-MAG-V > WS-MAX-CHANGE-V
               MOVE WS-MAG-V TO WS-MAX-CHANGE-V
             END-IF
             CALL 'CMADD' USING
               WS-BUS-V-COMPLEX(WS-K), WS-DELTA-COMPLEX,
               WS-ARITH-STATUS

             CALL 'CMOD' USING WS-BUS-V-COMPLEX(WS-K), WS-MAG-V
             IF WS-MAG-V > WS-RUNAWAY-LIMIT-V
                 OR WS-MAG-V = 0
               SET WS-RUNAWAY-YES TO TRUE
             END-IF
           END-IF

           ADD 1 TO WS-K
           .
       SUBTRACT-ONE-TERM.
           IF WS-J NOT = WS-K
               AND (WS-Y-RE(WS-K, WS-J) NOT = 0
                 OR WS-Y-IM(WS-K, WS-J) NOT = 0)
             MOVE WS-Y-CELL(WS-K, WS-J) TO WS-TERM-COMPLEX
             CALL 'CMMULT' USING
               WS-TERM-COMPLEX, WS-BUS-V-COMPLEX(WS-J)
             CALL 'CMSUB' USING
               WS-SUM-COMPLEX, WS-TERM-COMPLEX
           END-IF
           ADD 1 TO WS-J
           .
      ******************************************************************
      * The feeder's report: the iteration's outcome, then - only
      * when it converged - buses, sections, totals, and the
      * branch results held for the phasor files.
      ******************************************************************
       REPORT-FEEDER.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITER TO WS-RPT-ITER
           MOVE WS-MAX-CHANGE-V TO WS-RPT-CHANGE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'FEEDER '        DELIMITED BY SIZE
             WS-CIRCUIT-ID    DELIMITED BY SIZE
             '  SECTIONS '    DELIMITED BY SIZE
             WS-SEC-CT        DELIMITED BY SIZE
             '  BRANCHES '    DELIMITED BY SIZE
             WS-BR-CT         DELIMITED BY SIZE
             '  ITERATIONS '  DELIMITED BY SIZE
             WS-RPT-ITER      DELIMITED BY SIZE
             '  LAST CHANGE ' DELIMITED BY SIZE
             WS-RPT-CHANGE    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
             WHEN WS-RUNAWAY-YES
               ADD 1 TO WS-CTL-NOCONV-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '  ITERATION RAN AWAY AT SWEEP ' DELIMITED BY SIZE
                 WS-RPT-ITER DELIMITED BY SIZE
                 ' - NO SOLUTION, NO RESULTS WRITTEN'
                   DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN NOT WS-CONVERGED-YES
               ADD 1 TO WS-CTL-NOCONV-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '  DID NOT CONVERGE IN ' DELIMITED BY SIZE
                 WS-RPT-ITER DELIMITED BY SIZE
                 ' ITERATIONS - NO RESULTS WRITTEN'
                   DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN OTHER
               PERFORM REPORT-CONVERGED-FEEDER
           END-EVALUATE
           .
       REPORT-CONVERGED-FEEDER.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  BUS  FED BY          VOLTAGE MAG  ANGLE DEG'
               DELIMITED BY SIZE
             '     PCT           LOAD P           LOAD Q  BAND'
               DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-FLAGGED-CT
           MOVE 1 TO WS-K
           PERFORM REPORT-ONE-BUS
             UNTIL WS-K > WS-BUS-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  SEC  FIRST BR  CT      SENDING P        SENDING Q'
               DELIMITED BY SIZE
             '           LOSS P           LOSS Q' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-TOT-LOSS-RE
           MOVE 0 TO WS-TOT-LOSS-IM
           MOVE 1 TO WS-S
           PERFORM REPORT-ONE-SECTION
             UNTIL WS-S > WS-SEC-CT

           MOVE 0 TO WS-TOT-LOAD-RE
           MOVE 0 TO WS-TOT-LOAD-IM
           MOVE 1 TO WS-K
           PERFORM TOTAL-ONE-LOAD
             UNTIL WS-K > WS-BUS-CT

           MOVE WS-TOT-LOAD-RE TO WS-RPT-P
           MOVE WS-TOT-LOAD-IM TO WS-RPT-Q
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  FEEDER LOAD   P ' DELIMITED BY SIZE
             WS-RPT-P DELIMITED BY SIZE
             '  Q ' DELIMITED BY SIZE
             WS-RPT-Q DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-LOSS-RE TO WS-RPT-P
           MOVE WS-TOT-LOSS-IM TO WS-RPT-Q
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  FEEDER LOSS   P ' DELIMITED BY SIZE
             WS-RPT-P DELIMITED BY SIZE
             '  Q ' DELIMITED BY SIZE
             WS-RPT-Q DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SEC-SEND-RE(1) TO WS-RPT-P
           MOVE WS-SEC-SEND-IM(1) TO WS-RPT-Q
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  SOURCE SUPPLY P ' DELIMITED BY SIZE
             WS-RPT-P DELIMITED BY SIZE
             '  Q ' DELIMITED BY SIZE
             WS-RPT-Q DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-FLAGGED-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  BUSES OUTSIDE THE VOLTAGE BAND: ' DELIMITED BY SIZE
               WS-FLAGGED-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 1 TO WS-B
           PERFORM HOLD-BRANCH-RESULT
             UNTIL WS-B > WS-BR-CT
           .
      ******************************************************************
      * One bus: magnitude, angle in degrees and percent of the
      * source voltage, with LOW or HIGH when outside the band.
      ******************************************************************
       REPORT-ONE-BUS.
           CALL 'CTOPOLAR' USING
             WS-BUS-V-COMPLEX(WS-K), WS-MAG-V, WS-ANG-V
           MOVE WS-MAG-V TO WS-BUS-MAG-V(WS-K)
           COMPUTE WS-BUS-DEG-V(WS-K) = WS-ANG-V * 180
           COMPUTE WS-BUS-DEG-V(WS-K) = WS-BUS-DEG-V(WS-K) / FUNCTION PI
           COMPUTE WS-BUS-PCT-V(WS-K) = WS-MAG-V / WS-SOURCE-V
           COMPUTE WS-BUS-PCT-V(WS-K) = WS-BUS-PCT-V(WS-K) * 100
           EVALUATE TRUE
             WHEN WS-BUS-PCT-V(WS-K) < WS-LOW-PCT-V
               MOVE 'LOW' TO WS-BUS-FLAG(WS-K)
             WHEN WS-BUS-PCT-V(WS-K) > WS-HIGH-PCT-V
               MOVE 'HIGH' TO WS-BUS-FLAG(WS-K)
             WHEN OTHER
               MOVE SPACES TO WS-BUS-FLAG(WS-K)
           END-EVALUATE
           IF WS-BUS-FLAG(WS-K) NOT = SPACES
             ADD 1 TO WS-FLAGGED-CT
             ADD 1 TO WS-CTL-FLAGGED-CT
           END-IF

           MOVE WS-K TO WS-RPT-BUS
           IF WS-K = 1
             MOVE 'SOURCE' TO WS-RPT-FED-BY
           ELSE
             MOVE WS-SEC-FIRST-BR(WS-K - 1) TO WS-RPT-FED-BY
           END-IF
           MOVE WS-BUS-MAG-V(WS-K) TO WS-RPT-MAG
           MOVE WS-BUS-DEG-V(WS-K) TO WS-RPT-DEG
           MOVE WS-BUS-PCT-V(WS-K) TO WS-RPT-PCT
           MOVE WS-BUS-LOAD-RE(WS-K) TO WS-RPT-LOAD-P
           MOVE WS-BUS-LOAD-IM(WS-K) TO WS-RPT-LOAD-Q
           MOVE WS-BUS-FLAG(WS-K) TO WS-RPT-FLAG
           MOVE WS-RPT-BUS-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-K
           .
      ******************************************************************
      * One section from bus S to bus S+1: its current
      * I = (V(S) - V(S+1)) * Y, the power sent in V(S) * conj(I),
      * the power received V(S+1) * conj(I), and the loss between.
      ******************************************************************
       REPORT-ONE-SECTION.
           COMPUTE WS-K = WS-S + 1
           MOVE WS-BUS-V-COMPLEX(WS-S) TO WS-DROP-COMPLEX
           CALL 'CMSUB' USING
             WS-DROP-COMPLEX, WS-BUS-V-COMPLEX(WS-K)
           MOVE WS-DROP-COMPLEX TO WS-SEC-I-COMPLEX(WS-S)
           CALL 'CMMULT' USING
             WS-SEC-I-COMPLEX(WS-S), WS-SEC-Y-COMPLEX(WS-S)

           MOVE WS-SEC-I-COMPLEX(WS-S) TO WS-CONJI-COMPLEX
           CALL 'CMCONJ' USING WS-CONJI-COMPLEX
           MOVE WS-BUS-V-COMPLEX(WS-S) TO WS-SEC-SEND-COMPLEX(WS-S)
           CALL 'CMMULT' USING
             WS-SEC-SEND-COMPLEX(WS-S), WS-CONJI-COMPLEX
           MOVE WS-BUS-V-COMPLEX(WS-K) TO WS-RECV-COMPLEX
           CALL 'CMMULT' USING
             WS-RECV-COMPLEX, WS-CONJI-COMPLEX
           MOVE WS-SEC-SEND-COMPLEX(WS-S) TO WS-SEC-LOSS-COMPLEX(WS-S)
           CALL 'CMSUB' USING
             WS-SEC-LOSS-COMPLEX(WS-S), WS-RECV-COMPLEX
           CALL 'CMADD' USING
             WS-TOT-LOSS-COMPLEX, WS-SEC-LOSS-COMPLEX(WS-S),
             WS-ARITH-STATUS

           MOVE WS-S TO WS-RPT-SEC
           MOVE WS-SEC-FIRST-BR(WS-S) TO WS-RPT-SEC-BR
           MOVE WS-SEC-BR-CT(WS-S) TO WS-RPT-SEC-BR-CT
           MOVE WS-SEC-SEND-RE(WS-S) TO WS-RPT-SEND-P
           MOVE WS-SEC-SEND-IM(WS-S) TO WS-RPT-SEND-Q
           MOVE WS-SEC-LOSS-RE(WS-S) TO WS-RPT-LOSS-P
           MOVE WS-SEC-LOSS-IM(WS-S) TO WS-RPT-LOSS-Q
           MOVE WS-RPT-SEC-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-S
           .
       TOTAL-ONE-LOAD.
           CALL 'CMADD' USING
             WS-TOT-LOAD-COMPLEX, WS-BUS-LOAD-COMPLEX(WS-K),
             WS-ARITH-STATUS
           ADD 1 TO WS-K
           .
      ******************************************************************
      * One branch's phasors for the output files: the voltage at
      * its section's far bus and the current through its own leg,
      * (V(S) - V(S+1)) / Z(leg).
      ******************************************************************
       HOLD-BRANCH-RESULT.
           IF WS-RES-CT = WS-RES-MAX
             DISPLAY 'CLFLOW - MORE THAN ' WS-RES-MAX
                  ' BRANCH RESULTS - RUN REFUSED'
             CLOSE LF-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-RES-CT
           MOVE WS-BR-LEG(WS-B) TO WS-L
           MOVE WS-LEG-SECTION(WS-L) TO WS-S
           COMPUTE WS-K = WS-S + 1
           MOVE WS-BR-ID(WS-B) TO WS-RES-BRANCH-ID(WS-RES-CT)
           MOVE WS-CIRCUIT-ID TO WS-RES-CIRCUIT-ID(WS-RES-CT)
           MOVE WS-BUS-V-COMPLEX(WS-K) TO WS-RES-V-COMPLEX(WS-RES-CT)
           MOVE WS-BUS-V-COMPLEX(WS-S) TO WS-DROP-COMPLEX
           CALL 'CMSUB' USING
             WS-DROP-COMPLEX, WS-BUS-V-COMPLEX(WS-K)
           CALL 'CMMULT' USING
             WS-DROP-COMPLEX, WS-LEG-Y-COMPLEX(WS-L)
           MOVE WS-DROP-COMPLEX TO WS-RES-I-COMPLEX(WS-RES-CT)
           ADD 1 TO WS-B
           .
      ******************************************************************
      * The held branch results, sorted by branch id, onto CXVOLTS,
      * CXAMPS and CX3PHASE - the shape and order CPWRRPT and
      * CSYMRPT read.  The three-phase set is the balanced one
      * CSYMPHAS builds from the bus voltage as positive sequence.
      ******************************************************************
       WRITE-PHASOR-FILES.
           OPEN OUTPUT LF-VOLT-FILE
           MOVE 'CXVOLTS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LF-AMP-FILE
           MOVE 'CXAMPS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LF-PHASE-FILE
           MOVE 'CX3PHASE' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           SORT LF-SORT-FILE
             ON ASCENDING KEY LF-SRT-BRANCH-ID
             INPUT PROCEDURE IS RELEASE-BRANCH-RESULTS
             OUTPUT PROCEDURE IS WRITE-SORTED-RESULTS

           CLOSE LF-VOLT-FILE
           CLOSE LF-AMP-FILE
           CLOSE LF-PHASE-FILE
           .
       RELEASE-BRANCH-RESULTS.
           MOVE 1 TO WS-I
           PERFORM RELEASE-ONE-RESULT
             UNTIL WS-I > WS-RES-CT
           .
       RELEASE-ONE-RESULT.
           MOVE WS-RES-BRANCH-ID(WS-I) TO LF-SRT-BRANCH-ID
           MOVE WS-RES-CIRCUIT-ID(WS-I) TO LF-SRT-CIRCUIT-ID
           MOVE WS-RES-V-COMPLEX(WS-I) TO LF-SRT-V-COMPLEX
           MOVE WS-RES-I-COMPLEX(WS-I) TO LF-SRT-I-COMPLEX
           RELEASE LF-SRT-RECORD
           ADD 1 TO WS-I
           .
       WRITE-SORTED-RESULTS.
           PERFORM RETURN-SORTED-RESULT
           PERFORM WRITE-ONE-RESULT
             UNTIL WS-SORT-EOF-YES
           .
       RETURN-SORTED-RESULT.
           RETURN LF-SORT-FILE
             AT END
               SET WS-SORT-EOF-YES TO TRUE
           END-RETURN
           .
       WRITE-ONE-RESULT.
           MOVE LF-SRT-BRANCH-ID TO LF-V-BRANCH-ID
           MOVE LF-SRT-V-COMPLEX TO LF-V-COMPLEX
           MOVE LF-SRT-CIRCUIT-ID TO LF-V-CIRCUIT-ID
           WRITE LF-V-IMPEDANCE-RECORD
           MOVE 'CXVOLTS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE LF-SRT-BRANCH-ID TO LF-A-BRANCH-ID
           MOVE LF-SRT-I-COMPLEX TO LF-A-COMPLEX
           MOVE LF-SRT-CIRCUIT-ID TO LF-A-CIRCUIT-ID
           WRITE LF-A-IMPEDANCE-RECORD
           MOVE 'CXAMPS' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           MOVE LF-SRT-BRANCH-ID TO LF-PH-BRANCH-ID
           CALL 'CSYMPHAS' USING
             LF-SRT-V-COMPLEX, WS-NEGSEQ-COMPLEX, WS-ZEROSEQ-COMPLEX,
             LF-PH-A-COMPLEX, LF-PH-B-COMPLEX, LF-PH-C-COMPLEX
           WRITE LF-PH-THREE-PHASE-RECORD
           MOVE 'CX3PHASE' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-CTL-WRITTEN-CT
           PERFORM RETURN-SORTED-RESULT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO LF-REPORT-LINE
           WRITE LF-REPORT-LINE
           MOVE 'CLFLOWR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CLFLOW - CXIMPED IS HELD BY '
                  WS-ENQ-CONFLICT ' - RUN REFUSED'
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - RUN REFUSED'    DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS
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
             DISPLAY 'CLFLOW - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
