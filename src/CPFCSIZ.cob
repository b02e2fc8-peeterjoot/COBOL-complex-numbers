       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPFCSIZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF-POWER-FILE ASSIGN TO "CXPOWER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PF-PARM-FILE ASSIGN TO "CPFCSIZP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT PF-REPORT-FILE ASSIGN TO "CPFCSIZR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PF-POWER-FILE
           RECORD CONTAINS 79 CHARACTERS.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==PF-P-==.
       FD  PF-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * one CPFCSIZP card per circuit: the power factor it is to be
      * corrected to, the voltage its capacitors will sit across
      * (volts) and the system frequency (hertz, 60 when zero).  A
      * card with a blank circuit id is the default for every
      * circuit without a card of its own.
       01  PF-PARM-RECORD.
         10  PF-PARM-CIRCUIT-ID    PIC X(08).
         10  PF-PARM-TARGET-PF     PIC 9(01)V9(04).
         10  PF-PARM-NOMINAL-V     PIC 9(06)V9(02).
         10  PF-PARM-SYS-FREQ      PIC 9(03)V9(02).
         10  FILLER                PIC X(54).
       FD  PF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PF-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the targets off the cards, the blank-id default apart.
       01 WS-TARGET-TABLE.
         05 WS-TARGET-CT PIC 9(04) VALUE 0.
         05 WS-TARGET-ENTRY OCCURS 100 TIMES.
           10 WS-TGT-CIRCUIT-ID  PIC X(08).
           10 WS-TGT-PF-V        COMP-2.
           10 WS-TGT-VOLT-V      COMP-2.
           10 WS-TGT-FREQ-V      COMP-2.
       01 WS-TARGET-MAX   PIC 9(04) VALUE 100.
       01 WS-DEFAULT-SW   PIC X(01) VALUE 'N'.
         88 WS-DEFAULT-YES VALUE 'Y'.
       01 WS-DFT-PF-V     COMP-2.
       01 WS-DFT-VOLT-V   COMP-2.
       01 WS-DFT-FREQ-V   COMP-2.
      ******************************************************************
      * the per-circuit roll-up: real power, reactive power before
      * correction, and the correction applied, so the circuit's
      * apparent power before and after falls out of the sums.
      ******************************************************************
       01 WS-CIRCUIT-TABLE.
         05 WS-CIRCUIT-CT PIC 9(04) VALUE 0.
         05 WS-CIRCUIT-ENTRY OCCURS 200 TIMES.
           10 WS-CIR-CIRCUIT-ID  PIC X(08).
           10 WS-CIR-BRANCH-CT   PIC 9(06).
           10 WS-CIR-CORR-CT     PIC 9(06).
           10 WS-CIR-P-V         COMP-2.
           10 WS-CIR-Q-V         COMP-2.
           10 WS-CIR-QC-V        COMP-2.
           10 WS-CIR-CAP-V       COMP-2.
       01 WS-CIRCUIT-MAX  PIC 9(04) VALUE 200.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-FOUND-IX     PIC 9(04) VALUE 0.
       01 WS-CIR-IX       PIC 9(04) VALUE 0.
      * the branch in hand and its correction.
       01 WS-PF-TARGET-V  COMP-2.
       01 WS-VOLT-V       COMP-2.
       01 WS-FREQ-V       COMP-2.
       01 WS-TAN-NOW-V    COMP-2.
       01 WS-TAN-TGT-V    COMP-2.
       01 WS-QC-V         COMP-2.
       01 WS-Q-AFTER-V    COMP-2.
       01 WS-S-AFTER-V    COMP-2.
       01 WS-CAP-V        COMP-2.
       01 WS-S-BEFORE-V   COMP-2.
       01 WS-TOT-QC-V     COMP-2 VALUE 0.
       01 WS-TOT-CAP-V    COMP-2 VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-BRANCH-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-CORR-CT    PIC 9(06) VALUE 0.
       01 WS-CTL-NOTGT-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-SKIP-CT    PIC 9(06) VALUE 0.
       01 WS-KVA-DISP     PIC -(7)9.999.
       01 WS-KVA2-DISP    PIC -(7)9.999.
       01 WS-KVAR-DISP    PIC -(7)9.999.
       01 WS-UF-DISP      PIC -(7)9.999.
       01 WS-PF-DISP      PIC 9.9999.
       01 WS-PF2-DISP     PIC 9.9999.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Power-factor correction sizing off the CXPOWER file CPWRRPT
      * writes: every branch drawing lagging reactive power at a
      * power factor under its circuit's CPFCSIZP target is sized
      * for the shunt capacitance that brings it to the target,
      *   QC = P * (TAN(ACOS PF) - TAN(ACOS TARGET))
      *   C  = QC / (2 PI F V**2)
      * and the report gives the branch's kVAR, the capacitance in
      * microfarads at system frequency, and its apparent power
      * before and after - the justification for the capacitor-
      * bank purchase.  Circuits roll up at the end from a table,
      * so CXPOWER's branch order need not keep circuits together.
      * A branch with no target card (and no default card) is
      * listed and raises the warning return code; a run with no
      * cards at all is refused.
      ******************************************************************
           PERFORM LOAD-TARGET-CARDS

           OPEN INPUT PF-POWER-FILE
           MOVE 'CXPOWER' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT PF-REPORT-FILE
           MOVE 'CPFCSIZR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'POWER-FACTOR CORRECTION SIZING' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BRANCH   CIRCUIT   PF NOW  TARGET'  DELIMITED BY SIZE
             '     KVAR NEEDED  CAPACITANCE UF'   DELIMITED BY SIZE
             '      KVA BEFORE       KVA AFTER'   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-POWER-RECORD
           PERFORM SIZE-ONE-BRANCH
             UNTIL WS-EOF-YES

           PERFORM WRITE-CIRCUIT-ROLLUP

           CLOSE PF-POWER-FILE
           CLOSE PF-REPORT-FILE

           DISPLAY 'CPFCSIZ - BRANCHES: ' WS-CTL-BRANCH-CT
                ' CORRECTED: ' WS-CTL-CORR-CT
                ' NO TARGET: ' WS-CTL-NOTGT-CT

           IF WS-CTL-NOTGT-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Loads the CPFCSIZP cards.  A target outside (0,1], or a
      * card past the table, is reported on the job log and
      * ignored; no usable card at all refuses the run.
      ******************************************************************
       LOAD-TARGET-CARDS.
           OPEN INPUT PF-PARM-FILE
           MOVE 'CPFCSIZP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PARM-RECORD
           PERFORM LOAD-ONE-TARGET
             UNTIL WS-EOF-YES

           CLOSE PF-PARM-FILE
           MOVE 'N' TO WS-EOF-SW

           IF WS-TARGET-CT = 0 AND NOT WS-DEFAULT-YES
             DISPLAY 'CPFCSIZ - NO USABLE CPFCSIZP CARD - '
                  'RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-PARM-RECORD.
           READ PF-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-ONE-TARGET.
           EVALUATE TRUE
             WHEN PF-PARM-TARGET-PF NOT NUMERIC
               OR PF-PARM-TARGET-PF = 0
               OR PF-PARM-TARGET-PF > 1
               DISPLAY 'CPFCSIZ - CARD FOR CIRCUIT '
                    PF-PARM-CIRCUIT-ID ' HAS NO VALID TARGET PF - '
                    'IGNORED'
             WHEN PF-PARM-CIRCUIT-ID = SPACES
               SET WS-DEFAULT-YES TO TRUE
               MOVE PF-PARM-TARGET-PF TO WS-DFT-PF-V
               PERFORM TAKE-CARD-VOLT-FREQ
               MOVE WS-VOLT-V TO WS-DFT-VOLT-V
               MOVE WS-FREQ-V TO WS-DFT-FREQ-V
             WHEN WS-TARGET-CT = WS-TARGET-MAX
               DISPLAY 'CPFCSIZ - MORE THAN ' WS-TARGET-MAX
                    ' CIRCUIT CARDS - ' PF-PARM-CIRCUIT-ID
                    ' IGNORED'
             WHEN OTHER
               ADD 1 TO WS-TARGET-CT
               MOVE PF-PARM-CIRCUIT-ID
                 TO WS-TGT-CIRCUIT-ID(WS-TARGET-CT)
               MOVE PF-PARM-TARGET-PF TO WS-TGT-PF-V(WS-TARGET-CT)
               PERFORM TAKE-CARD-VOLT-FREQ
               MOVE WS-VOLT-V TO WS-TGT-VOLT-V(WS-TARGET-CT)
               MOVE WS-FREQ-V TO WS-TGT-FREQ-V(WS-TARGET-CT)
           END-EVALUATE

           PERFORM READ-PARM-RECORD
           .
       TAKE-CARD-VOLT-FREQ.
           IF PF-PARM-NOMINAL-V NUMERIC
             MOVE PF-PARM-NOMINAL-V TO WS-VOLT-V
           ELSE
             MOVE 0 TO WS-VOLT-V
           END-IF

           IF PF-PARM-SYS-FREQ NUMERIC AND PF-PARM-SYS-FREQ > 0
             MOVE PF-PARM-SYS-FREQ TO WS-FREQ-V
           ELSE
             MOVE 60 TO WS-FREQ-V
           END-IF
           .
       READ-POWER-RECORD.
           READ PF-POWER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One CXPOWER branch: finds its target, accumulates it into
      * its circuit, and sizes the correction when it is lagging
      * and under target.
      ******************************************************************
       SIZE-ONE-BRANCH.
           ADD 1 TO WS-CTL-BRANCH-CT

           PERFORM FIND-BRANCH-TARGET

           IF WS-FOUND-IX = 0 AND NOT WS-DEFAULT-YES
             ADD 1 TO WS-CTL-NOTGT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               PF-P-BRANCH-ID     DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               PF-P-CIRCUIT-ID    DELIMITED BY SIZE
               '  NO TARGET PF CARD FOR CIRCUIT - NOT SIZED'
                                  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM FIND-CIRCUIT-ENTRY
             PERFORM SIZE-CORRECTION
           END-IF

           PERFORM READ-POWER-RECORD
           .
       FIND-BRANCH-TARGET.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-I

           PERFORM MATCH-ONE-TARGET
             UNTIL WS-I > WS-TARGET-CT OR WS-FOUND-IX > 0

           IF WS-FOUND-IX > 0
             MOVE WS-TGT-PF-V(WS-FOUND-IX) TO WS-PF-TARGET-V
             MOVE WS-TGT-VOLT-V(WS-FOUND-IX) TO WS-VOLT-V
             MOVE WS-TGT-FREQ-V(WS-FOUND-IX) TO WS-FREQ-V
           ELSE
             MOVE WS-DFT-PF-V TO WS-PF-TARGET-V
             MOVE WS-DFT-VOLT-V TO WS-VOLT-V
             MOVE WS-DFT-FREQ-V TO WS-FREQ-V
           END-IF
           .
       MATCH-ONE-TARGET.
           IF WS-TGT-CIRCUIT-ID(WS-I) = PF-P-CIRCUIT-ID
             MOVE WS-I TO WS-FOUND-IX
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Finds the branch's circuit in the roll-up table, opening an
      * entry the first time the circuit is seen; past the table's
      * capacity the branch is still sized, only not rolled up.
      ******************************************************************
       FIND-CIRCUIT-ENTRY.
           MOVE 0 TO WS-CIR-IX
           MOVE 1 TO WS-I

           PERFORM MATCH-ONE-CIRCUIT
             UNTIL WS-I > WS-CIRCUIT-CT OR WS-CIR-IX > 0

           IF WS-CIR-IX = 0 AND WS-CIRCUIT-CT < WS-CIRCUIT-MAX
             ADD 1 TO WS-CIRCUIT-CT
             MOVE WS-CIRCUIT-CT TO WS-CIR-IX
             MOVE PF-P-CIRCUIT-ID TO WS-CIR-CIRCUIT-ID(WS-CIR-IX)
             MOVE 0 TO WS-CIR-BRANCH-CT(WS-CIR-IX)
             MOVE 0 TO WS-CIR-CORR-CT(WS-CIR-IX)
             MOVE 0 TO WS-CIR-P-V(WS-CIR-IX)
             MOVE 0 TO WS-CIR-Q-V(WS-CIR-IX)
             MOVE 0 TO WS-CIR-QC-V(WS-CIR-IX)
             MOVE 0 TO WS-CIR-CAP-V(WS-CIR-IX)
           END-IF
           .
       MATCH-ONE-CIRCUIT.
           IF WS-CIR-CIRCUIT-ID(WS-I) = PF-P-CIRCUIT-ID
             MOVE WS-I TO WS-CIR-IX
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * The correction for one branch.  Only a branch drawing real
      * power with lagging reactive power under target is sized -
      * a leading branch wants a reactor, not a capacitor, and is
      * left alone.  The capacitance is only worked out when the
      * circuit's card gives a voltage.
      ******************************************************************
       SIZE-CORRECTION.
           MOVE 0 TO WS-QC-V
           MOVE 0 TO WS-CAP-V
           MOVE PF-P-APPARENT-PWR TO WS-S-BEFORE-V

           IF PF-P-REAL-PWR > 0
               AND PF-P-REACTIVE-PWR > 0
               AND PF-P-POWER-FACTOR < WS-PF-TARGET-V
             COMPUTE WS-TAN-NOW-V =
               PF-P-REACTIVE-PWR / PF-P-REAL-PWR
             COMPUTE WS-TAN-TGT-V =
               FUNCTION SQRT(1 - (WS-PF-TARGET-V * WS-PF-TARGET-V))
                 / WS-PF-TARGET-V
             COMPUTE WS-QC-V =
               PF-P-REAL-PWR * (WS-TAN-NOW-V - WS-TAN-TGT-V)
             IF WS-VOLT-V > 0
               COMPUTE WS-CAP-V = WS-QC-V /
                 (2 * FUNCTION PI * WS-FREQ-V * WS-VOLT-V * WS-VOLT-V)
             END-IF
           END-IF

           COMPUTE WS-Q-AFTER-V = PF-P-REACTIVE-PWR - WS-QC-V
           COMPUTE WS-S-AFTER-V = FUNCTION SQRT(
             (PF-P-REAL-PWR * PF-P-REAL-PWR)
               + (WS-Q-AFTER-V * WS-Q-AFTER-V))

           IF WS-CIR-IX > 0
             ADD 1 TO WS-CIR-BRANCH-CT(WS-CIR-IX)
             COMPUTE WS-CIR-P-V(WS-CIR-IX) =
               WS-CIR-P-V(WS-CIR-IX) + PF-P-REAL-PWR
             COMPUTE WS-CIR-Q-V(WS-CIR-IX) =
               WS-CIR-Q-V(WS-CIR-IX) + PF-P-REACTIVE-PWR
             COMPUTE WS-CIR-QC-V(WS-CIR-IX) =
               WS-CIR-QC-V(WS-CIR-IX) + WS-QC-V
             COMPUTE WS-CIR-CAP-V(WS-CIR-IX) =
               WS-CIR-CAP-V(WS-CIR-IX) + WS-CAP-V
           END-IF

           IF WS-QC-V > 0
             ADD 1 TO WS-CTL-CORR-CT
             IF WS-CIR-IX > 0
               ADD 1 TO WS-CIR-CORR-CT(WS-CIR-IX)
             END-IF
             COMPUTE WS-TOT-QC-V = WS-TOT-QC-V + WS-QC-V
             COMPUTE WS-TOT-CAP-V = WS-TOT-CAP-V + WS-CAP-V
             PERFORM WRITE-BRANCH-LINE
           ELSE
             ADD 1 TO WS-CTL-SKIP-CT
           END-IF
           .
       WRITE-BRANCH-LINE.
           COMPUTE WS-PF-DISP ROUNDED = PF-P-POWER-FACTOR
           COMPUTE WS-PF2-DISP ROUNDED = WS-PF-TARGET-V
           COMPUTE WS-KVAR-DISP ROUNDED = WS-QC-V / 1000
           COMPUTE WS-UF-DISP ROUNDED = WS-CAP-V * 1000000
           COMPUTE WS-KVA-DISP ROUNDED = WS-S-BEFORE-V / 1000
           COMPUTE WS-KVA2-DISP ROUNDED = WS-S-AFTER-V / 1000

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             PF-P-BRANCH-ID     DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             PF-P-CIRCUIT-ID    DELIMITED BY SIZE
             '  '               DELIMITED BY SIZE
             WS-PF-DISP         DELIMITED BY SIZE
             '  '               DELIMITED BY SIZE
             WS-PF2-DISP        DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-KVAR-DISP       DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-UF-DISP         DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-KVA-DISP        DELIMITED BY SIZE
             '    '             DELIMITED BY SIZE
             WS-KVA2-DISP       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           IF WS-VOLT-V = 0
             MOVE '  NO VOLTAGE' TO WS-RPT-LINE-TEXT(54:12)
           END-IF

           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Circuit roll-up: the kVAR and capacitance to buy per
      * circuit, with the circuit's apparent power |P + jQ| before
      * and |P + j(Q - QC)| after correction.
      ******************************************************************
       WRITE-CIRCUIT-ROLLUP.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CIRCUIT   BRANCHES  CORRECTED'     DELIMITED BY SIZE
             '  KVAR NEEDED  CAPACITANCE UF'     DELIMITED BY SIZE
             '      KVA BEFORE       KVA AFTER'  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-CIR-IX
           PERFORM WRITE-ONE-CIRCUIT
             UNTIL WS-CIR-IX > WS-CIRCUIT-CT

           COMPUTE WS-KVAR-DISP ROUNDED = WS-TOT-QC-V / 1000
           COMPUTE WS-UF-DISP ROUNDED = WS-TOT-CAP-V * 1000000
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'ALL CIRCUITS: BRANCHES='  DELIMITED BY SIZE
             WS-CTL-BRANCH-CT           DELIMITED BY SIZE
             '  CORRECTED='             DELIMITED BY SIZE
             WS-CTL-CORR-CT             DELIMITED BY SIZE
             '  NO TARGET='             DELIMITED BY SIZE
             WS-CTL-NOTGT-CT            DELIMITED BY SIZE
             '  KVAR='                  DELIMITED BY SIZE
             WS-KVAR-DISP               DELIMITED BY SIZE
             '  UF='                    DELIMITED BY SIZE
             WS-UF-DISP                 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-ONE-CIRCUIT.
           COMPUTE WS-KVAR-DISP ROUNDED =
             WS-CIR-QC-V(WS-CIR-IX) / 1000
           COMPUTE WS-UF-DISP ROUNDED =
             WS-CIR-CAP-V(WS-CIR-IX) * 1000000
           COMPUTE WS-S-BEFORE-V = FUNCTION SQRT(
             (WS-CIR-P-V(WS-CIR-IX) * WS-CIR-P-V(WS-CIR-IX))
               + (WS-CIR-Q-V(WS-CIR-IX) * WS-CIR-Q-V(WS-CIR-IX)))
           COMPUTE WS-Q-AFTER-V =
             WS-CIR-Q-V(WS-CIR-IX) - WS-CIR-QC-V(WS-CIR-IX)
           COMPUTE WS-S-AFTER-V = FUNCTION SQRT(
             (WS-CIR-P-V(WS-CIR-IX) * WS-CIR-P-V(WS-CIR-IX))
               + (WS-Q-AFTER-V * WS-Q-AFTER-V))
           COMPUTE WS-KVA-DISP ROUNDED = WS-S-BEFORE-V / 1000
           COMPUTE WS-KVA2-DISP ROUNDED = WS-S-AFTER-V / 1000

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-CIR-CIRCUIT-ID(WS-CIR-IX) DELIMITED BY SIZE
             '  '                         DELIMITED BY SIZE
             WS-CIR-BRANCH-CT(WS-CIR-IX)  DELIMITED BY SIZE
             '    '                       DELIMITED BY SIZE
             WS-CIR-CORR-CT(WS-CIR-IX)    DELIMITED BY SIZE
             '    '                       DELIMITED BY SIZE
             WS-KVAR-DISP                 DELIMITED BY SIZE
             '    '                       DELIMITED BY SIZE
             WS-UF-DISP                   DELIMITED BY SIZE
             '    '                       DELIMITED BY SIZE
             WS-KVA-DISP                  DELIMITED BY SIZE
             '    '                       DELIMITED BY SIZE
             WS-KVA2-DISP                 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-CIR-IX
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE
           MOVE 'CPFCSIZR' TO WS-IO-FILE
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
             DISPLAY 'CPFCSIZ - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
