       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CFLTSTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FS-SEQZ-FILE ASSIGN TO "CXSEQZ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT FS-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-MST-BRANCH-ID
               ALTERNATE RECORD KEY IS FS-MST-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT FS-REPORT-FILE ASSIGN TO "CFLTSTDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FS-SEQZ-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CXSEQZ REPLACING ==(PRFX)== BY ==FS-SQ-==.
       FD  FS-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==FS-MST-==.
       FD  FS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FS-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the bus under study: its three sequence impedances, the
      * fault impedance, and the prefault voltage as a complex
      * phase-A reference.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z1-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z2-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z0-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZF-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-VF-==.
       01 WS-Z1-FROM PIC X(08) VALUE SPACES.
      ******************************************************************
      * the fault calculation's working terms: Z0 + 3 ZF is the
      * zero-sequence path with the fault impedance in the ground
      * return, DEN the series sum each fault divides the prefault
      * voltage by, ZP the double-line-to-ground parallel branch.
      ******************************************************************
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z0F-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DEN-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZSUM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZP-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-I1-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-I2-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-I0-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-IA-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-IB-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-IC-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-POLAR-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-THREE-==.
       01 WS-DEG-V        COMP-2.
       01 WS-FAULT-LABEL  PIC X(04) VALUE SPACES.
       01 WS-FAULT-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-FAULT-BAD-YES VALUE 'Y'.
       01 WS-BUS-BAD-SW   PIC X(01) VALUE 'N'.
         88 WS-BUS-BAD-YES VALUE 'Y'.
       01 WS-KEYFAIL-SW   PIC X(01) VALUE 'N'.
         88 WS-KEYFAIL-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-BUS-CT    PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-ARITH-ERR-CT  PIC 9(04) VALUE 0.
       01 WS-VF-DISP      PIC -(8)9.99.
       01 WS-ZRE-DISP     PIC -(6)9.9999.
       01 WS-ZIM-DISP     PIC -(6)9.9999.
       01 WS-IA-MAG-DISP  PIC -(8)9.99.
       01 WS-IA-ANG-DISP  PIC ---9.9.
       01 WS-IB-MAG-DISP  PIC -(8)9.99.
       01 WS-IB-ANG-DISP  PIC ---9.9.
       01 WS-IC-MAG-DISP  PIC -(8)9.99.
       01 WS-IC-ANG-DISP  PIC ---9.9.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Unbalanced fault study: for every bus on the CXSEQZ
      * sequence-impedance file the four standard shunt faults are
      * solved in sequence quantities (phase A the reference, the
      * unbalanced faults taken on phases B and C):
      *   three-phase       I1 = VF / (Z1 + ZF)
      *   line-to-ground    I1 = I2 = I0 = VF / (Z1 + Z2 + Z0 + 3ZF)
      *   line-to-line      I1 = -I2 = VF / (Z1 + Z2 + ZF)
      *   dbl-line-ground   I1 = VF / (Z1 + Z2 || (Z0 + 3ZF))
      *                     I2 = -I1 (Z0 + 3ZF) / (Z2 + Z0 + 3ZF)
      *                     I0 = -I1 Z2 / (Z2 + Z0 + 3ZF)
      * and the sequence currents are taken back to phase currents
      * through the a-operator by CSYMPHAS, the inverse of the
      * CSYMCOMP decomposition CSYMRPT uses.  The CFLTSTDR report
      * carries IA, IB and IC in magnitude and angle for every
      * fault at every bus - the figures the annual protection-
      * settings review works from.  A bus whose Z1 is neither on
      * the file nor on the CXIMPED master, or a fault whose
      * denominator vanishes, raises the data-reject return code.
      ******************************************************************
           OPEN INPUT FS-SEQZ-FILE
           MOVE 'CXSEQZ' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN INPUT FS-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT FS-REPORT-FILE
           MOVE 'CFLTSTDR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'UNBALANCED FAULT STUDY' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 3 TO WS-THREE-V

           PERFORM READ-SEQZ-RECORD
           PERFORM STUDY-ONE-BUS
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BUSES STUDIED: '  DELIMITED BY SIZE
             WS-CTL-BUS-CT      DELIMITED BY SIZE
             '  REJECTED: '     DELIMITED BY SIZE
             WS-CTL-REJECT-CT   DELIMITED BY SIZE
             '  FAULTS NOT SOLVED: ' DELIMITED BY SIZE
             WS-ARITH-ERR-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE FS-SEQZ-FILE
           CLOSE FS-MASTER-FILE
           CLOSE FS-REPORT-FILE

           DISPLAY 'CFLTSTD - BUSES STUDIED: ' WS-CTL-BUS-CT
                ' REJECTED: ' WS-CTL-REJECT-CT
                ' ARITHMETIC ERRORS: ' WS-ARITH-ERR-CT

           IF WS-CTL-REJECT-CT > 0 OR WS-ARITH-ERR-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-SEQZ-RECORD.
           READ FS-SEQZ-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       STUDY-ONE-BUS.
           PERFORM RESOLVE-BUS-IMPEDANCES

           IF WS-BUS-BAD-YES
             ADD 1 TO WS-CTL-REJECT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'BUS '             DELIMITED BY SIZE
               FS-SQ-BUS-ID       DELIMITED BY SIZE
               ' FEEDER '         DELIMITED BY SIZE
               FS-SQ-FEEDER-ID    DELIMITED BY SIZE
               ' NO Z1 ON CXSEQZ OR CXIMPED - NOT STUDIED'
                                  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-CTL-BUS-CT
             PERFORM WRITE-BUS-HEADING
             PERFORM FAULT-THREE-PHASE
             PERFORM FAULT-LINE-TO-GROUND
             PERFORM FAULT-LINE-TO-LINE
             PERFORM FAULT-DOUBLE-LINE-GROUND
           END-IF

           PERFORM READ-SEQZ-RECORD
           .
      ******************************************************************
      * Settles the bus's impedances: Z1 off the record, or off the
      * CXIMPED master under the bus id when the record leaves it
      * zero; Z2 defaulted to Z1 for static plant; the prefault
      * voltage defaulted to 1.0 per unit.
      ******************************************************************
       RESOLVE-BUS-IMPEDANCES.
           MOVE 'N' TO WS-BUS-BAD-SW

           IF FS-SQ-Z1-RE = 0 AND FS-SQ-Z1-IM = 0
             MOVE 'N' TO WS-KEYFAIL-SW
             MOVE FS-SQ-BUS-ID TO FS-MST-BRANCH-ID

             READ FS-MASTER-FILE
               INVALID KEY
                 SET WS-KEYFAIL-YES TO TRUE
             END-READ

             IF WS-KEYFAIL-YES
               SET WS-BUS-BAD-YES TO TRUE
             ELSE
               MOVE FS-MST-COMPLEX TO WS-Z1-COMPLEX
               MOVE 'CXIMPED' TO WS-Z1-FROM
             END-IF
           ELSE
             MOVE FS-SQ-Z1-COMPLEX TO WS-Z1-COMPLEX
             MOVE 'CXSEQZ' TO WS-Z1-FROM
           END-IF

           IF FS-SQ-Z2-RE = 0 AND FS-SQ-Z2-IM = 0
             MOVE WS-Z1-COMPLEX TO WS-Z2-COMPLEX
           ELSE
             MOVE FS-SQ-Z2-COMPLEX TO WS-Z2-COMPLEX
           END-IF

           MOVE FS-SQ-Z0-COMPLEX TO WS-Z0-COMPLEX
           MOVE FS-SQ-ZF-COMPLEX TO WS-ZF-COMPLEX

           IF FS-SQ-PREFAULT-V = 0
             MOVE 1 TO WS-VF-RE
           ELSE
             MOVE FS-SQ-PREFAULT-V TO WS-VF-RE
           END-IF
           MOVE 0 TO WS-VF-IM

      *    Z0 + 3 ZF, the zero-sequence path through the fault
           MOVE WS-ZF-COMPLEX TO WS-Z0F-COMPLEX
           CALL 'CMSCALE' USING WS-Z0F-COMPLEX, WS-THREE-V
           CALL 'CMADD' USING
             WS-Z0F-COMPLEX, WS-Z0-COMPLEX, WS-ARITH-STATUS
           .
       WRITE-BUS-HEADING.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-VF-RE TO WS-VF-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BUS '             DELIMITED BY SIZE
             FS-SQ-BUS-ID       DELIMITED BY SIZE
             '  FEEDER '        DELIMITED BY SIZE
             FS-SQ-FEEDER-ID    DELIMITED BY SIZE
             '  PREFAULT V='    DELIMITED BY SIZE
             WS-VF-DISP         DELIMITED BY SIZE
             '  Z1 FROM '       DELIMITED BY SIZE
             WS-Z1-FROM         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-Z1-RE TO WS-ZRE-DISP
           MOVE WS-Z1-IM TO WS-ZIM-DISP
           MOVE '  Z1' TO WS-FAULT-LABEL
           PERFORM WRITE-IMPEDANCE-LINE
           MOVE WS-Z2-RE TO WS-ZRE-DISP
           MOVE WS-Z2-IM TO WS-ZIM-DISP
           MOVE '  Z2' TO WS-FAULT-LABEL
           PERFORM WRITE-IMPEDANCE-LINE
           MOVE WS-Z0-RE TO WS-ZRE-DISP
           MOVE WS-Z0-IM TO WS-ZIM-DISP
           MOVE '  Z0' TO WS-FAULT-LABEL
           PERFORM WRITE-IMPEDANCE-LINE
           MOVE WS-ZF-RE TO WS-ZRE-DISP
           MOVE WS-ZF-IM TO WS-ZIM-DISP
           MOVE '  ZF' TO WS-FAULT-LABEL
           PERFORM WRITE-IMPEDANCE-LINE
           .
       WRITE-IMPEDANCE-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-FAULT-LABEL     DELIMITED BY SIZE
             ' = '              DELIMITED BY SIZE
             WS-ZRE-DISP        DELIMITED BY SIZE
             ' + J'             DELIMITED BY SIZE
             WS-ZIM-DISP        DELIMITED BY SIZE
             ' OHM'             DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Balanced three-phase fault: positive sequence only.
      ******************************************************************
       FAULT-THREE-PHASE.
           MOVE '3PH ' TO WS-FAULT-LABEL
           MOVE 'N' TO WS-FAULT-BAD-SW

           MOVE WS-Z1-COMPLEX TO WS-DEN-COMPLEX
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-ZF-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE WS-VF-COMPLEX TO WS-I1-COMPLEX
           CALL 'CMDIV' USING
             WS-I1-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE 0 TO WS-I2-RE
           MOVE 0 TO WS-I2-IM
           MOVE 0 TO WS-I0-RE
           MOVE 0 TO WS-I0-IM

           PERFORM REPORT-FAULT-CURRENTS
           .
      ******************************************************************
      * Single line-to-ground on phase A: the three sequence
      * networks in series through 3 ZF.
      ******************************************************************
       FAULT-LINE-TO-GROUND.
           MOVE 'SLG ' TO WS-FAULT-LABEL
           MOVE 'N' TO WS-FAULT-BAD-SW

           MOVE WS-Z1-COMPLEX TO WS-DEN-COMPLEX
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-Z2-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-Z0F-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE WS-VF-COMPLEX TO WS-I1-COMPLEX
           CALL 'CMDIV' USING
             WS-I1-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE WS-I1-COMPLEX TO WS-I2-COMPLEX
           MOVE WS-I1-COMPLEX TO WS-I0-COMPLEX

           PERFORM REPORT-FAULT-CURRENTS
           .
      ******************************************************************
      * Line-to-line between phases B and C through ZF: positive
      * and negative networks in opposition, no zero sequence.
      ******************************************************************
       FAULT-LINE-TO-LINE.
           MOVE 'LL  ' TO WS-FAULT-LABEL
           MOVE 'N' TO WS-FAULT-BAD-SW

           MOVE WS-Z1-COMPLEX TO WS-DEN-COMPLEX
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-Z2-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-ZF-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE WS-VF-COMPLEX TO WS-I1-COMPLEX
           CALL 'CMDIV' USING
             WS-I1-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           MOVE WS-I1-COMPLEX TO WS-I2-COMPLEX
           CALL 'CMNEGATE' USING WS-I2-COMPLEX
           MOVE 0 TO WS-I0-RE
           MOVE 0 TO WS-I0-IM

           PERFORM REPORT-FAULT-CURRENTS
           .
      ******************************************************************
      * Double line-to-ground on phases B and C, ZF in the common
      * ground return: the negative network in parallel with the
      * zero network and its 3 ZF, the positive current dividing
      * between them.
      ******************************************************************
       FAULT-DOUBLE-LINE-GROUND.
           MOVE 'DLG ' TO WS-FAULT-LABEL
           MOVE 'N' TO WS-FAULT-BAD-SW

      *    ZSUM = Z2 + Z0 + 3ZF;  ZP = Z2 (Z0 + 3ZF) / ZSUM
           MOVE WS-Z2-COMPLEX TO WS-ZSUM-COMPLEX
           CALL 'CMADD' USING
             WS-ZSUM-COMPLEX, WS-Z0F-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           CALL 'CMULT' USING
             WS-Z2-COMPLEX, WS-Z0F-COMPLEX, WS-ZP-COMPLEX
           CALL 'CMDIV' USING
             WS-ZP-COMPLEX, WS-ZSUM-COMPLEX, WS-ARITH-STATUS
           PERFORM NOTE-ARITH-STATUS

           IF WS-FAULT-BAD-YES
             PERFORM REPORT-FAULT-CURRENTS
           ELSE
             MOVE WS-Z1-COMPLEX TO WS-DEN-COMPLEX
             CALL 'CMADD' USING
               WS-DEN-COMPLEX, WS-ZP-COMPLEX, WS-ARITH-STATUS
             PERFORM NOTE-ARITH-STATUS

             MOVE WS-VF-COMPLEX TO WS-I1-COMPLEX
             CALL 'CMDIV' USING
               WS-I1-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
             PERFORM NOTE-ARITH-STATUS

      *      I2 = -I1 (Z0 + 3ZF) / ZSUM
             CALL 'CMULT' USING
               WS-I1-COMPLEX, WS-Z0F-COMPLEX, WS-I2-COMPLEX
             CALL 'CMDIV' USING
               WS-I2-COMPLEX, WS-ZSUM-COMPLEX, WS-ARITH-STATUS
             PERFORM NOTE-ARITH-STATUS
             CALL 'CMNEGATE' USING WS-I2-COMPLEX

      *      I0 = -I1 Z2 / ZSUM
             CALL 'CMULT' USING
               WS-I1-COMPLEX, WS-Z2-COMPLEX, WS-I0-COMPLEX
             CALL 'CMDIV' USING
               WS-I0-COMPLEX, WS-ZSUM-COMPLEX, WS-ARITH-STATUS
             PERFORM NOTE-ARITH-STATUS
             CALL 'CMNEGATE' USING WS-I0-COMPLEX

             PERFORM REPORT-FAULT-CURRENTS
           END-IF
           .
       NOTE-ARITH-STATUS.
           IF WS-ARITH-STATUS-ERROR
             SET WS-FAULT-BAD-YES TO TRUE
           END-IF
           .
      ******************************************************************
      * Takes the fault's sequence currents back to phase currents
      * through CSYMPHAS and writes IA, IB and IC in magnitude and
      * angle (degrees, phase-A prefault voltage the reference).
      ******************************************************************
       REPORT-FAULT-CURRENTS.
           MOVE SPACES TO WS-RPT-LINE-TEXT

           IF WS-FAULT-BAD-YES
             ADD 1 TO WS-ARITH-ERR-CT
             STRING
               '  FAULT '         DELIMITED BY SIZE
               WS-FAULT-LABEL     DELIMITED BY SIZE
               ' NOT SOLVED - SEQUENCE NETWORK DENOMINATOR VANISHED'
                                  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             CALL 'CSYMPHAS' USING
               WS-I1-COMPLEX, WS-I2-COMPLEX, WS-I0-COMPLEX,
               WS-IA-COMPLEX, WS-IB-COMPLEX, WS-IC-COMPLEX

             MOVE WS-IA-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             COMPUTE WS-IA-MAG-DISP ROUNDED = WS-MAG-V
             COMPUTE WS-IA-ANG-DISP ROUNDED = WS-DEG-V

             MOVE WS-IB-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             COMPUTE WS-IB-MAG-DISP ROUNDED = WS-MAG-V
             COMPUTE WS-IB-ANG-DISP ROUNDED = WS-DEG-V

             MOVE WS-IC-COMPLEX TO WS-POLAR-COMPLEX
             PERFORM TAKE-POLAR
             COMPUTE WS-IC-MAG-DISP ROUNDED = WS-MAG-V
             COMPUTE WS-IC-ANG-DISP ROUNDED = WS-DEG-V

             STRING
               '  FAULT '         DELIMITED BY SIZE
               WS-FAULT-LABEL     DELIMITED BY SIZE
               '  IA='            DELIMITED BY SIZE
               WS-IA-MAG-DISP     DELIMITED BY SIZE
               ' A '              DELIMITED BY SIZE
               WS-IA-ANG-DISP     DELIMITED BY SIZE
               ' DEG  IB='        DELIMITED BY SIZE
               WS-IB-MAG-DISP     DELIMITED BY SIZE
               ' A '              DELIMITED BY SIZE
               WS-IB-ANG-DISP     DELIMITED BY SIZE
               ' DEG  IC='        DELIMITED BY SIZE
               WS-IC-MAG-DISP     DELIMITED BY SIZE
               ' A '              DELIMITED BY SIZE
               WS-IC-ANG-DISP     DELIMITED BY SIZE
               ' DEG'             DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF

           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Magnitude and angle in degrees of WS-POLAR-COMPLEX.
      ******************************************************************
       TAKE-POLAR.
           CALL 'CMOD' USING WS-POLAR-COMPLEX, WS-MAG-V
      *    a current that prints as zero carries no angle
           IF WS-MAG-V < 0.005
             MOVE 0 TO WS-DEG-V
           ELSE
             CALL 'CARG' USING WS-POLAR-COMPLEX, WS-ARG-V
             COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
           END-IF
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE 'CFLTSTDR' TO WS-IO-FILE
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
             DISPLAY 'CFLTSTD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
