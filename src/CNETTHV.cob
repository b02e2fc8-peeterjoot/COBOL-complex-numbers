       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNETTHV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TV-MESHDEF-FILE ASSIGN TO "CMESHDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TV-PARM-FILE ASSIGN TO "CNETTHVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TV-THEV-FILE ASSIGN TO "CNETTHEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TV-REPORT-FILE ASSIGN TO "CNETTHVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TV-MESHDEF-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY CMESHDF REPLACING ==(PRFX)== BY ==TV-==.
       FD  TV-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * one CNETTHVP card per equivalent wanted: the CMESHDF network
      * and the terminal pair it is seen from, node A and node B
      * (00 - ground).
      ******************************************************************
       01  TV-PARM-RECORD.
         10  TV-PARM-NETWORK-ID    PIC X(08).
         10  TV-PARM-NODE-A        PIC 9(02).
         10  TV-PARM-NODE-B        PIC 9(02).
         10  FILLER                PIC X(68).
       FD  TV-THEV-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CXTHEVN REPLACING ==(PRFX)== BY ==TV-TH-==.
       FD  TV-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TV-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * the network being studied, loaded off its NET record and the
      * BRN and SRC records that follow it; nodes run 1..WS-NODE-CT
      * with ground always node 0, per copy/CMESHDF.cpy.
       01 WS-NETWORK-ID   PIC X(08) VALUE SPACES.
       01 WS-NODE-A       PIC 9(02) VALUE 0.
       01 WS-NODE-B       PIC 9(02) VALUE 0.
       01 WS-NODE-CT      PIC 9(02) VALUE 0.
       01 WS-NODE-MAX     PIC 9(02) VALUE 20.
       01 WS-BRANCH-TABLE.
         05 WS-BRANCH-CT PIC 9(04) VALUE 0.
         05 WS-BRANCH-ENTRY OCCURS 100 TIMES.
           10 WS-BR-ID          PIC X(08).
           10 WS-BR-FROM        PIC 9(02).
           10 WS-BR-TO          PIC 9(02).
           10 WS-BR-Z-COMPLEX.
             15 WS-BR-Z-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BR-Z-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-BR-Y-COMPLEX.
             15 WS-BR-Y-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-BR-Y-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-BRANCH-MAX   PIC 9(04) VALUE 100.
      ******************************************************************
      * the network's sources off its SRC records, each tied to the
      * branch it sits on once the whole network is loaded.
      ******************************************************************
       01 WS-SOURCE-TABLE.
         05 WS-SRC-CT PIC 9(02) VALUE 0.
         05 WS-SRC-ENTRY OCCURS 50 TIMES.
           10 WS-SRC-BRANCH-ID  PIC X(08).
           10 WS-SRC-BRANCH     PIC 9(04).
           10 WS-SRC-KIND       PIC X(01).
             88 WS-SRC-VOLTAGE  VALUE 'V'.
             88 WS-SRC-CURRENT  VALUE 'I'.
           10 WS-SRC-COMPLEX.
             15 WS-SRC-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-SRC-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SRC-MAX PIC 9(02) VALUE 50.
       01 WS-S PIC 9(02) VALUE 0.
      ******************************************************************
      * the nodal admittance equations Y * V = I over the non-ground
      * nodes, in the same shape CNETMESH solves them.
      ******************************************************************
       01 WS-Y-MATRIX.
         05 WS-Y-ROW OCCURS 20 TIMES.
           10 WS-Y-CELL OCCURS 20 TIMES.
             15 WS-Y-RE
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
             15 WS-Y-IM
               PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RHS-TABLE.
         05 WS-RHS-CELL OCCURS 20 TIMES.
           10 WS-RHS-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-RHS-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-VOLT-TABLE.
         05 WS-VOLT-CELL OCCURS 20 TIMES.
           10 WS-VOLT-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-VOLT-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-FACTOR-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TERM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-SUM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-VTH-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZTH-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-IN-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PIVOT-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZTH-MAG-==.
      * a pivot whose modulus falls below this is treated as zero,
      * exactly as in CNETMESH; a Thevenin impedance below it means
      * the terminals are already shorted together.
       01 WS-PIVOT-EPSILON COMP-2 VALUE 0.000000000001.
       01 WS-SINGULAR-SW  PIC X(01) VALUE 'N'.
         88 WS-SINGULAR-YES VALUE 'Y'.
       01 WS-NETBAD-SW    PIC X(01) VALUE 'N'.
         88 WS-NETBAD-YES VALUE 'Y'.
       01 WS-NET-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-NET-FOUND  VALUE 'Y'.
       01 WS-K            PIC 9(02) VALUE 0.
       01 WS-I            PIC 9(04) VALUE 0.
       01 WS-I2           PIC 9(02) VALUE 0.
       01 WS-J            PIC 9(02) VALUE 0.
       01 WS-EOF-SW       PIC X(01) VALUE 'N'.
         88 WS-EOF-YES    VALUE 'Y'.
       01 WS-PARM-EOF-SW  PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF-YES VALUE 'Y'.
       01 WS-OVERFLOW-SW  PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-CTL-CARD-CT  PIC 9(04) VALUE 0.
       01 WS-CTL-DONE-CT  PIC 9(04) VALUE 0.
       01 WS-CTL-FAIL-CT  PIC 9(04) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Thevenin and Norton equivalents of CMESHDF networks, the
      * starting point of the protection and load-matching studies:
      * where CNETMESH gives a network's driving-point impedance
      * against ground, this job gives the equivalent seen from any
      * terminal pair a CNETTHVP card names.  Each network is solved
      * twice with CNETMESH's nodal equations and elimination.  With
      * every SRC source working and nothing across the terminals,
      * the open-circuit voltage V(A) - V(B) is the Thevenin voltage;
      * with every source dead and a one-ampere probe driven in at A
      * and out at B, V(A) - V(B) is the Thevenin impedance.  The
      * Norton current is their quotient.  Each card's equivalent is
      * written to CNETTHEV in the CXTHEVN layout and to the
      * CNETTHVR report.
      ******************************************************************
           OPEN INPUT TV-PARM-FILE
           MOVE 'CNETTHVP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT TV-THEV-FILE
           MOVE 'CNETTHEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT TV-REPORT-FILE
           MOVE 'CNETTHVR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PARM-RECORD

           PERFORM PROCESS-ONE-CARD
             UNTIL WS-PARM-EOF-YES

           CLOSE TV-PARM-FILE
           CLOSE TV-THEV-FILE
           CLOSE TV-REPORT-FILE

           DISPLAY 'CNETTHV - EQUIVALENTS EXTRACTED: ' WS-CTL-DONE-CT
                ' FAILED: ' WS-CTL-FAIL-CT

           EVALUATE TRUE
             WHEN WS-CTL-CARD-CT = 0
               DISPLAY 'CNETTHV - NO CARDS ON CNETTHVP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             WHEN WS-CTL-FAIL-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-PARM-RECORD.
           READ TV-PARM-FILE
             AT END
               SET WS-PARM-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One card: loads its network, validates the terminal pair,
      * solves for the equivalent, and writes it.  A card that
      * cannot be served still writes its record, marked as having
      * no solution, so the output stays one record per card.
      ******************************************************************
       PROCESS-ONE-CARD.
           ADD 1 TO WS-CTL-CARD-CT
           MOVE SPACES TO TV-TH-THEVENIN-RECORD
           MOVE TV-PARM-NETWORK-ID TO WS-NETWORK-ID
           MOVE 0 TO WS-NODE-A
           MOVE 0 TO WS-NODE-B
           IF TV-PARM-NODE-A IS NUMERIC
             MOVE TV-PARM-NODE-A TO WS-NODE-A
           END-IF
           IF TV-PARM-NODE-B IS NUMERIC
             MOVE TV-PARM-NODE-B TO WS-NODE-B
           END-IF

           MOVE 0 TO WS-VTH-RE
           MOVE 0 TO WS-VTH-IM
           MOVE 0 TO WS-ZTH-RE
           MOVE 0 TO WS-ZTH-IM
           MOVE 0 TO WS-IN-RE
           MOVE 0 TO WS-IN-IM

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'NETWORK '      DELIMITED BY SIZE
             WS-NETWORK-ID   DELIMITED BY SIZE
             ' TERMINALS A='  DELIMITED BY SIZE
             WS-NODE-A       DELIMITED BY SIZE
             ' B='           DELIMITED BY SIZE
             WS-NODE-B       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-NETWORK
           PERFORM VALIDATE-NETWORK

           IF WS-NETBAD-YES
             ADD 1 TO WS-CTL-FAIL-CT
             SET TV-TH-EQV-NO-SOLUTION TO TRUE
           ELSE
             PERFORM EXTRACT-EQUIVALENT
           END-IF

           PERFORM WRITE-EQUIVALENT-RECORD

           PERFORM READ-PARM-RECORD
           .
      ******************************************************************
      * Finds the card's network on CMESHDEF and loads its BRN and
      * SRC records; the highest node number seen becomes the
      * unknown count, as in CNETMESH.
      ******************************************************************
       LOAD-NETWORK.
           MOVE 0 TO WS-BRANCH-CT
           MOVE 0 TO WS-SRC-CT
           MOVE 0 TO WS-NODE-CT
           MOVE 'N' TO WS-OVERFLOW-SW
           MOVE 'N' TO WS-NETBAD-SW
           MOVE 'N' TO WS-SINGULAR-SW
           MOVE 'N' TO WS-NET-FOUND-SW
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT TV-MESHDEF-FILE
           MOVE 'CMESHDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-MESHDEF-RECORD
           PERFORM FIND-NETWORK-RECORD
             UNTIL WS-EOF-YES OR WS-NET-FOUND

           IF WS-NET-FOUND
             PERFORM READ-MESHDEF-RECORD
             PERFORM LOAD-NETWORK-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
                  OR TV-REC-NETWORK
           END-IF

           CLOSE TV-MESHDEF-FILE

           MOVE 1 TO WS-S
           PERFORM RESOLVE-ONE-SOURCE
             UNTIL WS-S > WS-SRC-CT
           .
       READ-MESHDEF-RECORD.
           READ TV-MESHDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       FIND-NETWORK-RECORD.
           IF TV-REC-NETWORK AND TV-NETWORK-ID = WS-NETWORK-ID
             SET WS-NET-FOUND TO TRUE
           ELSE
             PERFORM READ-MESHDEF-RECORD
           END-IF
           .
       LOAD-NETWORK-RECORD.
           EVALUATE TRUE
             WHEN TV-REC-SOURCE
               IF WS-SRC-CT = WS-SRC-MAX
                 SET WS-OVERFLOW-YES TO TRUE
               ELSE
                 ADD 1 TO WS-SRC-CT
                 MOVE TV-SRC-BRANCH-ID TO WS-SRC-BRANCH-ID(WS-SRC-CT)
                 MOVE 0 TO WS-SRC-BRANCH(WS-SRC-CT)
                 MOVE TV-SRC-KIND TO WS-SRC-KIND(WS-SRC-CT)
                 MOVE TV-SRC-RE TO WS-SRC-RE(WS-SRC-CT)
                 MOVE TV-SRC-IM TO WS-SRC-IM(WS-SRC-CT)
               END-IF
             WHEN WS-BRANCH-CT = WS-BRANCH-MAX
               SET WS-OVERFLOW-YES TO TRUE
             WHEN OTHER
               ADD 1 TO WS-BRANCH-CT
               MOVE TV-BRANCH-ID TO WS-BR-ID(WS-BRANCH-CT)
               MOVE TV-FROM-NODE TO WS-BR-FROM(WS-BRANCH-CT)
               MOVE TV-TO-NODE TO WS-BR-TO(WS-BRANCH-CT)
               MOVE TV-Z-RE TO WS-BR-Z-RE(WS-BRANCH-CT)
               MOVE TV-Z-IM TO WS-BR-Z-IM(WS-BRANCH-CT)

               MOVE 1 TO WS-BR-Y-RE(WS-BRANCH-CT)
               MOVE 0 TO WS-BR-Y-IM(WS-BRANCH-CT)
               CALL 'CMDIV' USING
                 WS-BR-Y-COMPLEX(WS-BRANCH-CT),
                 WS-BR-Z-COMPLEX(WS-BRANCH-CT),
                 WS-ARITH-STATUS
               IF WS-ARITH-STATUS-ERROR
                 SET WS-NETBAD-YES TO TRUE
               END-IF

               IF TV-FROM-NODE > WS-NODE-CT
                 MOVE TV-FROM-NODE TO WS-NODE-CT
               END-IF
               IF TV-TO-NODE > WS-NODE-CT
                 MOVE TV-TO-NODE TO WS-NODE-CT
               END-IF
           END-EVALUATE

           PERFORM READ-MESHDEF-RECORD
           .
      ******************************************************************
      * Ties source WS-S to the branch its SRC record names; one
      * naming no branch of the network is left at branch zero and
      * refused by the validation.
      ******************************************************************
       RESOLVE-ONE-SOURCE.
           MOVE 1 TO WS-I
           PERFORM MATCH-SOURCE-BRANCH
             UNTIL WS-I > WS-BRANCH-CT
                OR WS-SRC-BRANCH(WS-S) > 0

           ADD 1 TO WS-S
           .
       MATCH-SOURCE-BRANCH.
           IF WS-BR-ID(WS-I) = WS-SRC-BRANCH-ID(WS-S)
             MOVE WS-I TO WS-SRC-BRANCH(WS-S)
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Refuses a card the solver cannot serve, each with its own
      * report line: the network missing or too big for the tables,
      * a zero-impedance branch, a source on no branch or of no
      * known kind, or a terminal pair off the network.
      ******************************************************************
       VALIDATE-NETWORK.
           PERFORM CHECK-SOURCES

           EVALUATE TRUE
             WHEN NOT WS-NET-FOUND
               SET WS-NETBAD-YES TO TRUE
               MOVE '  NETWORK NOT ON CMESHDEF - CARD SKIPPED'
                 TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-OVERFLOW-YES
               SET WS-NETBAD-YES TO TRUE
               MOVE '  TOO MANY BRANCHES OR SOURCES - CARD SKIPPED'
                 TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-BRANCH-CT = 0
               SET WS-NETBAD-YES TO TRUE
               MOVE '  NO BRANCHES ON NETWORK - CARD SKIPPED'
                 TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-NODE-CT > WS-NODE-MAX
               SET WS-NETBAD-YES TO TRUE
               MOVE '  TOO MANY NODES - CARD SKIPPED'
                 TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-NODE-A = 0 OR WS-NODE-A > WS-NODE-CT
                  OR WS-NODE-B > WS-NODE-CT
                  OR WS-NODE-A = WS-NODE-B
               SET WS-NETBAD-YES TO TRUE
               MOVE '  TERMINAL PAIR NOT ON NETWORK - CARD SKIPPED'
                 TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-NETBAD-YES
               MOVE '  ZERO-IMPEDANCE BRANCH OR BAD SOURCE - CARD '
                 & 'SKIPPED' TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           .
       CHECK-SOURCES.
           MOVE 1 TO WS-S
           PERFORM CHECK-ONE-SOURCE
             UNTIL WS-S > WS-SRC-CT
           .
       CHECK-ONE-SOURCE.
           IF WS-SRC-BRANCH(WS-S) = 0
               OR (NOT WS-SRC-VOLTAGE(WS-S)
                   AND NOT WS-SRC-CURRENT(WS-S))
             SET WS-NETBAD-YES TO TRUE
           END-IF

           ADD 1 TO WS-S
           .
      ******************************************************************
      * The two solutions.  The open-circuit one loads each source's
      * Norton injection into the right-hand side; the dead-network
      * one loads the one-ampere probe in at A and out at B.  Either
      * failing to solve leaves the card without an equivalent.
      ******************************************************************
       EXTRACT-EQUIVALENT.
           PERFORM BUILD-ADMITTANCE-EQUATIONS
           MOVE 1 TO WS-S
           PERFORM INJECT-ONE-SOURCE
             UNTIL WS-S > WS-SRC-CT
           PERFORM SOLVE-EQUATIONS

           IF NOT WS-SINGULAR-YES
             PERFORM TAKE-TERMINAL-VOLTAGE
             MOVE WS-SUM-COMPLEX TO WS-VTH-COMPLEX

             PERFORM BUILD-ADMITTANCE-EQUATIONS
             MOVE 1 TO WS-RHS-RE(WS-NODE-A)
             IF WS-NODE-B > 0
               MOVE -1 TO WS-RHS-RE(WS-NODE-B)
             END-IF
             PERFORM SOLVE-EQUATIONS
           END-IF

           IF WS-SINGULAR-YES
             ADD 1 TO WS-CTL-FAIL-CT
             SET TV-TH-EQV-NO-SOLUTION TO TRUE
             MOVE '  NETWORK IS SINGULAR - NO EQUIVALENT'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM TAKE-TERMINAL-VOLTAGE
             MOVE WS-SUM-COMPLEX TO WS-ZTH-COMPLEX
             ADD 1 TO WS-CTL-DONE-CT

             CALL 'CMOD' USING WS-ZTH-COMPLEX, WS-ZTH-MAG-V
             IF WS-ZTH-MAG-V < WS-PIVOT-EPSILON
               SET TV-TH-EQV-SHORTED TO TRUE
             ELSE
               MOVE WS-VTH-COMPLEX TO WS-IN-COMPLEX
               CALL 'CMDIV' USING
                 WS-IN-COMPLEX, WS-ZTH-COMPLEX, WS-ARITH-STATUS
               IF WS-ARITH-STATUS-ERROR
                 SET TV-TH-EQV-SHORTED TO TRUE
                 MOVE 0 TO WS-IN-RE
                 MOVE 0 TO WS-IN-IM
               ELSE
                 SET TV-TH-EQV-OK TO TRUE
               END-IF
             END-IF

             PERFORM REPORT-EQUIVALENT
           END-IF
           .
      ******************************************************************
      * Adds source WS-S's Norton injection to the right-hand side:
      * an EMF E in series with a branch of admittance Y drives
      * E * Y, a current source its own current, either way out of
      * the branch's FROM node and into its TO node.
      ******************************************************************
       INJECT-ONE-SOURCE.
           MOVE WS-SRC-COMPLEX(WS-S) TO WS-TERM-COMPLEX
           MOVE WS-SRC-BRANCH(WS-S) TO WS-I

           IF WS-SRC-VOLTAGE(WS-S)
             CALL 'CMMULT' USING
               WS-TERM-COMPLEX, WS-BR-Y-COMPLEX(WS-I)
           END-IF

           IF WS-BR-TO(WS-I) > 0
             CALL 'CMADD' USING
               WS-RHS-CELL(WS-BR-TO(WS-I)),
               WS-TERM-COMPLEX, WS-ARITH-STATUS
           END-IF

           IF WS-BR-FROM(WS-I) > 0
             CALL 'CMSUB' USING
               WS-RHS-CELL(WS-BR-FROM(WS-I)), WS-TERM-COMPLEX
           END-IF

           ADD 1 TO WS-S
           .
      ******************************************************************
      * Leaves V(A) - V(B) of the latest solution in WS-SUM-COMPLEX,
      * ground's voltage being zero.
      ******************************************************************
       TAKE-TERMINAL-VOLTAGE.
           MOVE WS-VOLT-CELL(WS-NODE-A) TO WS-SUM-COMPLEX
           IF WS-NODE-B > 0
             CALL 'CMSUB' USING
               WS-SUM-COMPLEX, WS-VOLT-CELL(WS-NODE-B)
           END-IF
           .
      ******************************************************************
      * Zeroes the equations and stamps each branch's admittance in,
      * as CNETMESH does; the right-hand side is left at zero for
      * the caller to load.
      ******************************************************************
       BUILD-ADMITTANCE-EQUATIONS.
           MOVE 'N' TO WS-SINGULAR-SW

           MOVE 1 TO WS-I2
           PERFORM ZERO-ONE-ROW
             UNTIL WS-I2 > WS-NODE-CT

           MOVE 1 TO WS-I
           PERFORM STAMP-ONE-BRANCH
             UNTIL WS-I > WS-BRANCH-CT
           .
       ZERO-ONE-ROW.
           MOVE 1 TO WS-J
           PERFORM ZERO-ONE-CELL
             UNTIL WS-J > WS-NODE-CT

           MOVE 0 TO WS-RHS-RE(WS-I2)
           MOVE 0 TO WS-RHS-IM(WS-I2)
           MOVE 0 TO WS-VOLT-RE(WS-I2)
           MOVE 0 TO WS-VOLT-IM(WS-I2)

           ADD 1 TO WS-I2
           .
       ZERO-ONE-CELL.
           MOVE 0 TO WS-Y-RE(WS-I2, WS-J)
           MOVE 0 TO WS-Y-IM(WS-I2, WS-J)
           ADD 1 TO WS-J
           .
       STAMP-ONE-BRANCH.
           IF WS-BR-FROM(WS-I) > 0
             CALL 'CMADD' USING
               WS-Y-CELL(WS-BR-FROM(WS-I), WS-BR-FROM(WS-I)),
               WS-BR-Y-COMPLEX(WS-I), WS-ARITH-STATUS
           END-IF

           IF WS-BR-TO(WS-I) > 0
             CALL 'CMADD' USING
               WS-Y-CELL(WS-BR-TO(WS-I), WS-BR-TO(WS-I)),
               WS-BR-Y-COMPLEX(WS-I), WS-ARITH-STATUS
           END-IF

           IF WS-BR-FROM(WS-I) > 0 AND WS-BR-TO(WS-I) > 0
             CALL 'CMSUB' USING
               WS-Y-CELL(WS-BR-FROM(WS-I), WS-BR-TO(WS-I)),
               WS-BR-Y-COMPLEX(WS-I)
             CALL 'CMSUB' USING
               WS-Y-CELL(WS-BR-TO(WS-I), WS-BR-FROM(WS-I)),
               WS-BR-Y-COMPLEX(WS-I)
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Forward elimination and back substitution over the loaded
      * equations, the same Gaussian elimination CNETMESH uses; a
      * pivot whose modulus is effectively zero flags the network
      * singular.
      ******************************************************************
       SOLVE-EQUATIONS.
           MOVE 1 TO WS-K
           PERFORM ELIMINATE-ONE-COLUMN
             UNTIL WS-K > WS-NODE-CT OR WS-SINGULAR-YES

           IF NOT WS-SINGULAR-YES
             MOVE WS-NODE-CT TO WS-K
             PERFORM BACK-SUBSTITUTE-ONE-ROW
               UNTIL WS-K = 0
           END-IF
           .
       ELIMINATE-ONE-COLUMN.
           CALL 'CMOD' USING
             WS-Y-CELL(WS-K, WS-K), WS-PIVOT-MAG-V

           IF WS-PIVOT-MAG-V < WS-PIVOT-EPSILON
             SET WS-SINGULAR-YES TO TRUE
           ELSE
             COMPUTE WS-I2 = WS-K + 1
             PERFORM ELIMINATE-ONE-ROW
               UNTIL WS-I2 > WS-NODE-CT

             ADD 1 TO WS-K
           END-IF
           .
       ELIMINATE-ONE-ROW.
           MOVE WS-Y-CELL(WS-I2, WS-K) TO WS-FACTOR-COMPLEX
           CALL 'CMDIV' USING
             WS-FACTOR-COMPLEX, WS-Y-CELL(WS-K, WS-K),
             WS-ARITH-STATUS

           MOVE WS-K TO WS-J
           PERFORM ELIMINATE-ONE-CELL
             UNTIL WS-J > WS-NODE-CT

           MOVE WS-FACTOR-COMPLEX TO WS-TERM-COMPLEX
           CALL 'CMMULT' USING
             WS-TERM-COMPLEX, WS-RHS-CELL(WS-K)
           CALL 'CMSUB' USING
             WS-RHS-CELL(WS-I2), WS-TERM-COMPLEX

           ADD 1 TO WS-I2
           .
       ELIMINATE-ONE-CELL.
           MOVE WS-FACTOR-COMPLEX TO WS-TERM-COMPLEX
           CALL 'CMMULT' USING
             WS-TERM-COMPLEX, WS-Y-CELL(WS-K, WS-J)
           CALL 'CMSUB' USING
             WS-Y-CELL(WS-I2, WS-J), WS-TERM-COMPLEX

           ADD 1 TO WS-J
           .
       BACK-SUBSTITUTE-ONE-ROW.
           MOVE WS-RHS-CELL(WS-K) TO WS-SUM-COMPLEX

           COMPUTE WS-J = WS-K + 1
           PERFORM SUBSTITUTE-ONE-TERM
             UNTIL WS-J > WS-NODE-CT

           CALL 'CMDIV' USING
             WS-SUM-COMPLEX, WS-Y-CELL(WS-K, WS-K),
             WS-ARITH-STATUS

           MOVE WS-SUM-COMPLEX TO WS-VOLT-CELL(WS-K)

           SUBTRACT 1 FROM WS-K
           .
       SUBSTITUTE-ONE-TERM.
           MOVE WS-Y-CELL(WS-K, WS-J) TO WS-TERM-COMPLEX
           CALL 'CMMULT' USING
             WS-TERM-COMPLEX, WS-VOLT-CELL(WS-J)
           CALL 'CMSUB' USING
             WS-SUM-COMPLEX, WS-TERM-COMPLEX

           ADD 1 TO WS-J
           .
       REPORT-EQUIVALENT.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  THEVENIN V  RE=' DELIMITED BY SIZE
             WS-VTH-RE           DELIMITED BY SIZE
             ' IM='              DELIMITED BY SIZE
             WS-VTH-IM           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  THEVENIN Z  RE=' DELIMITED BY SIZE
             WS-ZTH-RE           DELIMITED BY SIZE
             ' IM='              DELIMITED BY SIZE
             WS-ZTH-IM           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF TV-TH-EQV-SHORTED
             MOVE '  TERMINALS ARE SHORTED - NO NORTON CURRENT'
               TO WS-RPT-LINE-TEXT
           ELSE
             STRING
               '  NORTON I    RE=' DELIMITED BY SIZE
               WS-IN-RE            DELIMITED BY SIZE
               ' IM='              DELIMITED BY SIZE
               WS-IN-IM            DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-EQUIVALENT-RECORD.
           MOVE WS-NETWORK-ID TO TV-TH-NETWORK-ID
           MOVE WS-NODE-A TO TV-TH-NODE-A
           MOVE WS-NODE-B TO TV-TH-NODE-B
           MOVE WS-VTH-RE TO TV-TH-VTH-RE
           MOVE WS-VTH-IM TO TV-TH-VTH-IM
           MOVE WS-ZTH-RE TO TV-TH-ZTH-RE
           MOVE WS-ZTH-IM TO TV-TH-ZTH-IM
           MOVE WS-IN-RE TO TV-TH-IN-RE
           MOVE WS-IN-IM TO TV-TH-IN-IM
           WRITE TV-TH-THEVENIN-RECORD
           MOVE 'CNETTHEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO TV-REPORT-LINE
           WRITE TV-REPORT-LINE
           MOVE 'CNETTHVR' TO WS-IO-FILE
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
             DISPLAY 'CNETTHV - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
