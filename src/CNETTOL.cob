       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNETTOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NT-NETDEF-FILE ASSIGN TO "CNETDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL NT-PARM-FILE ASSIGN TO "CNETTOLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT NT-REPORT-FILE ASSIGN TO "CNETTOLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NT-NETDEF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==NT-==.
       FD  NT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CNETTOLP card, every field of which may be left blank:
      * the one network to study (blank - every network on
      * CNETDEF); the number of Monte Carlo trials (blank - 1000);
      * the generator seed, so a design review can repeat a run
      * exactly (blank - 1); and up to three reference frequencies
      * in hertz (none - each network's first, middle and last
      * sweep step off its own NET record).
      ******************************************************************
       01  NT-PARM-RECORD.
         10  NT-PARM-NETWORK-ID    PIC X(08).
         10  NT-PARM-TRIALS        PIC 9(05).
         10  NT-PARM-SEED          PIC 9(09).
         10  NT-PARM-REF-FREQ OCCURS 3 TIMES
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(07).
       FD  NT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NT-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the network under study, loaded the way CNETSWP loads it,
      * and its sweep range off the NET record.
       COPY CNETCOMP REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
      ******************************************************************
      * each component's nominal value and tolerance (as a fraction)
      * beside the network table, which CNETEVAL sees with whatever
      * trial values are in play; the direction switches record
      * which end of its tolerance raises the modulus and the phase.
      ******************************************************************
       01 WS-TOL-TABLE.
         05 WS-TOL-ENTRY OCCURS 5000 TIMES.
           10 WS-TOL-NOM-V   COMP-2.
           10 WS-TOL-FRAC-V  COMP-2.
           10 WS-TOL-PCT     PIC 9(02)V9(02).
           10 WS-TOL-MAG-UP-SW PIC X(01).
             88 WS-TOL-MAG-UP VALUE 'Y'.
           10 WS-TOL-PH-UP-SW  PIC X(01).
             88 WS-TOL-PH-UP  VALUE 'Y'.
       01 WS-TOL-CT PIC 9(04) VALUE 0.
      * the card, unpacked, with its defaults applied
       01 WS-NETWORK-WANTED PIC X(08) VALUE SPACES.
       01 WS-TRIALS PIC 9(05) VALUE 0.
       01 WS-SEED PIC 9(10) VALUE 0.
       01 WS-REF-TABLE.
         05 WS-REF-CT PIC 9(01) VALUE 0.
         05 WS-REF-FREQ-V OCCURS 3 TIMES COMP-2.
       01 WS-CARD-REF-TABLE.
         05 WS-CARD-REF-CT PIC 9(01) VALUE 0.
         05 WS-CARD-REF-FREQ-V OCCURS 3 TIMES COMP-2.
       01 WS-F PIC 9(01) VALUE 0.
      ******************************************************************
      * Park and Miller's minimal standard generator,
      *   STATE = STATE * 16807 MOD (2**31 - 1),
      * kept in plain arithmetic so a seed gives the same trials on
      * any machine the study is rerun on.
      ******************************************************************
       01 WS-RNG-STATE   PIC S9(10) COMP VALUE 1.
       01 WS-RNG-PRODUCT PIC S9(18) COMP VALUE 0.
       01 WS-RNG-QUOT    PIC S9(18) COMP VALUE 0.
       01 WS-RNG-MODULUS PIC S9(10) COMP VALUE 2147483647.
       01 WS-RNG-U-V COMP-2.
      * one evaluation of the network at WS-EVAL-FREQ-V
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-EVAL-FREQ-==.
       01 WS-DEG-V COMP-2.
       01 WS-EVAL-ERR-CT PIC 9(04) VALUE 0.
       01 WS-ARITH-ERR-CT PIC 9(04) VALUE 0.
      * the figures one reference frequency's study collects
       01 WS-NOM-MAG-V COMP-2.
       01 WS-NOM-DEG-V COMP-2.
       01 WS-HI-MAG-V COMP-2.
       01 WS-HI-DEG-V COMP-2.
       01 WS-LO-MAG-V COMP-2.
       01 WS-LO-DEG-V COMP-2.
       01 WS-SWING-V COMP-2.
       01 WS-MAG-SWING-SUM-V COMP-2.
       01 WS-PH-SWING-SUM-V COMP-2.
       01 WS-MAG-DOM-SWING-V COMP-2.
       01 WS-PH-DOM-SWING-V COMP-2.
       01 WS-MAG-DOM PIC 9(04) VALUE 0.
       01 WS-PH-DOM PIC 9(04) VALUE 0.
       01 WS-WC-MAG-MIN-V COMP-2.
       01 WS-WC-MAG-MAX-V COMP-2.
       01 WS-WC-DEG-MIN-V COMP-2.
       01 WS-WC-DEG-MAX-V COMP-2.
       01 WS-MC-MAG-MIN-V COMP-2.
       01 WS-MC-MAG-MAX-V COMP-2.
       01 WS-MC-MAG-SUM-V COMP-2.
       01 WS-MC-MAG-SSQ-V COMP-2.
       01 WS-MC-DEG-MIN-V COMP-2.
       01 WS-MC-DEG-MAX-V COMP-2.
       01 WS-MC-DEG-SUM-V COMP-2.
       01 WS-MC-DEG-SSQ-V COMP-2.
       01 WS-MEAN-V COMP-2.
       01 WS-SPREAD-V COMP-2.
       01 WS-MC-GOOD-CT PIC 9(05) VALUE 0.
       01 WS-MC-ERR-CT PIC 9(05) VALUE 0.
       01 WS-TRIAL PIC 9(05) VALUE 0.
      * which corner SET-CORNER-VALUES builds
       01 WS-CORNER-SW PIC X(01) VALUE SPACE.
         88 WS-CORNER-MAG-MAX VALUE 'A'.
         88 WS-CORNER-MAG-MIN VALUE 'B'.
         88 WS-CORNER-DEG-MAX VALUE 'C'.
         88 WS-CORNER-DEG-MIN VALUE 'D'.
       01 WS-C PIC 9(04) VALUE 0.
       01 WS-MID-STEP PIC 9(04) VALUE 0.
       01 WS-NETWORK-CT PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter alongside CRPTWRT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-FREQ-TEXT PIC X(20) VALUE SPACES.
       01 WS-MAG1-TEXT PIC X(20) VALUE SPACES.
       01 WS-MAG2-TEXT PIC X(20) VALUE SPACES.
       01 WS-MAG3-TEXT PIC X(20) VALUE SPACES.
       01 WS-MAG4-TEXT PIC X(20) VALUE SPACES.
       01 WS-DEG1-DISP PIC ---9.999.
       01 WS-DEG2-DISP PIC ---9.999.
       01 WS-DEG3-DISP PIC ---9.999.
       01 WS-DEG4-DISP PIC ---9.999.
       01 WS-PCT-DISP PIC ZZ9.99.
       01 WS-TOL-DISP PIC Z9.99.
       01 WS-SHARE-PCT PIC 9(03)V9(02) VALUE 0.
       01 WS-DOM-LABEL PIC X(05) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Component-tolerance study of CNETDEF networks: CNETSWP and
      * CNETCOMB work at each R, L and C's nominal value, but every
      * BRN record may now carry its manufacturing tolerance, and
      * this job spreads each network's equivalent impedance across
      * those tolerances at its reference frequencies, every
      * evaluation going through CNETEVAL exactly as the sweep's do.
      *
      * At each frequency the network is first evaluated nominally,
      * then with each toleranced component alone at either end of
      * its band - which gives every component's own swing of the
      * modulus and the phase, names the component that dominates
      * each, and tells which end of each band pushes them up.  The
      * worst-case corners set every component at the end that
      * drives the modulus (or the phase) to its extreme - the
      * sensitivity-directed corners, since every one of 2**N
      * corners is out of reach past a handful of parts.  A seeded
      * Monte Carlo pass then draws every toleranced value uniformly
      * across its band for the card's number of trials.  The
      * CNETTOLR report gives per network and frequency the nominal
      * figures, the corners, the trials' minimum, maximum, mean and
      * spread (one standard deviation) of modulus and phase, and
      * the dominant component with its share of the total swing.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           OPEN INPUT NT-NETDEF-FILE
           MOVE 'CNETDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT NT-REPORT-FILE
           MOVE 'CNETTOLR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-NETDEF-RECORD

           PERFORM PROCESS-NETWORK
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'NETWORKS STUDIED: '    DELIMITED BY SIZE
             WS-NETWORK-CT           DELIMITED BY SIZE
             '  ARITHMETIC ERRORS: ' DELIMITED BY SIZE
             WS-ARITH-ERR-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE NT-NETDEF-FILE
           CLOSE NT-REPORT-FILE

           DISPLAY 'CNETTOL - NETWORKS STUDIED: ' WS-NETWORK-CT
                ' ARITHMETIC ERRORS: ' WS-ARITH-ERR-CT

           EVALUATE TRUE
             WHEN WS-NETWORK-WANTED NOT = SPACES
                 AND WS-NETWORK-CT = 0
               DISPLAY 'CNETTOL - NETWORK ' WS-NETWORK-WANTED
                    ' NOT ON CNETDEF'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             WHEN WS-ARITH-ERR-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the CNETTOLP card, if there is one, and applies its
      * defaults.
      ******************************************************************
       READ-PARAMETER-CARD.
           MOVE SPACES TO NT-PARM-RECORD

           OPEN INPUT NT-PARM-FILE
           MOVE 'CNETTOLP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ NT-PARM-FILE
             AT END
               MOVE SPACES TO NT-PARM-RECORD
           END-READ

           CLOSE NT-PARM-FILE

           MOVE NT-PARM-NETWORK-ID TO WS-NETWORK-WANTED

           IF NT-PARM-TRIALS IS NUMERIC AND NT-PARM-TRIALS > 0
             MOVE NT-PARM-TRIALS TO WS-TRIALS
           ELSE
             MOVE 1000 TO WS-TRIALS
           END-IF

           IF NT-PARM-SEED IS NUMERIC AND NT-PARM-SEED > 0
             MOVE NT-PARM-SEED TO WS-SEED
           ELSE
             MOVE 1 TO WS-SEED
           END-IF

           MOVE 0 TO WS-CARD-REF-CT
           MOVE 1 TO WS-F
           PERFORM LOAD-CARD-REF-FREQ
             UNTIL WS-F > 3
           .
       LOAD-CARD-REF-FREQ.
           IF NT-PARM-REF-FREQ(WS-F) IS NUMERIC
               AND NT-PARM-REF-FREQ(WS-F) > 0
             ADD 1 TO WS-CARD-REF-CT
             MOVE NT-PARM-REF-FREQ(WS-F)
               TO WS-CARD-REF-FREQ-V(WS-CARD-REF-CT)
           END-IF

           ADD 1 TO WS-F
           .
       READ-NETDEF-RECORD.
           READ NT-NETDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Handles one network: captures its NET header and loads the
      * BRN, TLN and CPL records that follow, the way CNETSWP does,
      * then studies it at each reference frequency.  A network the
      * card did not ask for is loaded past and skipped.
      ******************************************************************
       PROCESS-NETWORK.
           IF NOT NT-REC-NETWORK
             DISPLAY 'CNETTOL - RECORD OUT OF SEQUENCE, TYPE '
                  NT-REC-TYPE ' SKIPPED'
             PERFORM READ-NETDEF-RECORD
           ELSE
             MOVE NT-NETWORK-ID TO WS-NETWORK-ID
             MOVE NT-START-FREQ TO WS-START-FREQ-V
             MOVE NT-FREQ-STEP  TO WS-FREQ-STEP-V
             MOVE NT-NUM-STEPS  TO WS-NUM-STEPS

             MOVE 0 TO WS-COMP-CT
             MOVE 0 TO WS-CPL-CT
             MOVE 0 TO WS-TOL-CT
             MOVE 'N' TO WS-OVERFLOW-SW

             PERFORM READ-NETDEF-RECORD

             PERFORM LOAD-BRANCH-COMPONENT
               UNTIL WS-EOF-YES
                  OR (NOT NT-REC-BRANCH AND NOT NT-REC-TLINE
                      AND NOT NT-REC-COUPLING)

             IF WS-NETWORK-WANTED = SPACES
                 OR WS-NETWORK-WANTED = WS-NETWORK-ID
               ADD 1 TO WS-NETWORK-CT
               PERFORM STUDY-NETWORK
             END-IF
           END-IF
           .
       LOAD-BRANCH-COMPONENT.
           IF WS-COMP-CT = WS-ARRAY-MAX
             IF NOT WS-OVERFLOW-YES
               SET WS-OVERFLOW-YES TO TRUE
               DISPLAY 'CNETTOL - NETWORK ' WS-NETWORK-ID
                    ' EXCEEDS THE ARRAY CAPACITY, REMAINDER IGNORED'
               ADD 1 TO WS-ARITH-ERR-CT
             END-IF
           ELSE
             IF NT-REC-COUPLING
               PERFORM LOAD-COUPLING-RECORD
             ELSE
               PERFORM LOAD-PLAIN-COMPONENT
             END-IF
           END-IF

           PERFORM READ-NETDEF-RECORD
           .
       LOAD-COUPLING-RECORD.
           IF WS-CPL-CT < 50
             ADD 1 TO WS-CPL-CT
             MOVE NT-CPL-PRIMARY TO WS-CPL-PRIM(WS-CPL-CT)
             MOVE NT-CPL-SECONDARY TO WS-CPL-SEC(WS-CPL-CT)
             MOVE NT-CPL-VALUE TO WS-CPL-VAL-V(WS-CPL-CT)
             MOVE NT-CPL-KIND TO WS-CPL-KIND(WS-CPL-CT)
           END-IF
           .
      ******************************************************************
      * Stores one BRN or TLN record.  Only an R, L or C value has a
      * tolerance; a transmission line is studied at its nominal
      * particulars.
      ******************************************************************
       LOAD-PLAIN-COMPONENT.
           ADD 1 TO WS-COMP-CT
           MOVE 'N' TO WS-COMP-REMOVED-SW(WS-COMP-CT)
           MOVE 0 TO WS-TOL-NOM-V(WS-COMP-CT)
           MOVE 0 TO WS-TOL-FRAC-V(WS-COMP-CT)
           MOVE 0 TO WS-TOL-PCT(WS-COMP-CT)
           IF NT-REC-TLINE
             MOVE NT-TLN-BRANCH-TYPE
               TO WS-COMP-BRANCH-TYPE(WS-COMP-CT)
             MOVE NT-TLN-GROUP-ID TO WS-COMP-GROUP-ID(WS-COMP-CT)
             MOVE 'T' TO WS-COMP-TYPE(WS-COMP-CT)
             MOVE NT-TLN-TERMINATION TO WS-COMP-TLN-TERM(WS-COMP-CT)
             MOVE NT-TLN-Z0 TO WS-COMP-TLN-Z0-V(WS-COMP-CT)
             MOVE NT-TLN-LENGTH TO WS-COMP-TLN-LEN-V(WS-COMP-CT)
             MOVE NT-TLN-ALPHA TO WS-COMP-TLN-ALPHA-V(WS-COMP-CT)
             MOVE NT-TLN-VFACTOR TO WS-COMP-TLN-VF-V(WS-COMP-CT)
           ELSE
             MOVE NT-BRANCH-TYPE TO WS-COMP-BRANCH-TYPE(WS-COMP-CT)
             MOVE NT-GROUP-ID TO WS-COMP-GROUP-ID(WS-COMP-CT)
             MOVE NT-COMPONENT-TYPE TO WS-COMP-TYPE(WS-COMP-CT)
             MOVE NT-COMPONENT-VALUE TO WS-COMP-VALUE-V(WS-COMP-CT)
             MOVE NT-COMPONENT-VALUE TO WS-TOL-NOM-V(WS-COMP-CT)
             IF NT-TOLERANCE-PCT IS NUMERIC
                 AND NT-TOLERANCE-PCT > 0
               ADD 1 TO WS-TOL-CT
               MOVE NT-TOLERANCE-PCT TO WS-TOL-PCT(WS-COMP-CT)
               COMPUTE WS-TOL-FRAC-V(WS-COMP-CT) =
                 NT-TOLERANCE-PCT / 100
             END-IF
           END-IF
           .
      ******************************************************************
      * Studies the loaded network at the card's reference
      * frequencies, or at its own sweep's first, middle and last
      * steps.
      ******************************************************************
       STUDY-NETWORK.
           IF WS-CARD-REF-CT > 0
             MOVE WS-CARD-REF-TABLE TO WS-REF-TABLE
           ELSE
             MOVE 1 TO WS-REF-CT
             MOVE WS-START-FREQ-V TO WS-REF-FREQ-V(1)
             IF WS-NUM-STEPS > 2
               ADD 1 TO WS-REF-CT
               COMPUTE WS-MID-STEP = (WS-NUM-STEPS - 1) / 2
               COMPUTE WS-REF-FREQ-V(WS-REF-CT) =
                 WS-START-FREQ-V + (WS-FREQ-STEP-V * WS-MID-STEP)
             END-IF
             IF WS-NUM-STEPS > 1
               ADD 1 TO WS-REF-CT
               COMPUTE WS-MID-STEP = WS-NUM-STEPS - 1
               COMPUTE WS-REF-FREQ-V(WS-REF-CT) =
                 WS-START-FREQ-V + (WS-FREQ-STEP-V * WS-MID-STEP)
             END-IF
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TOLERANCE STUDY - NETWORK ' DELIMITED BY SIZE
             WS-NETWORK-ID                DELIMITED BY SIZE
             '  COMPONENTS: '             DELIMITED BY SIZE
             WS-COMP-CT                   DELIMITED BY SIZE
             '  TOLERANCED: '             DELIMITED BY SIZE
             WS-TOL-CT                    DELIMITED BY SIZE
             '  TRIALS: '                 DELIMITED BY SIZE
             WS-TRIALS                    DELIMITED BY SIZE
             '  SEED: '                   DELIMITED BY SIZE
             WS-SEED                      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-F
           PERFORM STUDY-ONE-FREQUENCY
             UNTIL WS-F > WS-REF-CT
           .
      ******************************************************************
      * The study at reference frequency WS-F: nominal, the
      * one-at-a-time swings, the corners, and the Monte Carlo pass.
      * The generator is reseeded at every frequency, so each one
      * sees the same draws and the figures compare like for like.
      ******************************************************************
       STUDY-ONE-FREQUENCY.
           MOVE WS-REF-FREQ-V(WS-F) TO WS-EVAL-FREQ-V

           MOVE WS-EVAL-FREQ-V TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-FREQ-TEXT

           PERFORM RESTORE-NOMINAL-VALUES
           PERFORM EVALUATE-NETWORK

           IF WS-EVAL-ERR-CT > 0
             ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  AT '             DELIMITED BY SIZE
               WS-FREQ-TEXT        DELIMITED BY SIZE
               ' THE NOMINAL NETWORK DOES NOT EVALUATE - NOT STUDIED'
                                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE WS-ZMAG-V TO WS-NOM-MAG-V
             MOVE WS-DEG-V TO WS-NOM-DEG-V
             PERFORM WRITE-NOMINAL-LINE

             IF WS-TOL-CT = 0
               MOVE '    NO COMPONENT CARRIES A TOLERANCE - '
                 & 'NOMINAL ONLY' TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             ELSE
               PERFORM FIND-COMPONENT-SWINGS
               PERFORM EVALUATE-CORNERS
               PERFORM RUN-MONTE-CARLO
               PERFORM RESTORE-NOMINAL-VALUES
               PERFORM WRITE-CORNER-LINE
               PERFORM WRITE-MONTE-CARLO-LINES
               PERFORM WRITE-DOMINANT-LINES
             END-IF
           END-IF

           ADD 1 TO WS-F
           .
      ******************************************************************
      * Evaluates the network as it stands through CNETEVAL, leaving
      * the modulus in WS-ZMAG-V and the phase in degrees in
      * WS-DEG-V.
      ******************************************************************
       EVALUATE-NETWORK.
           CALL 'CNETEVAL' USING
             WS-NET-TABLE,
             WS-EVAL-FREQ-V,
             WS-Z-COMPLEX,
             WS-EVAL-ERR-CT

           IF WS-EVAL-ERR-CT = 0
             CALL 'CMOD' USING WS-Z-COMPLEX, WS-ZMAG-V
             CALL 'CARG' USING WS-Z-COMPLEX, WS-ARG-V
             COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
           END-IF
           .
       RESTORE-NOMINAL-VALUES.
           MOVE 1 TO WS-C
           PERFORM RESTORE-ONE-VALUE
             UNTIL WS-C > WS-COMP-CT
           .
       RESTORE-ONE-VALUE.
           IF NOT WS-COMP-TLINE(WS-C)
             MOVE WS-TOL-NOM-V(WS-C) TO WS-COMP-VALUE-V(WS-C)
           END-IF

           ADD 1 TO WS-C
           .
      ******************************************************************
      * Moves each toleranced component alone to the top and the
      * bottom of its band, the rest held nominal, and keeps the
      * swing each end-to-end move makes in the modulus and the
      * phase: the largest swing is the dominant component, and the
      * direction of each swing steers the corners.
      ******************************************************************
       FIND-COMPONENT-SWINGS.
           MOVE 0 TO WS-MAG-SWING-SUM-V
           MOVE 0 TO WS-PH-SWING-SUM-V
           MOVE 0 TO WS-MAG-DOM-SWING-V
           MOVE 0 TO WS-PH-DOM-SWING-V
           MOVE 0 TO WS-MAG-DOM
           MOVE 0 TO WS-PH-DOM

           MOVE 1 TO WS-C
           PERFORM SWING-ONE-COMPONENT
             UNTIL WS-C > WS-COMP-CT
           .
       SWING-ONE-COMPONENT.
           MOVE 'Y' TO WS-TOL-MAG-UP-SW(WS-C)
           MOVE 'Y' TO WS-TOL-PH-UP-SW(WS-C)

           IF WS-TOL-FRAC-V(WS-C) > 0
             COMPUTE WS-COMP-VALUE-V(WS-C) =
               WS-TOL-NOM-V(WS-C) * (1 + WS-TOL-FRAC-V(WS-C))
             PERFORM EVALUATE-NETWORK
             ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
             MOVE WS-ZMAG-V TO WS-HI-MAG-V
             MOVE WS-DEG-V TO WS-HI-DEG-V

             COMPUTE WS-COMP-VALUE-V(WS-C) =
               WS-TOL-NOM-V(WS-C) * (1 - WS-TOL-FRAC-V(WS-C))
             PERFORM EVALUATE-NETWORK
             ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
             MOVE WS-ZMAG-V TO WS-LO-MAG-V
             MOVE WS-DEG-V TO WS-LO-DEG-V

             MOVE WS-TOL-NOM-V(WS-C) TO WS-COMP-VALUE-V(WS-C)

             IF WS-HI-MAG-V < WS-LO-MAG-V
               MOVE 'N' TO WS-TOL-MAG-UP-SW(WS-C)
             END-IF
             IF WS-HI-DEG-V < WS-LO-DEG-V
               MOVE 'N' TO WS-TOL-PH-UP-SW(WS-C)
             END-IF

             COMPUTE WS-SWING-V = WS-HI-MAG-V - WS-LO-MAG-V
             IF WS-SWING-V < 0
               COMPUTE WS-SWING-V = 0 - WS-SWING-V
             END-IF
             ADD WS-SWING-V TO WS-MAG-SWING-SUM-V
             IF WS-MAG-DOM = 0 OR WS-SWING-V > WS-MAG-DOM-SWING-V
               MOVE WS-C TO WS-MAG-DOM
               MOVE WS-SWING-V TO WS-MAG-DOM-SWING-V
             END-IF

             COMPUTE WS-SWING-V = WS-HI-DEG-V - WS-LO-DEG-V
             IF WS-SWING-V < 0
               COMPUTE WS-SWING-V = 0 - WS-SWING-V
             END-IF
             ADD WS-SWING-V TO WS-PH-SWING-SUM-V
             IF WS-PH-DOM = 0 OR WS-SWING-V > WS-PH-DOM-SWING-V
               MOVE WS-C TO WS-PH-DOM
               MOVE WS-SWING-V TO WS-PH-DOM-SWING-V
             END-IF
           END-IF

           ADD 1 TO WS-C
           .
      ******************************************************************
      * Evaluates the four sensitivity-directed corners: every
      * component at the end of its band that raises the modulus,
      * every one at the end that lowers it, and the same pair for
      * the phase.
      ******************************************************************
       EVALUATE-CORNERS.
           SET WS-CORNER-MAG-MAX TO TRUE
           PERFORM SET-CORNER-VALUES
           PERFORM EVALUATE-NETWORK
           ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
           MOVE WS-ZMAG-V TO WS-WC-MAG-MAX-V

           SET WS-CORNER-MAG-MIN TO TRUE
           PERFORM SET-CORNER-VALUES
           PERFORM EVALUATE-NETWORK
           ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
           MOVE WS-ZMAG-V TO WS-WC-MAG-MIN-V

           SET WS-CORNER-DEG-MAX TO TRUE
           PERFORM SET-CORNER-VALUES
           PERFORM EVALUATE-NETWORK
           ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
           MOVE WS-DEG-V TO WS-WC-DEG-MAX-V

           SET WS-CORNER-DEG-MIN TO TRUE
           PERFORM SET-CORNER-VALUES
           PERFORM EVALUATE-NETWORK
           ADD WS-EVAL-ERR-CT TO WS-ARITH-ERR-CT
           MOVE WS-DEG-V TO WS-WC-DEG-MIN-V
           .
       SET-CORNER-VALUES.
           MOVE 1 TO WS-C
           PERFORM SET-ONE-CORNER-VALUE
             UNTIL WS-C > WS-COMP-CT
           .
       SET-ONE-CORNER-VALUE.
           IF WS-TOL-FRAC-V(WS-C) > 0
             IF (WS-CORNER-MAG-MAX AND WS-TOL-MAG-UP(WS-C))
                 OR (WS-CORNER-MAG-MIN AND NOT WS-TOL-MAG-UP(WS-C))
                 OR (WS-CORNER-DEG-MAX AND WS-TOL-PH-UP(WS-C))
                 OR (WS-CORNER-DEG-MIN AND NOT WS-TOL-PH-UP(WS-C))
               COMPUTE WS-COMP-VALUE-V(WS-C) =
                 WS-TOL-NOM-V(WS-C) * (1 + WS-TOL-FRAC-V(WS-C))
             ELSE
               COMPUTE WS-COMP-VALUE-V(WS-C) =
                 WS-TOL-NOM-V(WS-C) * (1 - WS-TOL-FRAC-V(WS-C))
             END-IF
           END-IF

           ADD 1 TO WS-C
           .
      ******************************************************************
      * The seeded Monte Carlo pass: every trial draws each
      * toleranced value uniformly across its band and evaluates
      * the network; a trial the evaluation refuses is counted as
      * an arithmetic error and kept out of the statistics.
      ******************************************************************
       RUN-MONTE-CARLO.
           MOVE WS-SEED TO WS-RNG-STATE
           DIVIDE WS-RNG-STATE BY WS-RNG-MODULUS
             GIVING WS-RNG-QUOT REMAINDER WS-RNG-STATE
           IF WS-RNG-STATE = 0
             MOVE 1 TO WS-RNG-STATE
           END-IF

           MOVE 0 TO WS-MC-GOOD-CT
           MOVE 0 TO WS-MC-ERR-CT
           MOVE 0 TO WS-MC-MAG-SUM-V
           MOVE 0 TO WS-MC-MAG-SSQ-V
           MOVE 0 TO WS-MC-DEG-SUM-V
           MOVE 0 TO WS-MC-DEG-SSQ-V
           MOVE WS-NOM-MAG-V TO WS-MC-MAG-MIN-V
           MOVE WS-NOM-MAG-V TO WS-MC-MAG-MAX-V
           MOVE WS-NOM-DEG-V TO WS-MC-DEG-MIN-V
           MOVE WS-NOM-DEG-V TO WS-MC-DEG-MAX-V

           MOVE 1 TO WS-TRIAL
           PERFORM RUN-ONE-TRIAL
             UNTIL WS-TRIAL > WS-TRIALS

           ADD WS-MC-ERR-CT TO WS-ARITH-ERR-CT
           .
       RUN-ONE-TRIAL.
           MOVE 1 TO WS-C
           PERFORM DRAW-ONE-VALUE
             UNTIL WS-C > WS-COMP-CT

           PERFORM EVALUATE-NETWORK

           IF WS-EVAL-ERR-CT > 0
             ADD 1 TO WS-MC-ERR-CT
           ELSE
             IF WS-MC-GOOD-CT = 0
               MOVE WS-ZMAG-V TO WS-MC-MAG-MIN-V
               MOVE WS-ZMAG-V TO WS-MC-MAG-MAX-V
               MOVE WS-DEG-V TO WS-MC-DEG-MIN-V
               MOVE WS-DEG-V TO WS-MC-DEG-MAX-V
             END-IF
             ADD 1 TO WS-MC-GOOD-CT

             IF WS-ZMAG-V < WS-MC-MAG-MIN-V
               MOVE WS-ZMAG-V TO WS-MC-MAG-MIN-V
             END-IF
             IF WS-ZMAG-V > WS-MC-MAG-MAX-V
               MOVE WS-ZMAG-V TO WS-MC-MAG-MAX-V
             END-IF
             IF WS-DEG-V < WS-MC-DEG-MIN-V
               MOVE WS-DEG-V TO WS-MC-DEG-MIN-V
             END-IF
             IF WS-DEG-V > WS-MC-DEG-MAX-V
               MOVE WS-DEG-V TO WS-MC-DEG-MAX-V
             END-IF

             ADD WS-ZMAG-V TO WS-MC-MAG-SUM-V
             COMPUTE WS-MC-MAG-SSQ-V =
               WS-MC-MAG-SSQ-V + WS-ZMAG-V * WS-ZMAG-V
             ADD WS-DEG-V TO WS-MC-DEG-SUM-V
             COMPUTE WS-MC-DEG-SSQ-V =
               WS-MC-DEG-SSQ-V + WS-DEG-V * WS-DEG-V
           END-IF

           ADD 1 TO WS-TRIAL
           .
       DRAW-ONE-VALUE.
           IF WS-TOL-FRAC-V(WS-C) > 0
             PERFORM NEXT-RANDOM
             COMPUTE WS-COMP-VALUE-V(WS-C) =
               WS-TOL-NOM-V(WS-C)
               * (1 + WS-TOL-FRAC-V(WS-C) * (2 * WS-RNG-U-V - 1))
           END-IF

           ADD 1 TO WS-C
           .
      ******************************************************************
      * Advances the generator and leaves a uniform draw on (0, 1)
      * in WS-RNG-U-V.
      ******************************************************************
       NEXT-RANDOM.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
             GIVING WS-RNG-QUOT REMAINDER WS-RNG-STATE
           COMPUTE WS-RNG-U-V = WS-RNG-STATE / WS-RNG-MODULUS
           .
       WRITE-NOMINAL-LINE.
           MOVE WS-NOM-MAG-V TO WS-ENG-V
           MOVE 'OHM' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-MAG1-TEXT
           MOVE WS-NOM-DEG-V TO WS-DEG1-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  AT '             DELIMITED BY SIZE
             WS-FREQ-TEXT        DELIMITED BY SIZE
             ' NOMINAL |Z|='     DELIMITED BY SIZE
             WS-MAG1-TEXT        DELIMITED BY SIZE
             ' PHASE DEG='       DELIMITED BY SIZE
             WS-DEG1-DISP        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-CORNER-LINE.
           MOVE WS-WC-MAG-MIN-V TO WS-ENG-V
           MOVE 'OHM' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-MAG1-TEXT
           MOVE WS-WC-MAG-MAX-V TO WS-ENG-V
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-MAG2-TEXT
           MOVE WS-WC-DEG-MIN-V TO WS-DEG1-DISP
           MOVE WS-WC-DEG-MAX-V TO WS-DEG2-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    WORST-CASE CORNERS  |Z| ' DELIMITED BY SIZE
             WS-MAG1-TEXT        DELIMITED BY SIZE
             ' TO '              DELIMITED BY SIZE
             WS-MAG2-TEXT        DELIMITED BY SIZE
             '  PHASE DEG '      DELIMITED BY SIZE
             WS-DEG1-DISP        DELIMITED BY SIZE
             ' TO '              DELIMITED BY SIZE
             WS-DEG2-DISP        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Reports the trials' minimum, maximum, mean and spread - the
      * population standard deviation - of the modulus and phase.
      ******************************************************************
       WRITE-MONTE-CARLO-LINES.
           IF WS-MC-GOOD-CT = 0
             MOVE '    MONTE CARLO - NO TRIAL EVALUATED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 'OHM' TO WS-ENG-UNIT
             MOVE WS-MC-MAG-MIN-V TO WS-ENG-V
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-MAG1-TEXT
             MOVE WS-MC-MAG-MAX-V TO WS-ENG-V
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-MAG2-TEXT

             COMPUTE WS-MEAN-V = WS-MC-MAG-SUM-V / WS-MC-GOOD-CT
             COMPUTE WS-SPREAD-V = WS-MC-MAG-SSQ-V / WS-MC-GOOD-CT
               - WS-MEAN-V * WS-MEAN-V
             IF WS-SPREAD-V > 0
               COMPUTE WS-SPREAD-V = FUNCTION SQRT(WS-SPREAD-V)
             ELSE
               MOVE 0 TO WS-SPREAD-V
             END-IF
             MOVE WS-MEAN-V TO WS-ENG-V
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-MAG3-TEXT
             MOVE WS-SPREAD-V TO WS-ENG-V
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-MAG4-TEXT

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    MONTE CARLO '  DELIMITED BY SIZE
               WS-MC-GOOD-CT       DELIMITED BY SIZE
               ' TRIALS  |Z| MIN ' DELIMITED BY SIZE
               WS-MAG1-TEXT        DELIMITED BY SIZE
               ' MAX '             DELIMITED BY SIZE
               WS-MAG2-TEXT        DELIMITED BY SIZE
               ' MEAN '            DELIMITED BY SIZE
               WS-MAG3-TEXT        DELIMITED BY SIZE
               ' SPREAD '          DELIMITED BY SIZE
               WS-MAG4-TEXT        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             COMPUTE WS-MEAN-V = WS-MC-DEG-SUM-V / WS-MC-GOOD-CT
             COMPUTE WS-SPREAD-V = WS-MC-DEG-SSQ-V / WS-MC-GOOD-CT
               - WS-MEAN-V * WS-MEAN-V
             IF WS-SPREAD-V > 0
               COMPUTE WS-SPREAD-V = FUNCTION SQRT(WS-SPREAD-V)
             ELSE
               MOVE 0 TO WS-SPREAD-V
             END-IF
             MOVE WS-MC-DEG-MIN-V TO WS-DEG1-DISP
             MOVE WS-MC-DEG-MAX-V TO WS-DEG2-DISP
             MOVE WS-MEAN-V TO WS-DEG3-DISP
             MOVE WS-SPREAD-V TO WS-DEG4-DISP

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    MONTE CARLO '  DELIMITED BY SIZE
               WS-MC-GOOD-CT       DELIMITED BY SIZE
               ' TRIALS  PHASE DEG MIN ' DELIMITED BY SIZE
               WS-DEG1-DISP        DELIMITED BY SIZE
               ' MAX '             DELIMITED BY SIZE
               WS-DEG2-DISP        DELIMITED BY SIZE
               ' MEAN '            DELIMITED BY SIZE
               WS-DEG3-DISP        DELIMITED BY SIZE
               ' SPREAD '          DELIMITED BY SIZE
               WS-DEG4-DISP        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-MC-ERR-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    *** '          DELIMITED BY SIZE
               WS-MC-ERR-CT        DELIMITED BY SIZE
               ' TRIALS DID NOT EVALUATE ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * Names the component whose own band moves the modulus most,
      * and the one that moves the phase most, each with its share
      * of the sum of every component's swing.
      ******************************************************************
       WRITE-DOMINANT-LINES.
           IF WS-MAG-SWING-SUM-V > 0
             COMPUTE WS-SHARE-PCT ROUNDED =
               WS-MAG-DOM-SWING-V * 100 / WS-MAG-SWING-SUM-V
             MOVE WS-MAG-DOM TO WS-C
             MOVE '|Z|' TO WS-DOM-LABEL
             PERFORM WRITE-ONE-DOMINANT-LINE
           END-IF

           IF WS-PH-SWING-SUM-V > 0
             COMPUTE WS-SHARE-PCT ROUNDED =
               WS-PH-DOM-SWING-V * 100 / WS-PH-SWING-SUM-V
             MOVE WS-PH-DOM TO WS-C
             MOVE 'PHASE' TO WS-DOM-LABEL
             PERFORM WRITE-ONE-DOMINANT-LINE
           END-IF
           .
       WRITE-ONE-DOMINANT-LINE.
           MOVE WS-SHARE-PCT TO WS-PCT-DISP
           MOVE WS-TOL-PCT(WS-C) TO WS-TOL-DISP

           MOVE WS-TOL-NOM-V(WS-C) TO WS-ENG-V
           EVALUATE TRUE
             WHEN WS-COMP-RESISTOR(WS-C)
               MOVE 'OHM' TO WS-ENG-UNIT
             WHEN WS-COMP-INDUCTOR(WS-C)
               MOVE 'H' TO WS-ENG-UNIT
             WHEN OTHER
               MOVE 'F' TO WS-ENG-UNIT
           END-EVALUATE
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-MAG1-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    DOMINANT '     DELIMITED BY SIZE
             WS-DOM-LABEL        DELIMITED BY SPACE
             ' COMPONENT '       DELIMITED BY SIZE
             WS-C                DELIMITED BY SIZE
             ' ('                DELIMITED BY SIZE
             WS-COMP-TYPE(WS-C)  DELIMITED BY SIZE
             ' GROUP '           DELIMITED BY SIZE
             WS-COMP-GROUP-ID(WS-C) DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             WS-MAG1-TEXT        DELIMITED BY SIZE
             ' +/-'              DELIMITED BY SIZE
             WS-TOL-DISP         DELIMITED BY SIZE
             ' PCT) - '          DELIMITED BY SIZE
             WS-PCT-DISP         DELIMITED BY SIZE
             ' PCT OF THE SWING' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO NT-REPORT-LINE
           WRITE NT-REPORT-LINE
           MOVE 'CNETTOLR' TO WS-IO-FILE
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
             DISPLAY 'CNETTOL - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
