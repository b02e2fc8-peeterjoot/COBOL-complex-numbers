       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCMPSNP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-CATALOG-FILE ASSIGN TO "CCMPCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CS-PARM-FILE ASSIGN TO "CCMPSNPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CS-NETIN-FILE ASSIGN TO "CSNAPNI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CS-NETOUT-FILE ASSIGN TO "CSNAPNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CS-TPIN-FILE ASSIGN TO "CSNAPTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CS-TPOUT-FILE ASSIGN TO "CSNAPTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CS-REPORT-FILE ASSIGN TO "CSNAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-CATALOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCMPCAT REPLACING ==(PRFX)== BY ==CS-CAT-==.
       FD  CS-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CCMPSNPP card: the catalog series each component type is
      * bought from, in the order resistors, inductors, capacitors -
      * E12, E24, E96, or STK for the stocked parts alone.  A blank
      * keeps the shop's standing choice: E24 resistors, E12
      * inductors and capacitors.
      ******************************************************************
       01  CS-PARM-RECORD.
         10  CS-PARM-SERIES OCCURS 3 TIMES PIC X(03).
         10  FILLER                PIC X(71).
       FD  CS-NETIN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==CS-NI-==.
       FD  CS-NETOUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==CS-NO-==.
       FD  CS-TPIN-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY CTPDEF REPLACING ==(PRFX)== BY ==CS-TI-==.
       FD  CS-TPOUT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY CTPDEF REPLACING ==(PRFX)== BY ==CS-TO-==.
       FD  CS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CS-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the component types in card order and the series each is
      * snapped to this run.
       01 WS-TYPE-LIT PIC X(03) VALUE 'RLC'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-LIT.
         05 WS-TYPE-CODE PIC X(01) OCCURS 3 TIMES.
       01 WS-DEFAULT-LIT PIC X(09) VALUE 'E24E12E12'.
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIT.
         05 WS-DEFAULT-SERIES PIC X(03) OCCURS 3 TIMES.
       01 WS-TYPE-SETTINGS.
         05 WS-TYPE-ENTRY OCCURS 3 TIMES.
           10 WS-SERIES-WANTED PIC X(03).
           10 WS-TYPE-CAND-CT  PIC 9(04).
           10 WS-TYPE-MIN-V    COMP-2.
           10 WS-TYPE-MAX-V    COMP-2.
       01 WS-T PIC 9(01) VALUE 0.
      ******************************************************************
      * every value the run may snap to, expanded off the catalog:
      * one entry per stocked part, one per series mantissa per
      * decade, each with the series or part number it came from.
      ******************************************************************
       01 WS-CAND-TABLE.
         05 WS-CAND-CT PIC 9(04) VALUE 0.
         05 WS-CAND-ENTRY OCCURS 3000 TIMES.
           10 WS-CAND-TYPE     PIC 9(01).
           10 WS-CAND-VALUE-V  COMP-2.
           10 WS-CAND-SOURCE   PIC X(12).
       01 WS-CAND-MAX PIC 9(04) VALUE 3000.
       01 WS-CAND-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-CAND-OVERFLOW VALUE 'Y'.
       01 WS-DECADE PIC S9(02) VALUE 0.
       01 WS-C PIC 9(04) VALUE 0.
      * one snap: the type and deck value in, the catalog value, its
      * source, and how it went out.
       01 WS-SNAP-T PIC 9(01) VALUE 0.
       01 WS-SNAP-IN-V COMP-2.
       01 WS-SNAP-OUT-V COMP-2.
       01 WS-SNAP-SOURCE PIC X(12) VALUE SPACES.
       01 WS-SNAP-DIST-V COMP-2.
       01 WS-BEST-DIST-V COMP-2.
       01 WS-SNAP-RESULT-SW PIC X(01) VALUE SPACE.
         88 WS-SNAP-DONE        VALUE 'S'.
         88 WS-SNAP-NO-CATALOG  VALUE 'N'.
         88 WS-SNAP-NOT-VALUE   VALUE 'Z'.
       01 WS-SNAP-TYPE PIC X(01) VALUE SPACE.
       01 WS-SNAP-FLAG PIC X(32) VALUE SPACES.
       01 WS-DECK-V COMP-2.
       01 WS-DECK-VALUE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CHANGE-V COMP-2.
      * the network under study, as the deck has it and as it will be
      * built, loaded the way CNETSWP loads it.
       COPY CNETCOMP REPLACING ==(PRFX)== BY ==WS-O-==.
       COPY CNETCOMP REPLACING ==(PRFX)== BY ==WS-S-==.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-SNAPV-TABLE.
         05 WS-SNAPV-V OCCURS 5000 TIMES COMP-2.
      * the chain under study: each stage's value as the deck has it
      * (1) and as it will be built (2).
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-LOAD-==.
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
           10 WS-STAGE-VALUE-V    OCCURS 2 TIMES COMP-2.
       01 WS-STAGE-MAX    PIC 9(04) VALUE 100.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-CHAIN-==.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-STAGE-==.
       COPY ABCDMTX REPLACING ==(PRFX)== BY ==WS-CASC-==.
       01 WS-ELEMENT-KIND PIC X(01) VALUE 'S'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ELEMENT-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NUM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DEN-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-BUILD-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
      * the group being compared - which deck it came off, its id
      * and its sweep range off the header record.
       01 WS-DECK-KIND PIC X(01) VALUE SPACE.
         88 WS-DECK-NETWORK VALUE 'N'.
         88 WS-DECK-CHAIN   VALUE 'T'.
       01 WS-GROUP-ID PIC X(08) VALUE SPACES.
       01 WS-START-FREQ-V COMP-2.
       01 WS-FREQ-STEP-V  COMP-2.
       01 WS-NUM-STEPS    PIC 9(04) VALUE 0.
       01 WS-POS PIC 9(04) VALUE 0.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
      ******************************************************************
      * the side-by-side sweep: the modulus of the deck's (1) and the
      * built (2) equivalent impedance at every step, and the
      * resonances - interior extrema of the modulus - each sweep
      * shows.
      ******************************************************************
       01 WS-SWP-TABLE.
         05 WS-SWP-CT PIC 9(04) VALUE 0.
         05 WS-SWP-ENTRY OCCURS 5000 TIMES.
           10 WS-SWP-FREQ-V   COMP-2.
           10 WS-SWP-MAG-V    OCCURS 2 TIMES COMP-2.
       01 WS-RES-TABLE.
         05 WS-RES-SET OCCURS 2 TIMES.
           10 WS-RES-CT PIC 9(02).
           10 WS-RES-ENTRY OCCURS 50 TIMES.
             15 WS-RES-FREQ-V COMP-2.
             15 WS-RES-KIND   PIC X(08).
       01 WS-V PIC 9(01) VALUE 0.
       01 WS-R PIC 9(02) VALUE 0.
       01 WS-R2 PIC 9(02) VALUE 0.
       01 WS-BEST-R PIC 9(02) VALUE 0.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-STEP-CT PIC 9(04) VALUE 0.
       01 WS-STEP-OFFSET PIC 9(04) VALUE 0.
       01 WS-EVAL-FREQ-V COMP-2.
       01 WS-OMEGA-V COMP-2.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZO-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZMAG-==.
       01 WS-EVAL-ERR-CT PIC 9(04) VALUE 0.
       01 WS-STEP-ERR-CT PIC 9(04) VALUE 0.
       01 WS-DIFF-RE-V COMP-2.
       01 WS-DIFF-IM-V COMP-2.
       01 WS-DEV-V COMP-2.
       01 WS-WORST-DEV-V COMP-2.
       01 WS-WORST-FREQ-V COMP-2.
       01 WS-CURV-V COMP-2.
       01 WS-OFFSET-V COMP-2.
       01 WS-BEST-GAP-V COMP-2.
       01 WS-GAP-V COMP-2.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-GROUP-CT PIC 9(04) VALUE 0.
       01 WS-CTL-COMP-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SNAPPED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FLAG-CT PIC 9(06) VALUE 0.
       01 WS-ARITH-ERR-CT PIC 9(04) VALUE 0.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter alongside CRPTWRT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-DECK-TEXT PIC X(20) VALUE SPACES.
       01 WS-BUILT-TEXT PIC X(20) VALUE SPACES.
       01 WS-POS-DISP PIC Z(03)9.
       01 WS-PCT-DISP PIC -(4)9.99.
       01 WS-STEPS-DISP PIC Z(03)9.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Snaps sweep and matching decks onto the component catalog:
      * every R, L and C value on a CNETDEF deck (CSNAPNI) and on a
      * CTPDEF deck (CSNAPTI) - either may be absent - is replaced
      * by the nearest value in its type's series on CCMPCAT,
      * nearest by ratio since the series are geometric, and the
      * rewritten decks go to CSNAPNO and CSNAPTO record for record,
      * so the build sheet run off them matches what is assembled.
      * Each network or chain is then swept twice over its own NET
      * range - as the deck had it and as it will be built, through
      * CNETEVAL or the CTPBRN/CTPCASC cascade exactly as CNETSWP
      * and CTPSWP sweep them - and CSNAPR reports every component's
      * substitution, the worst change in the equivalent (or input)
      * impedance's modulus across the sweep, and how far each
      * resonance moved.  A value outside the catalog's range, one
      * the deck's eight decimals cannot carry (left as it was), and
      * a type with no catalog entries are flagged for the designer.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD
           PERFORM LOAD-CATALOG

           OPEN OUTPUT CS-REPORT-FILE
           MOVE 'CSNAPR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-CATALOG-LINES

           OPEN INPUT CS-NETIN-FILE
           MOVE 'CSNAPNI' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CS-NETOUT-FILE
           MOVE 'CSNAPNO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           SET WS-DECK-NETWORK TO TRUE
           PERFORM READ-NETIN-RECORD
           PERFORM PROCESS-NETWORK
             UNTIL WS-EOF-YES

           CLOSE CS-NETIN-FILE
           CLOSE CS-NETOUT-FILE

           OPEN INPUT CS-TPIN-FILE
           MOVE 'CSNAPTI' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CS-TPOUT-FILE
           MOVE 'CSNAPTO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           SET WS-DECK-CHAIN TO TRUE
           PERFORM READ-TPIN-RECORD
           PERFORM PROCESS-CHAIN
             UNTIL WS-EOF-YES

           CLOSE CS-TPIN-FILE
           CLOSE CS-TPOUT-FILE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'NETWORKS/CHAINS: '   DELIMITED BY SIZE
             WS-CTL-GROUP-CT       DELIMITED BY SIZE
             '  COMPONENTS: '      DELIMITED BY SIZE
             WS-CTL-COMP-CT        DELIMITED BY SIZE
             '  CHANGED: '         DELIMITED BY SIZE
             WS-CTL-SNAPPED-CT     DELIMITED BY SIZE
             '  FLAGGED: '         DELIMITED BY SIZE
             WS-CTL-FLAG-CT        DELIMITED BY SIZE
             '  ARITHMETIC ERRORS: ' DELIMITED BY SIZE
             WS-ARITH-ERR-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE CS-REPORT-FILE

           DISPLAY 'CCMPSNP - NETWORKS/CHAINS: ' WS-CTL-GROUP-CT
                ' COMPONENTS CHANGED: ' WS-CTL-SNAPPED-CT
                ' FLAGGED: ' WS-CTL-FLAG-CT
                ' ARITHMETIC ERRORS: ' WS-ARITH-ERR-CT

           EVALUATE TRUE
             WHEN WS-ARITH-ERR-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-FLAG-CT > 0 OR WS-CAND-OVERFLOW
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the CCMPSNPP card, if there is one, and settles each
      * type's series.
      ******************************************************************
       READ-PARAMETER-CARD.
           MOVE SPACES TO CS-PARM-RECORD

           OPEN INPUT CS-PARM-FILE
           MOVE 'CCMPSNPP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CS-PARM-FILE
             AT END
               MOVE SPACES TO CS-PARM-RECORD
           END-READ

           CLOSE CS-PARM-FILE

           MOVE 1 TO WS-T
           PERFORM SET-ONE-SERIES
             UNTIL WS-T > 3
           .
       SET-ONE-SERIES.
           IF CS-PARM-SERIES(WS-T) = 'E12' OR 'E24' OR 'E96' OR 'STK'
             MOVE CS-PARM-SERIES(WS-T) TO WS-SERIES-WANTED(WS-T)
           ELSE
             MOVE WS-DEFAULT-SERIES(WS-T) TO WS-SERIES-WANTED(WS-T)
           END-IF
           MOVE 0 TO WS-TYPE-CAND-CT(WS-T)
           MOVE 0 TO WS-TYPE-MIN-V(WS-T)
           MOVE 0 TO WS-TYPE-MAX-V(WS-T)

           ADD 1 TO WS-T
           .
      ******************************************************************
      * Expands the catalog entries of each type's chosen series into
      * the candidate table.
      ******************************************************************
       LOAD-CATALOG.
           OPEN INPUT CS-CATALOG-FILE
           MOVE 'CCMPCAT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 0 TO WS-CAND-CT
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CATALOG-RECORD
           PERFORM TAKE-CATALOG-RECORD
             UNTIL WS-EOF-YES

           CLOSE CS-CATALOG-FILE
           .
       READ-CATALOG-RECORD.
           READ CS-CATALOG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       TAKE-CATALOG-RECORD.
           MOVE 0 TO WS-T
           EVALUATE TRUE
             WHEN CS-CAT-COMP-RESISTOR
               MOVE 1 TO WS-T
             WHEN CS-CAT-COMP-INDUCTOR
               MOVE 2 TO WS-T
             WHEN CS-CAT-COMP-CAPACITOR
               MOVE 3 TO WS-T
           END-EVALUATE

           IF WS-T > 0 AND CS-CAT-VALUE IS NUMERIC
               AND CS-CAT-VALUE > 0
             IF CS-CAT-SERIES = WS-SERIES-WANTED(WS-T)
               IF CS-CAT-SERIES-STOCKED
                 MOVE CS-CAT-VALUE TO WS-SNAP-OUT-V
                 MOVE CS-CAT-PART-NO TO WS-SNAP-SOURCE
                 PERFORM ADD-CANDIDATE
               ELSE
                 MOVE CS-CAT-DECADE-LO TO WS-DECADE
                 PERFORM ADD-SERIES-DECADE
                   UNTIL WS-DECADE > CS-CAT-DECADE-HI
               END-IF
             END-IF
           END-IF

           PERFORM READ-CATALOG-RECORD
           .
       ADD-SERIES-DECADE.
           COMPUTE WS-SNAP-OUT-V = CS-CAT-VALUE * (10 ** WS-DECADE)
           MOVE CS-CAT-SERIES TO WS-SNAP-SOURCE
           PERFORM ADD-CANDIDATE
           ADD 1 TO WS-DECADE
           .
      ******************************************************************
      * Adds WS-SNAP-OUT-V from WS-SNAP-SOURCE to type WS-T's
      * candidates and widens the type's range to take it in.
      ******************************************************************
       ADD-CANDIDATE.
           IF WS-CAND-CT = WS-CAND-MAX
             IF NOT WS-CAND-OVERFLOW
               SET WS-CAND-OVERFLOW TO TRUE
               DISPLAY 'CCMPSNP - CATALOG EXCEEDS ' WS-CAND-MAX
                    ' VALUES, REMAINDER IGNORED'
             END-IF
           ELSE
             ADD 1 TO WS-CAND-CT
             MOVE WS-T TO WS-CAND-TYPE(WS-CAND-CT)
             MOVE WS-SNAP-OUT-V TO WS-CAND-VALUE-V(WS-CAND-CT)
             MOVE WS-SNAP-SOURCE TO WS-CAND-SOURCE(WS-CAND-CT)
             IF WS-TYPE-CAND-CT(WS-T) = 0
                 OR WS-SNAP-OUT-V < WS-TYPE-MIN-V(WS-T)
               MOVE WS-SNAP-OUT-V TO WS-TYPE-MIN-V(WS-T)
             END-IF
             IF WS-SNAP-OUT-V > WS-TYPE-MAX-V(WS-T)
               MOVE WS-SNAP-OUT-V TO WS-TYPE-MAX-V(WS-T)
             END-IF
             ADD 1 TO WS-TYPE-CAND-CT(WS-T)
           END-IF
           .
      ******************************************************************
      * Heads the report with the series each type is snapped to and
      * the range its catalog values span.
      ******************************************************************
       WRITE-CATALOG-LINES.
           MOVE 1 TO WS-T
           PERFORM WRITE-ONE-CATALOG-LINE
             UNTIL WS-T > 3
           .
       WRITE-ONE-CATALOG-LINE.
           PERFORM SET-UNIT-FOR-TYPE
           MOVE WS-TYPE-MIN-V(WS-T) TO WS-ENG-V
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-DECK-TEXT
           MOVE WS-TYPE-MAX-V(WS-T) TO WS-ENG-V
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-BUILT-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CATALOG TYPE '        DELIMITED BY SIZE
             WS-TYPE-CODE(WS-T)     DELIMITED BY SIZE
             ' SERIES '             DELIMITED BY SIZE
             WS-SERIES-WANTED(WS-T) DELIMITED BY SIZE
             '  VALUES: '           DELIMITED BY SIZE
             WS-TYPE-CAND-CT(WS-T)  DELIMITED BY SIZE
             '  FROM '              DELIMITED BY SIZE
             WS-DECK-TEXT           DELIMITED BY SIZE
             ' TO '                 DELIMITED BY SIZE
             WS-BUILT-TEXT          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-T
           .
       SET-UNIT-FOR-TYPE.
           EVALUATE WS-T
             WHEN 1
               MOVE 'OHM' TO WS-ENG-UNIT
             WHEN 2
               MOVE 'H' TO WS-ENG-UNIT
             WHEN OTHER
               MOVE 'F' TO WS-ENG-UNIT
           END-EVALUATE
           .
       READ-NETIN-RECORD.
           READ CS-NETIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Handles one CNETDEF network: copies its NET record across,
      * then snaps and copies each BRN record (TLN and CPL records
      * pass through as they stand) while loading the network twice
      * - once as the deck has it, once as it will be built - and
      * finally compares the two sweeps.  A record ahead of any NET
      * record is copied across unchanged with a report line.
      ******************************************************************
       PROCESS-NETWORK.
           IF NOT CS-NI-REC-NETWORK
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CNETDEF RECORD OUT OF SEQUENCE, TYPE ' DELIMITED BY SIZE
               CS-NI-REC-TYPE     DELIMITED BY SIZE
               ' - COPIED UNCHANGED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             PERFORM WRITE-NETOUT-RECORD
             PERFORM READ-NETIN-RECORD
           ELSE
             MOVE CS-NI-NETWORK-ID TO WS-GROUP-ID
             MOVE CS-NI-NETWORK-ID TO WS-O-NETWORK-ID
             MOVE CS-NI-START-FREQ TO WS-START-FREQ-V
             MOVE CS-NI-FREQ-STEP TO WS-FREQ-STEP-V
             MOVE CS-NI-NUM-STEPS TO WS-NUM-STEPS
             MOVE 0 TO WS-O-COMP-CT
             MOVE 0 TO WS-O-CPL-CT
             MOVE 0 TO WS-POS
             MOVE 'N' TO WS-OVERFLOW-SW
             PERFORM WRITE-GROUP-HEADING
             PERFORM WRITE-NETOUT-RECORD

             PERFORM READ-NETIN-RECORD
             PERFORM COPY-NETWORK-MEMBER
               UNTIL WS-EOF-YES OR CS-NI-REC-NETWORK

             IF WS-OVERFLOW-YES
               MOVE '  NETWORK EXCEEDS THE ARRAY CAPACITY - '
                 & 'SWEEPS NOT COMPARED' TO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-ARITH-ERR-CT
             ELSE
               MOVE WS-O-NET-TABLE TO WS-S-NET-TABLE
               MOVE 1 TO WS-C
               PERFORM APPLY-ONE-SNAPPED-VALUE
                 UNTIL WS-C > WS-O-COMP-CT
               PERFORM COMPARE-SWEEPS
             END-IF
           END-IF
           .
      ******************************************************************
      * One record inside a network: a BRN R, L or C is snapped, and
      * every BRN, TLN and CPL record is loaded as CNETTOL loads it,
      * then copied to the rewritten deck.
      ******************************************************************
       COPY-NETWORK-MEMBER.
           EVALUATE TRUE
             WHEN CS-NI-REC-COUPLING
               IF WS-O-CPL-CT < 50
                 ADD 1 TO WS-O-CPL-CT
                 MOVE CS-NI-CPL-PRIMARY TO WS-O-CPL-PRIM(WS-O-CPL-CT)
                 MOVE CS-NI-CPL-SECONDARY TO WS-O-CPL-SEC(WS-O-CPL-CT)
                 MOVE CS-NI-CPL-VALUE TO WS-O-CPL-VAL-V(WS-O-CPL-CT)
                 MOVE CS-NI-CPL-KIND TO WS-O-CPL-KIND(WS-O-CPL-CT)
               END-IF
               PERFORM WRITE-NETOUT-RECORD
             WHEN NOT CS-NI-REC-BRANCH AND NOT CS-NI-REC-TLINE
               PERFORM WRITE-NETOUT-RECORD
             WHEN WS-O-COMP-CT = WS-ARRAY-MAX
               SET WS-OVERFLOW-YES TO TRUE
               PERFORM WRITE-NETOUT-RECORD
             WHEN CS-NI-REC-TLINE
               ADD 1 TO WS-POS
               ADD 1 TO WS-O-COMP-CT
               MOVE 'N' TO WS-O-COMP-REMOVED-SW(WS-O-COMP-CT)
               MOVE CS-NI-TLN-BRANCH-TYPE
                 TO WS-O-COMP-BRANCH-TYPE(WS-O-COMP-CT)
               MOVE CS-NI-TLN-GROUP-ID
                 TO WS-O-COMP-GROUP-ID(WS-O-COMP-CT)
               MOVE 'T' TO WS-O-COMP-TYPE(WS-O-COMP-CT)
               MOVE CS-NI-TLN-TERMINATION
                 TO WS-O-COMP-TLN-TERM(WS-O-COMP-CT)
               MOVE CS-NI-TLN-Z0 TO WS-O-COMP-TLN-Z0-V(WS-O-COMP-CT)
               MOVE CS-NI-TLN-LENGTH
                 TO WS-O-COMP-TLN-LEN-V(WS-O-COMP-CT)
               MOVE CS-NI-TLN-ALPHA
                 TO WS-O-COMP-TLN-ALPHA-V(WS-O-COMP-CT)
               MOVE CS-NI-TLN-VFACTOR
                 TO WS-O-COMP-TLN-VF-V(WS-O-COMP-CT)
               MOVE 0 TO WS-SNAPV-V(WS-O-COMP-CT)
               PERFORM WRITE-NETOUT-RECORD
             WHEN OTHER
               ADD 1 TO WS-POS
               ADD 1 TO WS-O-COMP-CT
               MOVE 'N' TO WS-O-COMP-REMOVED-SW(WS-O-COMP-CT)
               MOVE CS-NI-BRANCH-TYPE
                 TO WS-O-COMP-BRANCH-TYPE(WS-O-COMP-CT)
               MOVE CS-NI-GROUP-ID TO WS-O-COMP-GROUP-ID(WS-O-COMP-CT)
               MOVE CS-NI-COMPONENT-TYPE TO WS-O-COMP-TYPE(WS-O-COMP-CT)
               MOVE CS-NI-COMPONENT-VALUE
                 TO WS-O-COMP-VALUE-V(WS-O-COMP-CT)
               MOVE CS-NI-NETDEF-RECORD TO CS-NO-NETDEF-RECORD
               MOVE CS-NI-COMPONENT-TYPE TO WS-SNAP-TYPE
               MOVE CS-NI-COMPONENT-VALUE TO WS-SNAP-IN-V
               PERFORM SNAP-DECK-VALUE
               IF WS-SNAP-DONE
                 MOVE WS-DECK-VALUE TO CS-NO-COMPONENT-VALUE
               END-IF
               MOVE WS-DECK-V TO WS-SNAPV-V(WS-O-COMP-CT)
               WRITE CS-NO-NETDEF-RECORD
               MOVE 'CSNAPNO' TO WS-IO-FILE
               MOVE 'WRITE' TO WS-IO-OP
               PERFORM CHECK-IO-STATUS
           END-EVALUATE

           PERFORM READ-NETIN-RECORD
           .
       APPLY-ONE-SNAPPED-VALUE.
           IF NOT WS-S-COMP-TLINE(WS-C)
             MOVE WS-SNAPV-V(WS-C) TO WS-S-COMP-VALUE-V(WS-C)
           END-IF

           ADD 1 TO WS-C
           .
       WRITE-NETOUT-RECORD.
           MOVE CS-NI-NETDEF-RECORD TO CS-NO-NETDEF-RECORD
           WRITE CS-NO-NETDEF-RECORD
           MOVE 'CSNAPNO' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       READ-TPIN-RECORD.
           READ CS-TPIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Handles one CTPDEF chain: copies its NET record across, then
      * snaps and copies each STG record while loading each stage's
      * deck and built values, and finally compares the two sweeps.
      * A record ahead of any NET record is copied across unchanged
      * with a report line, as CTPSWP skips a stray STG.
      ******************************************************************
       PROCESS-CHAIN.
           IF NOT CS-TI-REC-NETWORK
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CTPDEF RECORD OUT OF SEQUENCE, TYPE ' DELIMITED BY SIZE
               CS-TI-REC-TYPE     DELIMITED BY SIZE
               ' - COPIED UNCHANGED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             PERFORM WRITE-TPOUT-RECORD
             PERFORM READ-TPIN-RECORD
           ELSE
             MOVE CS-TI-NETWORK-ID TO WS-GROUP-ID
             MOVE CS-TI-START-FREQ TO WS-START-FREQ-V
             MOVE CS-TI-FREQ-STEP TO WS-FREQ-STEP-V
             MOVE CS-TI-NUM-STEPS TO WS-NUM-STEPS
             MOVE CS-TI-LOAD-RE TO WS-LOAD-RE
             MOVE CS-TI-LOAD-IM TO WS-LOAD-IM
             MOVE 0 TO WS-STAGE-CT
             MOVE 0 TO WS-POS
             MOVE 'N' TO WS-OVERFLOW-SW
             PERFORM WRITE-GROUP-HEADING
             PERFORM WRITE-TPOUT-RECORD

             PERFORM READ-TPIN-RECORD
             PERFORM COPY-CHAIN-STAGE
               UNTIL WS-EOF-YES OR CS-TI-REC-NETWORK

             IF WS-OVERFLOW-YES
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '  CHAIN EXCEEDS '  DELIMITED BY SIZE
                 WS-STAGE-MAX        DELIMITED BY SIZE
                 ' STAGES - SWEEPS NOT COMPARED' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-ARITH-ERR-CT
             ELSE
               PERFORM COMPARE-SWEEPS
             END-IF
           END-IF
           .
       COPY-CHAIN-STAGE.
           EVALUATE TRUE
             WHEN NOT CS-TI-REC-STAGE
               PERFORM WRITE-TPOUT-RECORD
             WHEN WS-STAGE-CT = WS-STAGE-MAX
               SET WS-OVERFLOW-YES TO TRUE
               PERFORM WRITE-TPOUT-RECORD
             WHEN OTHER
               ADD 1 TO WS-POS
               ADD 1 TO WS-STAGE-CT
               MOVE CS-TI-ELEMENT-POS TO WS-STAGE-POS(WS-STAGE-CT)
               MOVE CS-TI-COMPONENT-TYPE
                 TO WS-STAGE-COMP-TYPE(WS-STAGE-CT)
               MOVE CS-TI-COMPONENT-VALUE
                 TO WS-STAGE-VALUE-V(WS-STAGE-CT, 1)
               MOVE CS-TI-TPDEF-RECORD TO CS-TO-TPDEF-RECORD
               MOVE CS-TI-COMPONENT-TYPE TO WS-SNAP-TYPE
               MOVE CS-TI-COMPONENT-VALUE TO WS-SNAP-IN-V
               PERFORM SNAP-DECK-VALUE
               IF WS-SNAP-DONE
                 MOVE WS-DECK-VALUE TO CS-TO-COMPONENT-VALUE
               END-IF
               MOVE WS-DECK-V TO WS-STAGE-VALUE-V(WS-STAGE-CT, 2)
               WRITE CS-TO-TPDEF-RECORD
               MOVE 'CSNAPTO' TO WS-IO-FILE
               MOVE 'WRITE' TO WS-IO-OP
               PERFORM CHECK-IO-STATUS
           END-EVALUATE

           PERFORM READ-TPIN-RECORD
           .
       WRITE-TPOUT-RECORD.
           MOVE CS-TI-TPDEF-RECORD TO CS-TO-TPDEF-RECORD
           WRITE CS-TO-TPDEF-RECORD
           MOVE 'CSNAPTO' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-GROUP-HEADING.
           ADD 1 TO WS-CTL-GROUP-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-DECK-NETWORK
             STRING
               'CNETDEF NETWORK '  DELIMITED BY SIZE
               WS-GROUP-ID         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             STRING
               'CTPDEF CHAIN '     DELIMITED BY SIZE
               WS-GROUP-ID         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE '   POS T  DECK VALUE           BUILT VALUE         '
             & '   CHANGE %  SOURCE' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Snaps the component at position WS-POS, of type WS-SNAP-TYPE,
      * from WS-SNAP-IN-V, leaving in WS-DECK-VALUE (and WS-DECK-V)
      * the value the rewritten deck carries, and reports the
      * substitution.  The deck's fields hold eight decimals, so the
      * catalog value is rounded to them; one that rounds away to
      * nothing is not substituted at all.
      ******************************************************************
       SNAP-DECK-VALUE.
           ADD 1 TO WS-CTL-COMP-CT
           MOVE SPACES TO WS-SNAP-FLAG
           MOVE SPACES TO WS-SNAP-SOURCE
           MOVE WS-SNAP-IN-V TO WS-DECK-V
           MOVE 0 TO WS-SNAP-T
           EVALUATE WS-SNAP-TYPE
             WHEN 'R'
               MOVE 1 TO WS-SNAP-T
             WHEN 'L'
               MOVE 2 TO WS-SNAP-T
             WHEN 'C'
               MOVE 3 TO WS-SNAP-T
           END-EVALUATE

           EVALUATE TRUE
             WHEN WS-SNAP-T = 0 OR WS-SNAP-IN-V NOT > 0
               SET WS-SNAP-NOT-VALUE TO TRUE
               MOVE '*NOT A SNAPPABLE VALUE*' TO WS-SNAP-FLAG
             WHEN WS-TYPE-CAND-CT(WS-SNAP-T) = 0
               SET WS-SNAP-NO-CATALOG TO TRUE
               MOVE '*NO CATALOG VALUES FOR TYPE*' TO WS-SNAP-FLAG
             WHEN OTHER
               PERFORM SNAP-ONE-VALUE
               COMPUTE WS-DECK-VALUE ROUNDED = WS-SNAP-OUT-V
               MOVE WS-DECK-VALUE TO WS-DECK-V
               EVALUATE TRUE
                 WHEN WS-DECK-V = 0
                   MOVE WS-SNAP-IN-V TO WS-DECK-V
                   SET WS-SNAP-NO-CATALOG TO TRUE
                   MOVE '*BELOW DECK RESOLUTION - KEPT*'
                     TO WS-SNAP-FLAG
                 WHEN WS-SNAP-IN-V < WS-TYPE-MIN-V(WS-SNAP-T) / 1.1
                   OR WS-SNAP-IN-V > WS-TYPE-MAX-V(WS-SNAP-T) * 1.1
                   MOVE '*OUTSIDE CATALOG RANGE*' TO WS-SNAP-FLAG
                 WHEN FUNCTION ABS(WS-DECK-V - WS-SNAP-OUT-V)
                     > WS-SNAP-OUT-V / 1000
                   MOVE '*ROUNDED IN DECK*' TO WS-SNAP-FLAG
               END-EVALUATE
           END-EVALUATE

           IF WS-SNAP-FLAG NOT = SPACES
             ADD 1 TO WS-CTL-FLAG-CT
           END-IF
           IF WS-DECK-V NOT = WS-SNAP-IN-V
             ADD 1 TO WS-CTL-SNAPPED-CT
           END-IF

           PERFORM WRITE-COMPONENT-LINE
           .
      ******************************************************************
      * Finds the candidate of type WS-SNAP-T nearest WS-SNAP-IN-V by
      * ratio - the smallest |LN(CANDIDATE / VALUE)| - into
      * WS-SNAP-OUT-V and WS-SNAP-SOURCE.
      ******************************************************************
       SNAP-ONE-VALUE.
           SET WS-SNAP-DONE TO TRUE
           MOVE -1 TO WS-BEST-DIST-V
           MOVE 1 TO WS-C
           PERFORM TRY-ONE-CANDIDATE
             UNTIL WS-C > WS-CAND-CT
           .
       TRY-ONE-CANDIDATE.
           IF WS-CAND-TYPE(WS-C) = WS-SNAP-T
             COMPUTE WS-SNAP-DIST-V = FUNCTION ABS(
               FUNCTION LOG(WS-CAND-VALUE-V(WS-C) / WS-SNAP-IN-V))
             IF WS-BEST-DIST-V < 0 OR WS-SNAP-DIST-V < WS-BEST-DIST-V
               MOVE WS-SNAP-DIST-V TO WS-BEST-DIST-V
               MOVE WS-CAND-VALUE-V(WS-C) TO WS-SNAP-OUT-V
               MOVE WS-CAND-SOURCE(WS-C) TO WS-SNAP-SOURCE
             END-IF
           END-IF

           ADD 1 TO WS-C
           .
       WRITE-COMPONENT-LINE.
           IF WS-SNAP-T > 0
             MOVE WS-SNAP-T TO WS-T
             PERFORM SET-UNIT-FOR-TYPE
           ELSE
             MOVE SPACES TO WS-ENG-UNIT
           END-IF
           MOVE WS-SNAP-IN-V TO WS-ENG-V
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-DECK-TEXT
           MOVE WS-DECK-V TO WS-ENG-V
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-BUILT-TEXT
           IF WS-SNAP-IN-V > 0
             COMPUTE WS-PCT-DISP ROUNDED =
               (WS-DECK-V - WS-SNAP-IN-V) * 100 / WS-SNAP-IN-V
           ELSE
             MOVE 0 TO WS-PCT-DISP
           END-IF
           MOVE WS-POS TO WS-POS-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  '               DELIMITED BY SIZE
             WS-POS-DISP        DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-SNAP-TYPE       DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-DECK-TEXT       DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-BUILT-TEXT      DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-PCT-DISP        DELIMITED BY SIZE
             '  '               DELIMITED BY SIZE
             WS-SNAP-SOURCE     DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-SNAP-FLAG       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Sweeps the group as the deck had it (1) and as it will be
      * built (2) over the header record's range, keeping both
      * moduli per step and the worst relative change in the
      * impedance itself, then finds and pairs off the resonances.
      ******************************************************************
       COMPARE-SWEEPS.
           MOVE 0 TO WS-SWP-CT
           MOVE 0 TO WS-WORST-DEV-V
           MOVE 0 TO WS-WORST-FREQ-V
           MOVE 0 TO WS-STEP-ERR-CT
           MOVE 1 TO WS-STEP-CT

           PERFORM COMPARE-ONE-STEP
             UNTIL WS-STEP-CT > WS-NUM-STEPS
                OR WS-SWP-CT = WS-ARRAY-MAX

           IF WS-STEP-ERR-CT > 0
             ADD WS-STEP-ERR-CT TO WS-ARITH-ERR-CT
             MOVE WS-STEP-ERR-CT TO WS-STEPS-DISP
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  '               DELIMITED BY SIZE
               WS-STEPS-DISP      DELIMITED BY SIZE
               ' SWEEP STEPS DID NOT EVALUATE AND ARE LEFT OUT'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-SWP-CT TO WS-STEPS-DISP
           COMPUTE WS-PCT-DISP ROUNDED = WS-WORST-DEV-V * 100
           MOVE WS-WORST-FREQ-V TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  SWEEP OF '      DELIMITED BY SIZE
             WS-STEPS-DISP      DELIMITED BY SIZE
             ' STEPS - WORST IMPEDANCE CHANGE ' DELIMITED BY SIZE
             WS-PCT-DISP        DELIMITED BY SIZE
             ' % AT '           DELIMITED BY SIZE
             WS-ENG-TEXT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-V
           PERFORM FIND-RESONANCES
           MOVE 2 TO WS-V
           PERFORM FIND-RESONANCES

           IF WS-RES-CT(1) = 0 AND WS-RES-CT(2) = 0
             MOVE '  NO RESONANCE WITHIN THE SWEEP RANGE'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 1 TO WS-R
             PERFORM MATCH-ONE-RESONANCE
               UNTIL WS-R > WS-RES-CT(1)
             MOVE 1 TO WS-R
             PERFORM REPORT-NEW-RESONANCE
               UNTIL WS-R > WS-RES-CT(2)
           END-IF
           .
      ******************************************************************
      * One step: both versions evaluated at the step's frequency;
      * a step either fails to evaluate is counted and left out.
      ******************************************************************
       COMPARE-ONE-STEP.
           COMPUTE WS-STEP-OFFSET = WS-STEP-CT - 1
           COMPUTE WS-EVAL-FREQ-V =
             WS-START-FREQ-V + (WS-FREQ-STEP-V * WS-STEP-OFFSET)

           MOVE 1 TO WS-V
           PERFORM EVALUATE-VERSION
           IF WS-EVAL-ERR-CT = 0
             MOVE WS-Z-COMPLEX TO WS-ZO-COMPLEX
             MOVE 2 TO WS-V
             PERFORM EVALUATE-VERSION
           END-IF

           IF WS-EVAL-ERR-CT > 0
             ADD 1 TO WS-STEP-ERR-CT
           ELSE
             ADD 1 TO WS-SWP-CT
             MOVE WS-EVAL-FREQ-V TO WS-SWP-FREQ-V(WS-SWP-CT)
             CALL 'CMOD' USING WS-ZO-COMPLEX, WS-ZMAG-V
             MOVE WS-ZMAG-V TO WS-SWP-MAG-V(WS-SWP-CT, 1)
             CALL 'CMOD' USING WS-Z-COMPLEX, WS-ZMAG-V
             MOVE WS-ZMAG-V TO WS-SWP-MAG-V(WS-SWP-CT, 2)
             IF WS-SWP-MAG-V(WS-SWP-CT, 1) > 0
               COMPUTE WS-DIFF-RE-V = WS-Z-RE - WS-ZO-RE
               COMPUTE WS-DIFF-IM-V = WS-Z-IM - WS-ZO-IM
               COMPUTE WS-DEV-V =
                 FUNCTION SQRT(WS-DIFF-RE-V * WS-DIFF-RE-V
                             + WS-DIFF-IM-V * WS-DIFF-IM-V)
                 / WS-SWP-MAG-V(WS-SWP-CT, 1)
               IF WS-DEV-V > WS-WORST-DEV-V
                 MOVE WS-DEV-V TO WS-WORST-DEV-V
                 MOVE WS-EVAL-FREQ-V TO WS-WORST-FREQ-V
               END-IF
             END-IF
           END-IF

           ADD 1 TO WS-STEP-CT
           .
      ******************************************************************
      * Evaluates version WS-V of the group at WS-EVAL-FREQ-V into
      * WS-Z, with WS-EVAL-ERR-CT non-zero on failure.
      ******************************************************************
       EVALUATE-VERSION.
           IF WS-DECK-NETWORK
             IF WS-V = 1
               CALL 'CNETEVAL' USING
                 WS-O-NET-TABLE, WS-EVAL-FREQ-V,
                 WS-Z-COMPLEX, WS-EVAL-ERR-CT
             ELSE
               CALL 'CNETEVAL' USING
                 WS-S-NET-TABLE, WS-EVAL-FREQ-V,
                 WS-Z-COMPLEX, WS-EVAL-ERR-CT
             END-IF
           ELSE
             PERFORM EVALUATE-CHAIN
           END-IF
           .
      ******************************************************************
      * The chain's input impedance ZIN = (A*ZL + B) / (C*ZL + D)
      * with stage values WS-V, cascaded as CTPSWP cascades them.
      ******************************************************************
       EVALUATE-CHAIN.
           MOVE 0 TO WS-EVAL-ERR-CT
           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * WS-EVAL-FREQ-V

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

           CALL 'CMULT' USING
             WS-CHAIN-A-COMPLEX, WS-LOAD-COMPLEX, WS-NUM-COMPLEX
           CALL 'CMADD' USING
             WS-NUM-COMPLEX, WS-CHAIN-B-COMPLEX, WS-ARITH-STATUS
           CALL 'CMULT' USING
             WS-CHAIN-C-COMPLEX, WS-LOAD-COMPLEX, WS-DEN-COMPLEX
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-CHAIN-D-COMPLEX, WS-ARITH-STATUS

           MOVE WS-NUM-COMPLEX TO WS-Z-COMPLEX
           CALL 'CMDIV' USING
             WS-Z-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
           IF WS-ARITH-STATUS-ERROR
             ADD 1 TO WS-EVAL-ERR-CT
           END-IF
           .
       CASCADE-ONE-STAGE.
           MOVE WS-STAGE-POS(WS-I) TO WS-ELEMENT-KIND

           IF WS-STAGE-SERIES(WS-I)
             EVALUATE TRUE
               WHEN WS-STAGE-RESISTOR(WS-I)
                 MOVE WS-STAGE-VALUE-V(WS-I, WS-V) TO WS-ELEMENT-RE
                 MOVE 0 TO WS-ELEMENT-IM
               WHEN WS-STAGE-INDUCTOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I, WS-V)
               WHEN WS-STAGE-CAPACITOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   -1 / (WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I, WS-V))
             END-EVALUATE
           ELSE
             EVALUATE TRUE
               WHEN WS-STAGE-RESISTOR(WS-I)
                 COMPUTE WS-ELEMENT-RE =
                   1 / WS-STAGE-VALUE-V(WS-I, WS-V)
                 MOVE 0 TO WS-ELEMENT-IM
               WHEN WS-STAGE-INDUCTOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   -1 / (WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I, WS-V))
               WHEN WS-STAGE-CAPACITOR(WS-I)
                 MOVE 0 TO WS-ELEMENT-RE
                 COMPUTE WS-ELEMENT-IM =
                   WS-OMEGA-V * WS-STAGE-VALUE-V(WS-I, WS-V)
             END-EVALUATE
           END-IF

           CALL 'CTPBRN' USING
             WS-ELEMENT-KIND, WS-ELEMENT-COMPLEX,
             WS-STAGE-ABCD-MATRIX, WS-BUILD-STATUS

           IF WS-BUILD-STATUS-ERROR
             ADD 1 TO WS-EVAL-ERR-CT
           ELSE
             CALL 'CTPCASC' USING
               WS-CHAIN-ABCD-MATRIX, WS-STAGE-ABCD-MATRIX,
               WS-CASC-ABCD-MATRIX
             MOVE WS-CASC-ABCD-MATRIX TO WS-CHAIN-ABCD-MATRIX
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Records version WS-V's resonances: every interior local
      * maximum (parallel) or minimum (series) of the modulus, its
      * frequency refined by a parabola through the three steps
      * around it so a shift finer than the step still shows.
      ******************************************************************
       FIND-RESONANCES.
           MOVE 0 TO WS-RES-CT(WS-V)
           MOVE 2 TO WS-I
           PERFORM CHECK-ONE-EXTREMUM
             UNTIL WS-I >= WS-SWP-CT
           .
       CHECK-ONE-EXTREMUM.
           IF WS-RES-CT(WS-V) < 50
             EVALUATE TRUE
               WHEN WS-SWP-MAG-V(WS-I, WS-V)
                     > WS-SWP-MAG-V(WS-I - 1, WS-V)
                   AND WS-SWP-MAG-V(WS-I, WS-V)
                     > WS-SWP-MAG-V(WS-I + 1, WS-V)
                 ADD 1 TO WS-RES-CT(WS-V)
                 MOVE 'PARALLEL' TO WS-RES-KIND(WS-V, WS-RES-CT(WS-V))
                 PERFORM REFINE-EXTREMUM
               WHEN WS-SWP-MAG-V(WS-I, WS-V)
                     < WS-SWP-MAG-V(WS-I - 1, WS-V)
                   AND WS-SWP-MAG-V(WS-I, WS-V)
                     < WS-SWP-MAG-V(WS-I + 1, WS-V)
                 ADD 1 TO WS-RES-CT(WS-V)
                 MOVE 'SERIES' TO WS-RES-KIND(WS-V, WS-RES-CT(WS-V))
                 PERFORM REFINE-EXTREMUM
             END-EVALUATE
           END-IF

           ADD 1 TO WS-I
           .
       REFINE-EXTREMUM.
           COMPUTE WS-CURV-V =
             WS-SWP-MAG-V(WS-I - 1, WS-V)
             - (2 * WS-SWP-MAG-V(WS-I, WS-V))
             + WS-SWP-MAG-V(WS-I + 1, WS-V)
           IF WS-CURV-V = 0
             MOVE 0 TO WS-OFFSET-V
           ELSE
             COMPUTE WS-OFFSET-V =
               0.5 * (WS-SWP-MAG-V(WS-I - 1, WS-V)
                    - WS-SWP-MAG-V(WS-I + 1, WS-V)) / WS-CURV-V
           END-IF
           COMPUTE WS-RES-FREQ-V(WS-V, WS-RES-CT(WS-V)) =
             WS-SWP-FREQ-V(WS-I)
             + (WS-OFFSET-V
                * (WS-SWP-FREQ-V(WS-I + 1) - WS-SWP-FREQ-V(WS-I)))
           .
      ******************************************************************
      * Pairs the deck's resonance WS-R with the built sweep's
      * nearest one of the same kind and reports the shift.
      ******************************************************************
       MATCH-ONE-RESONANCE.
           MOVE 0 TO WS-BEST-R
           MOVE -1 TO WS-BEST-GAP-V
           MOVE 1 TO WS-R2
           PERFORM TRY-ONE-BUILT-RESONANCE
             UNTIL WS-R2 > WS-RES-CT(2)

           MOVE WS-RES-FREQ-V(1, WS-R) TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-DECK-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-BEST-R = 0
             STRING
               '  RESONANCE '       DELIMITED BY SIZE
               WS-RES-KIND(1, WS-R) DELIMITED BY SIZE
               ' DECK '             DELIMITED BY SIZE
               WS-DECK-TEXT         DELIMITED BY SIZE
               ' *NOT IN THE BUILT SWEEP*' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE WS-RES-FREQ-V(2, WS-BEST-R) TO WS-ENG-V
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE WS-ENG-TEXT TO WS-BUILT-TEXT
             COMPUTE WS-PCT-DISP ROUNDED =
               (WS-RES-FREQ-V(2, WS-BEST-R) - WS-RES-FREQ-V(1, WS-R))
               * 100 / WS-RES-FREQ-V(1, WS-R)
             STRING
               '  RESONANCE '       DELIMITED BY SIZE
               WS-RES-KIND(1, WS-R) DELIMITED BY SIZE
               ' DECK '             DELIMITED BY SIZE
               WS-DECK-TEXT         DELIMITED BY SIZE
               ' BUILT '            DELIMITED BY SIZE
               WS-BUILT-TEXT        DELIMITED BY SIZE
               ' SHIFT '            DELIMITED BY SIZE
               WS-PCT-DISP          DELIMITED BY SIZE
               ' %'                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-R
           .
       TRY-ONE-BUILT-RESONANCE.
           IF WS-RES-KIND(2, WS-R2) = WS-RES-KIND(1, WS-R)
             COMPUTE WS-GAP-V = FUNCTION ABS(
               WS-RES-FREQ-V(2, WS-R2) - WS-RES-FREQ-V(1, WS-R))
             IF WS-BEST-GAP-V < 0 OR WS-GAP-V < WS-BEST-GAP-V
               MOVE WS-GAP-V TO WS-BEST-GAP-V
               MOVE WS-R2 TO WS-BEST-R
             END-IF
           END-IF

           ADD 1 TO WS-R2
           .
      ******************************************************************
      * Reports a built-sweep resonance no deck resonance of its kind
      * lies nearer to than to another - one the substitution
      * brought into the sweep range.
      ******************************************************************
       REPORT-NEW-RESONANCE.
           MOVE 0 TO WS-BEST-R
           MOVE 1 TO WS-R2
           PERFORM CHECK-DECK-KIND
             UNTIL WS-R2 > WS-RES-CT(1)

           IF WS-BEST-R = 0
             MOVE WS-RES-FREQ-V(2, WS-R) TO WS-ENG-V
             MOVE 'HZ' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  RESONANCE '       DELIMITED BY SIZE
               WS-RES-KIND(2, WS-R) DELIMITED BY SIZE
               ' BUILT '            DELIMITED BY SIZE
               WS-ENG-TEXT          DELIMITED BY SIZE
               ' *NOT IN THE DECK SWEEP*' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-R
           .
       CHECK-DECK-KIND.
           IF WS-RES-KIND(1, WS-R2) = WS-RES-KIND(2, WS-R)
             MOVE WS-R2 TO WS-BEST-R
           END-IF

           ADD 1 TO WS-R2
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CS-REPORT-LINE
           WRITE CS-REPORT-LINE
           MOVE 'CSNAPR' TO WS-IO-FILE
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
             DISPLAY 'CCMPSNP - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
