       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDEFVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DV-NETDEF-FILE ASSIGN TO "CNETDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DV-MESHDEF-FILE ASSIGN TO "CMESHDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DV-TPDEF-FILE ASSIGN TO "CTPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DV-CIRCDEF-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DV-REPORT-FILE ASSIGN TO "CDEFVALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DV-NETDEF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CNETDEF REPLACING ==(PRFX)== BY ==DV-NI-==.
       FD  DV-MESHDEF-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY CMESHDF REPLACING ==(PRFX)== BY ==DV-MI-==.
       FD  DV-TPDEF-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY CTPDEF REPLACING ==(PRFX)== BY ==DV-TI-==.
       FD  DV-CIRCDEF-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY CCIRCDEF REPLACING ==(PRFX)== BY ==DV-CI-==.
       FD  DV-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DV-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the deck being checked: its DD name, the record count so far
      * (every fault is reported against a record number), and the
      * group - network, chain or circuit - the current record
      * belongs to, with its header's record number.
       01 WS-DECK-NAME PIC X(08) VALUE SPACES.
       01 WS-DECK-REC-CT PIC 9(06) VALUE 0.
       01 WS-DECK-GROUP-CT PIC 9(06) VALUE 0.
       01 WS-DECK-ERR-CT PIC 9(06) VALUE 0.
       01 WS-DECK-WARN-CT PIC 9(06) VALUE 0.
       01 WS-DECK-PRESENT-SW PIC X(01) VALUE 'N'.
         88 WS-DECK-PRESENT VALUE 'Y'.
       01 WS-IN-GROUP-SW PIC X(01) VALUE 'N'.
         88 WS-IN-GROUP VALUE 'Y'.
       01 WS-GROUP-ID PIC X(08) VALUE SPACES.
       01 WS-GROUP-REC PIC 9(06) VALUE 0.
       01 WS-GROUP-MEMBER-CT PIC 9(06) VALUE 0.
       01 WS-GROUP-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-GROUP-OVERFLOW VALUE 'Y'.
      * group ids already seen on the deck, for the duplicate check.
       01 WS-SEEN-TABLE.
         05 WS-SEEN-CT PIC 9(04) VALUE 0.
         05 WS-SEEN-ID PIC X(08) OCCURS 2000 TIMES.
       01 WS-SEEN-MAX PIC 9(04) VALUE 2000.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
      ******************************************************************
      * the parallel-group sequence within one network or circuit: a
      * nonblank group id's entries must sit together and open with
      * a parallel leg (copy/IMPEDARR.cpy), so the ids already closed
      * off are kept to catch one that comes back.
      ******************************************************************
       01 WS-ENTRY-GROUP PIC X(02) VALUE SPACES.
       01 WS-ENTRY-BRTYPE PIC X(01) VALUE SPACE.
       01 WS-LAST-GROUP PIC X(02) VALUE SPACES.
       01 WS-CLOSED-TABLE.
         05 WS-CLOSED-CT PIC 9(04) VALUE 0.
         05 WS-CLOSED-GROUP PIC X(02) OCCURS 500 TIMES.
       01 WS-CLOSED-MAX PIC 9(04) VALUE 500.
      * one CNETDEF network's components by position - the numbering
      * CPL records use - and its CPL records, checked against them
      * once the whole network is in.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-NC-TABLE.
         05 WS-NC-CT PIC 9(04) VALUE 0.
         05 WS-NC-ENTRY OCCURS 5000 TIMES.
           10 WS-NC-KIND PIC X(01).
             88 WS-NC-INDUCTOR VALUE 'L'.
             88 WS-NC-TLINE    VALUE 'T'.
       01 WS-NP-TABLE.
         05 WS-NP-CT PIC 9(04) VALUE 0.
         05 WS-NP-ENTRY OCCURS 200 TIMES.
           10 WS-NP-REC PIC 9(06).
           10 WS-NP-PRIM PIC 9(04).
           10 WS-NP-SEC  PIC 9(04).
       01 WS-NP-MAX PIC 9(04) VALUE 200.
       01 WS-NP-SOLVER-MAX PIC 9(04) VALUE 50.
      * one CMESHDF network's branches and sources, and its nodes 0
      * (ground) to 20 - entry N+1 for node N - marked as used by a
      * branch and as reached from ground.
       01 WS-MB-TABLE.
         05 WS-MB-CT PIC 9(04) VALUE 0.
         05 WS-MB-ENTRY OCCURS 100 TIMES.
           10 WS-MB-ID   PIC X(08).
           10 WS-MB-FROM PIC 9(02).
           10 WS-MB-TO   PIC 9(02).
       01 WS-MB-MAX PIC 9(04) VALUE 100.
       01 WS-MS-TABLE.
         05 WS-MS-CT PIC 9(02) VALUE 0.
         05 WS-MS-ENTRY OCCURS 50 TIMES.
           10 WS-MS-REC PIC 9(06).
           10 WS-MS-ID  PIC X(08).
       01 WS-MS-MAX PIC 9(02) VALUE 50.
       01 WS-NODE-MAX PIC 9(02) VALUE 20.
       01 WS-NODE-TABLE.
         05 WS-NODE-ENTRY OCCURS 21 TIMES.
           10 WS-NODE-USED-SW    PIC X(01).
             88 WS-NODE-USED     VALUE 'Y'.
           10 WS-NODE-REACHED-SW PIC X(01).
             88 WS-NODE-REACHED  VALUE 'Y'.
       01 WS-HIGH-NODE PIC 9(02) VALUE 0.
       01 WS-SOURCE-NODE PIC 9(02) VALUE 0.
       01 WS-SOURCE-NODE-OK-SW PIC X(01) VALUE 'N'.
         88 WS-SOURCE-NODE-OK VALUE 'Y'.
       01 WS-MARKED-SW PIC X(01) VALUE 'N'.
         88 WS-MARKED-YES VALUE 'Y'.
       01 WS-N PIC 9(02) VALUE 0.
      * one CCIRCDEF circuit's branch ids, for the duplicate check.
       01 WS-CB-TABLE.
         05 WS-CB-CT PIC 9(04) VALUE 0.
         05 WS-CB-ID PIC X(08) OCCURS 5000 TIMES.
       01 WS-STAGE-MAX PIC 9(04) VALUE 100.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-J PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
      * one fault: its severity, the record it is charged to, and the
      * text.
       01 WS-FAULT-SEV PIC X(07) VALUE SPACES.
       01 WS-FAULT-REC PIC 9(06) VALUE 0.
       01 WS-FAULT-MSG PIC X(90) VALUE SPACES.
       01 WS-NUM-DISP PIC Z(03)9.
       01 WS-NUM2-DISP PIC Z(03)9.
       01 WS-CTL-ERR-CT PIC 9(06) VALUE 0.
       01 WS-CTL-WARN-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Pre-edit of the hand-built network definition decks, run
      * ahead of the solvers so a structural mistake stops the
      * schedule with a list of faults rather than surfacing as a
      * wrong answer or an abend deep in CNETSWP or CNETMESH.  Each
      * of CNETDEF (CNETSWP, CNETTOL and the rest), CMESHDEF
      * (CNETMESH, CNETTHV), CTPDEF (CTPSWP) and CCIRCDEF (CNETMST)
      * that is supplied is read end to end and every fault is
      * reported against its record number: records ahead of any
      * header, unknown record types, missing or non-numeric fields,
      * duplicate ids, couplings and sources naming branches the
      * network does not have, parallel groups that are split or
      * open with a series branch, nodes with no branch or no path
      * to ground, and groups too big for the solvers' tables.
      * Faults a solver would trip over are errors (condition code
      * 8); the merely suspicious - a duplicated network id, a zero
      * frequency step - are warnings (condition code 4).
      ******************************************************************
           OPEN OUTPUT DV-REPORT-FILE
           MOVE 'CDEFVALR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'DECK     RECORD SEVERITY GROUP    FAULT'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-NETDEF-DECK
           PERFORM CHECK-MESHDEF-DECK
           PERFORM CHECK-TPDEF-DECK
           PERFORM CHECK-CIRCDEF-DECK

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TOTAL ERRORS: '   DELIMITED BY SIZE
             WS-CTL-ERR-CT      DELIMITED BY SIZE
             '  WARNINGS: '     DELIMITED BY SIZE
             WS-CTL-WARN-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE DV-REPORT-FILE

           DISPLAY 'CDEFVAL - ERRORS: ' WS-CTL-ERR-CT
                ' WARNINGS: ' WS-CTL-WARN-CT

           EVALUATE TRUE
             WHEN WS-CTL-ERR-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-WARN-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Readies the counters for the deck named in WS-DECK-NAME;
      * WS-DECK-PRESENT is set by the caller from the OPEN status -
      * an optional deck not supplied opens with status 05.
      ******************************************************************
       START-DECK.
           MOVE 0 TO WS-DECK-REC-CT
           MOVE 0 TO WS-DECK-GROUP-CT
           MOVE 0 TO WS-DECK-ERR-CT
           MOVE 0 TO WS-DECK-WARN-CT
           MOVE 0 TO WS-SEEN-CT
           MOVE 'N' TO WS-IN-GROUP-SW
           MOVE 'N' TO WS-EOF-SW
           IF WS-IO-STATUS = '05'
             MOVE 'N' TO WS-DECK-PRESENT-SW
           ELSE
             MOVE 'Y' TO WS-DECK-PRESENT-SW
           END-IF
           .
       END-DECK.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-DECK-PRESENT
             STRING
               WS-DECK-NAME       DELIMITED BY SIZE
               ' RECORDS: '       DELIMITED BY SIZE
               WS-DECK-REC-CT     DELIMITED BY SIZE
               '  GROUPS: '       DELIMITED BY SIZE
               WS-DECK-GROUP-CT   DELIMITED BY SIZE
               '  ERRORS: '       DELIMITED BY SIZE
               WS-DECK-ERR-CT     DELIMITED BY SIZE
               '  WARNINGS: '     DELIMITED BY SIZE
               WS-DECK-WARN-CT    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             STRING
               WS-DECK-NAME       DELIMITED BY SIZE
               ' NOT SUPPLIED - NOT CHECKED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * The CNETDEF deck: NET, BRN, TLN and CPL records.
      ******************************************************************
       CHECK-NETDEF-DECK.
           MOVE 'CNETDEF' TO WS-DECK-NAME
           OPEN INPUT DV-NETDEF-FILE
           MOVE 'CNETDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM START-DECK

           PERFORM READ-NETDEF-RECORD
           PERFORM CHECK-NETDEF-RECORD
             UNTIL WS-EOF-YES
           IF WS-IN-GROUP
             PERFORM END-NETDEF-NETWORK
           END-IF

           CLOSE DV-NETDEF-FILE
           PERFORM END-DECK
           .
       READ-NETDEF-RECORD.
           READ DV-NETDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-DECK-REC-CT
           END-READ
           .
       CHECK-NETDEF-RECORD.
           EVALUATE TRUE
             WHEN DV-NI-REC-NETWORK
               IF WS-IN-GROUP
                 PERFORM END-NETDEF-NETWORK
               END-IF
               PERFORM START-NETDEF-NETWORK
             WHEN NOT DV-NI-REC-BRANCH AND NOT DV-NI-REC-TLINE
                 AND NOT DV-NI-REC-COUPLING
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                 DV-NI-REC-TYPE         DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN NOT WS-IN-GROUP
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 DV-NI-REC-TYPE         DELIMITED BY SIZE
                 ' RECORD AHEAD OF ANY NET HEADER' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-NI-REC-COUPLING
               PERFORM CHECK-NETDEF-COUPLING
             WHEN WS-NC-CT = WS-ARRAY-MAX
               IF NOT WS-GROUP-OVERFLOW
                 SET WS-GROUP-OVERFLOW TO TRUE
                 MOVE 'NETWORK EXCEEDS THE SOLVERS'' COMPONENT CAPACITY'
                   TO WS-FAULT-MSG
                 PERFORM RECORD-ERROR
               END-IF
             WHEN DV-NI-REC-TLINE
               PERFORM CHECK-NETDEF-TLINE
             WHEN OTHER
               PERFORM CHECK-NETDEF-BRANCH
           END-EVALUATE

           PERFORM READ-NETDEF-RECORD
           .
      ******************************************************************
      * A NET record: an id, and a sweep range the solvers can step
      * through - a positive start frequency (a capacitor's reactance
      * at zero hertz is a division by zero) and at least one step.
      ******************************************************************
       START-NETDEF-NETWORK.
           PERFORM START-GROUP
           MOVE DV-NI-NETWORK-ID TO WS-GROUP-ID
           MOVE 0 TO WS-NC-CT
           MOVE 0 TO WS-NP-CT
           PERFORM CHECK-GROUP-ID

           IF DV-NI-START-FREQ IS NOT NUMERIC
             MOVE 'START FREQUENCY NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-NI-START-FREQ NOT > 0
               MOVE 'START FREQUENCY NOT ABOVE ZERO' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF
           IF DV-NI-NUM-STEPS IS NOT NUMERIC
               OR DV-NI-NUM-STEPS = 0
             MOVE 'STEP COUNT NOT NUMERIC OR ZERO' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           EVALUATE TRUE
             WHEN DV-NI-FREQ-STEP IS NOT NUMERIC
               MOVE 'FREQUENCY STEP NOT NUMERIC' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-NI-FREQ-STEP < 0
               MOVE 'FREQUENCY STEP NEGATIVE' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-NI-FREQ-STEP = 0 AND DV-NI-NUM-STEPS IS NUMERIC
                 AND DV-NI-NUM-STEPS > 1
               MOVE 'ZERO FREQUENCY STEP - EVERY STEP AT THE START'
                 & ' FREQUENCY' TO WS-FAULT-MSG
               PERFORM RECORD-WARNING
           END-EVALUATE
           .
      ******************************************************************
      * A BRN record: series or parallel, R, L or C, a positive value,
      * a numeric tolerance if one is keyed, and its place in the
      * network's parallel-group sequence.
      ******************************************************************
       CHECK-NETDEF-BRANCH.
           ADD 1 TO WS-NC-CT
           ADD 1 TO WS-GROUP-MEMBER-CT
           MOVE DV-NI-COMPONENT-TYPE TO WS-NC-KIND(WS-NC-CT)

           IF NOT DV-NI-BRANCH-SERIES AND NOT DV-NI-BRANCH-PARALLEL
             MOVE 'BRANCH TYPE NOT S OR P' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF NOT DV-NI-COMP-RESISTOR AND NOT DV-NI-COMP-INDUCTOR
               AND NOT DV-NI-COMP-CAPACITOR
             MOVE 'COMPONENT TYPE NOT R, L OR C' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF DV-NI-COMPONENT-VALUE IS NOT NUMERIC
             MOVE 'COMPONENT VALUE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-NI-COMPONENT-VALUE NOT > 0
               MOVE 'COMPONENT VALUE NOT ABOVE ZERO' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF
           IF DV-NI-TOLERANCE-PCT NOT = SPACES
               AND DV-NI-TOLERANCE-PCT IS NOT NUMERIC
             MOVE 'TOLERANCE NOT NUMERIC - TAKEN AS EXACT'
               TO WS-FAULT-MSG
             PERFORM RECORD-WARNING
           END-IF

           MOVE DV-NI-GROUP-ID TO WS-ENTRY-GROUP
           MOVE DV-NI-BRANCH-TYPE TO WS-ENTRY-BRTYPE
           PERFORM CHECK-GROUP-SEQUENCE
           .
      ******************************************************************
      * A TLN record: series or parallel, a shorted or open far end,
      * a positive Z0 and length, a non-negative loss, and a
      * velocity factor above zero and no more than one.
      ******************************************************************
       CHECK-NETDEF-TLINE.
           ADD 1 TO WS-NC-CT
           ADD 1 TO WS-GROUP-MEMBER-CT
           MOVE 'T' TO WS-NC-KIND(WS-NC-CT)

           IF DV-NI-TLN-BRANCH-TYPE NOT = 'S' AND NOT = 'P'
             MOVE 'BRANCH TYPE NOT S OR P' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF NOT DV-NI-TLN-SHORTED AND NOT DV-NI-TLN-OPEN
             MOVE 'LINE TERMINATION NOT S OR O' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF DV-NI-TLN-Z0 IS NOT NUMERIC
               OR DV-NI-TLN-LENGTH IS NOT NUMERIC
               OR DV-NI-TLN-ALPHA IS NOT NUMERIC
               OR DV-NI-TLN-VFACTOR IS NOT NUMERIC
             MOVE 'LINE Z0, LENGTH, LOSS OR VELOCITY FACTOR NOT'
               & ' NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-NI-TLN-Z0 NOT > 0 OR DV-NI-TLN-LENGTH NOT > 0
               MOVE 'LINE Z0 OR LENGTH NOT ABOVE ZERO'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
             IF DV-NI-TLN-ALPHA < 0
               MOVE 'LINE LOSS NEGATIVE' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
             IF DV-NI-TLN-VFACTOR NOT > 0 OR DV-NI-TLN-VFACTOR > 1
               MOVE 'VELOCITY FACTOR NOT ABOVE ZERO AND AT MOST ONE'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF

           MOVE DV-NI-TLN-GROUP-ID TO WS-ENTRY-GROUP
           MOVE DV-NI-TLN-BRANCH-TYPE TO WS-ENTRY-BRTYPE
           PERFORM CHECK-GROUP-SEQUENCE
           .
      ******************************************************************
      * A CPL record: M or K, a positive value (a coefficient no more
      * than one), and two numeric positions; whether the positions
      * name inductive BRN branches waits for the end of the network,
      * since a coupling may be keyed ahead of its branches.
      ******************************************************************
       CHECK-NETDEF-COUPLING.
           IF NOT DV-NI-CPL-MUTUAL AND NOT DV-NI-CPL-COEFF
             MOVE 'COUPLING KIND NOT M OR K' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF DV-NI-CPL-VALUE IS NOT NUMERIC
             MOVE 'COUPLING VALUE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-NI-CPL-VALUE NOT > 0
               MOVE 'COUPLING VALUE NOT ABOVE ZERO' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
             IF DV-NI-CPL-COEFF AND DV-NI-CPL-VALUE > 1
               MOVE 'COUPLING COEFFICIENT ABOVE ONE' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN DV-NI-CPL-PRIMARY IS NOT NUMERIC
                 OR DV-NI-CPL-SECONDARY IS NOT NUMERIC
               MOVE 'COUPLING BRANCH POSITION NOT NUMERIC'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-NI-CPL-PRIMARY = DV-NI-CPL-SECONDARY
               MOVE 'COUPLING NAMES THE SAME BRANCH TWICE'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN WS-NP-CT = WS-NP-MAX
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-NP-CT
               MOVE WS-DECK-REC-CT TO WS-NP-REC(WS-NP-CT)
               MOVE DV-NI-CPL-PRIMARY TO WS-NP-PRIM(WS-NP-CT)
               MOVE DV-NI-CPL-SECONDARY TO WS-NP-SEC(WS-NP-CT)
           END-EVALUATE
           .
      ******************************************************************
      * Closes a CNETDEF network: it must have a branch, no more
      * couplings than the solvers hold, and every coupling must
      * name two inductive BRN branches of this network, no
      * secondary coupled twice.
      ******************************************************************
       END-NETDEF-NETWORK.
           IF WS-NC-CT = 0
             MOVE 'NETWORK HAS NO BRN OR TLN BRANCHES' TO WS-FAULT-MSG
             PERFORM GROUP-ERROR
           END-IF
           IF WS-NP-CT > WS-NP-SOLVER-MAX
             MOVE WS-NP-SOLVER-MAX TO WS-NUM-DISP
             MOVE SPACES TO WS-FAULT-MSG
             STRING
               'MORE THAN '     DELIMITED BY SIZE
               WS-NUM-DISP      DELIMITED BY SIZE
               ' COUPLINGS - THE SOLVERS IGNORE THE REST'
                 DELIMITED BY SIZE
               INTO WS-FAULT-MSG
             PERFORM GROUP-ERROR
           END-IF

           MOVE 1 TO WS-I
           PERFORM CHECK-ONE-COUPLING
             UNTIL WS-I > WS-NP-CT
           .
       CHECK-ONE-COUPLING.
           MOVE WS-NP-REC(WS-I) TO WS-FAULT-REC
           MOVE WS-NP-PRIM(WS-I) TO WS-J
           PERFORM CHECK-COUPLED-BRANCH
           MOVE WS-NP-SEC(WS-I) TO WS-J
           PERFORM CHECK-COUPLED-BRANCH

           COMPUTE WS-J = WS-I + 1
           PERFORM CHECK-SECONDARY-REUSE
             UNTIL WS-J > WS-NP-CT

           ADD 1 TO WS-I
           .
       CHECK-COUPLED-BRANCH.
           MOVE WS-J TO WS-NUM-DISP
           MOVE SPACES TO WS-FAULT-MSG
           EVALUATE TRUE
             WHEN WS-J = 0 OR WS-J > WS-NC-CT
               STRING
                 'COUPLING NAMES BRANCH ' DELIMITED BY SIZE
                 WS-NUM-DISP              DELIMITED BY SIZE
                 ' - NETWORK HAS NO SUCH BRANCH' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM FAULT-ERROR
             WHEN NOT WS-NC-INDUCTOR(WS-J)
               STRING
                 'COUPLING NAMES BRANCH ' DELIMITED BY SIZE
                 WS-NUM-DISP              DELIMITED BY SIZE
                 ' - NOT AN INDUCTOR BRN' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM FAULT-ERROR
           END-EVALUATE
           .
       CHECK-SECONDARY-REUSE.
           IF WS-NP-SEC(WS-J) = WS-NP-SEC(WS-I)
             MOVE WS-NP-REC(WS-J) TO WS-FAULT-REC
             MOVE WS-NP-SEC(WS-J) TO WS-NUM-DISP
             MOVE SPACES TO WS-FAULT-MSG
             STRING
               'BRANCH '          DELIMITED BY SIZE
               WS-NUM-DISP        DELIMITED BY SIZE
               ' IS ALREADY A COUPLED SECONDARY' DELIMITED BY SIZE
               INTO WS-FAULT-MSG
             PERFORM FAULT-ERROR
           END-IF

           ADD 1 TO WS-J
           .
      ******************************************************************
      * The CMESHDEF deck: NET, BRN and SRC records.
      ******************************************************************
       CHECK-MESHDEF-DECK.
           MOVE 'CMESHDEF' TO WS-DECK-NAME
           OPEN INPUT DV-MESHDEF-FILE
           MOVE 'CMESHDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM START-DECK

           PERFORM READ-MESHDEF-RECORD
           PERFORM CHECK-MESHDEF-RECORD
             UNTIL WS-EOF-YES
           IF WS-IN-GROUP
             PERFORM END-MESHDEF-NETWORK
           END-IF

           CLOSE DV-MESHDEF-FILE
           PERFORM END-DECK
           .
       READ-MESHDEF-RECORD.
           READ DV-MESHDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-DECK-REC-CT
           END-READ
           .
       CHECK-MESHDEF-RECORD.
           EVALUATE TRUE
             WHEN DV-MI-REC-NETWORK
               IF WS-IN-GROUP
                 PERFORM END-MESHDEF-NETWORK
               END-IF
               PERFORM START-MESHDEF-NETWORK
             WHEN NOT DV-MI-REC-BRANCH AND NOT DV-MI-REC-SOURCE
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                 DV-MI-REC-TYPE         DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN NOT WS-IN-GROUP
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 DV-MI-REC-TYPE         DELIMITED BY SIZE
                 ' RECORD AHEAD OF ANY NET HEADER' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-MI-REC-SOURCE
               PERFORM CHECK-MESHDEF-SOURCE
             WHEN OTHER
               PERFORM CHECK-MESHDEF-BRANCH
           END-EVALUATE

           PERFORM READ-MESHDEF-RECORD
           .
       START-MESHDEF-NETWORK.
           PERFORM START-GROUP
           MOVE DV-MI-NETWORK-ID TO WS-GROUP-ID
           MOVE 0 TO WS-MB-CT
           MOVE 0 TO WS-MS-CT
           MOVE 0 TO WS-HIGH-NODE
           MOVE 0 TO WS-SOURCE-NODE
           MOVE 'N' TO WS-SOURCE-NODE-OK-SW
           MOVE 1 TO WS-N
           PERFORM CLEAR-ONE-NODE
             UNTIL WS-N > 21
           PERFORM CHECK-GROUP-ID

           IF DV-MI-SOURCE-NODE IS NOT NUMERIC
               OR DV-MI-SOURCE-NODE = 0
             MOVE 'SOURCE NODE NOT NUMERIC OR GROUND' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             MOVE DV-MI-SOURCE-NODE TO WS-SOURCE-NODE
             SET WS-SOURCE-NODE-OK TO TRUE
           END-IF
           .
       CLEAR-ONE-NODE.
           MOVE 'N' TO WS-NODE-USED-SW(WS-N)
           MOVE 'N' TO WS-NODE-REACHED-SW(WS-N)
           ADD 1 TO WS-N
           .
      ******************************************************************
      * A BRN record: an id unique within the network, two numeric
      * and distinct nodes within the solver's range, and a numeric
      * non-zero impedance.
      ******************************************************************
       CHECK-MESHDEF-BRANCH.
           ADD 1 TO WS-GROUP-MEMBER-CT
           IF DV-MI-BRANCH-ID = SPACES
             MOVE 'BRANCH ID BLANK' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-J
             PERFORM FIND-MESH-BRANCH
               UNTIL WS-J > WS-MB-CT OR WS-FOUND-YES
             IF WS-FOUND-YES
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'DUPLICATE BRANCH ID ' DELIMITED BY SIZE
                 DV-MI-BRANCH-ID        DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN DV-MI-FROM-NODE IS NOT NUMERIC
                 OR DV-MI-TO-NODE IS NOT NUMERIC
               MOVE 'BRANCH NODE NOT NUMERIC' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-MI-FROM-NODE > WS-NODE-MAX
                 OR DV-MI-TO-NODE > WS-NODE-MAX
               MOVE WS-NODE-MAX TO WS-NUM-DISP
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'BRANCH NODE ABOVE '   DELIMITED BY SIZE
                 WS-NUM-DISP            DELIMITED BY SIZE
                 ' - BEYOND THE SOLVER''S NODE CAPACITY'
                   DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-MI-FROM-NODE = DV-MI-TO-NODE
               MOVE DV-MI-FROM-NODE TO WS-NUM-DISP
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'BRANCH CONNECTS NODE ' DELIMITED BY SIZE
                 WS-NUM-DISP             DELIMITED BY SIZE
                 ' TO ITSELF'            DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN WS-MB-CT = WS-MB-MAX
               IF NOT WS-GROUP-OVERFLOW
                 SET WS-GROUP-OVERFLOW TO TRUE
                 MOVE WS-MB-MAX TO WS-NUM-DISP
                 MOVE SPACES TO WS-FAULT-MSG
                 STRING
                   'MORE THAN '         DELIMITED BY SIZE
                   WS-NUM-DISP          DELIMITED BY SIZE
                   ' BRANCHES - BEYOND THE SOLVER''S CAPACITY'
                     DELIMITED BY SIZE
                   INTO WS-FAULT-MSG
                 PERFORM RECORD-ERROR
               END-IF
             WHEN OTHER
               ADD 1 TO WS-MB-CT
               MOVE DV-MI-BRANCH-ID TO WS-MB-ID(WS-MB-CT)
               MOVE DV-MI-FROM-NODE TO WS-MB-FROM(WS-MB-CT)
               MOVE DV-MI-TO-NODE TO WS-MB-TO(WS-MB-CT)
               SET WS-NODE-USED(DV-MI-FROM-NODE + 1) TO TRUE
               SET WS-NODE-USED(DV-MI-TO-NODE + 1) TO TRUE
               IF DV-MI-FROM-NODE > WS-HIGH-NODE
                 MOVE DV-MI-FROM-NODE TO WS-HIGH-NODE
               END-IF
               IF DV-MI-TO-NODE > WS-HIGH-NODE
                 MOVE DV-MI-TO-NODE TO WS-HIGH-NODE
               END-IF
           END-EVALUATE

           IF DV-MI-Z-RE IS NOT NUMERIC OR DV-MI-Z-IM IS NOT NUMERIC
             MOVE 'BRANCH IMPEDANCE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-MI-Z-RE = 0 AND DV-MI-Z-IM = 0
               MOVE 'ZERO-IMPEDANCE BRANCH' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF
           .
       FIND-MESH-BRANCH.
           IF WS-MB-ID(WS-J) = DV-MI-BRANCH-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
      ******************************************************************
      * A SRC record: V or I with numeric values; the branch it
      * names is looked up at the end of the network.
      ******************************************************************
       CHECK-MESHDEF-SOURCE.
           IF NOT DV-MI-SRC-VOLTAGE AND NOT DV-MI-SRC-CURRENT
             MOVE 'SOURCE KIND NOT V OR I' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF DV-MI-SRC-RE IS NOT NUMERIC OR DV-MI-SRC-IM IS NOT NUMERIC
             MOVE 'SOURCE VALUE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF

           IF WS-MS-CT = WS-MS-MAX
             MOVE WS-MS-MAX TO WS-NUM-DISP
             MOVE SPACES TO WS-FAULT-MSG
             STRING
               'MORE THAN '       DELIMITED BY SIZE
               WS-NUM-DISP        DELIMITED BY SIZE
               ' SOURCES - BEYOND THE SOLVER''S CAPACITY'
                 DELIMITED BY SIZE
               INTO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             ADD 1 TO WS-MS-CT
             MOVE WS-DECK-REC-CT TO WS-MS-REC(WS-MS-CT)
             MOVE DV-MI-SRC-BRANCH-ID TO WS-MS-ID(WS-MS-CT)
           END-IF
           .
      ******************************************************************
      * Closes a CMESHDEF network: it must have a branch; its source
      * node must be on one; every node up to the highest numbered
      * must carry a branch and reach ground through the branches -
      * a node that does not is floating and leaves the nodal
      * equations singular; and every SRC must name one of its
      * branches.
      ******************************************************************
       END-MESHDEF-NETWORK.
           IF WS-MB-CT = 0
             MOVE 'NETWORK HAS NO BRN BRANCHES' TO WS-FAULT-MSG
             PERFORM GROUP-ERROR
           ELSE
             IF WS-SOURCE-NODE-OK
                 AND NOT WS-NODE-USED(WS-SOURCE-NODE + 1)
               MOVE WS-SOURCE-NODE TO WS-NUM-DISP
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'SOURCE NODE '     DELIMITED BY SIZE
                 WS-NUM-DISP        DELIMITED BY SIZE
                 ' IS NOT ON ANY BRANCH' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM GROUP-ERROR
             END-IF

             SET WS-NODE-REACHED(1) TO TRUE
             SET WS-MARKED-YES TO TRUE
             PERFORM MARK-REACHED-NODES
               UNTIL NOT WS-MARKED-YES

             MOVE 1 TO WS-N
             PERFORM CHECK-ONE-NODE
               UNTIL WS-N > WS-HIGH-NODE
           END-IF

           MOVE 1 TO WS-I
           PERFORM CHECK-ONE-SOURCE
             UNTIL WS-I > WS-MS-CT
           .
      * one pass over the branches, reaching across any branch with
      * one end reached; repeated until a pass reaches nothing new.
       MARK-REACHED-NODES.
           MOVE 'N' TO WS-MARKED-SW
           MOVE 1 TO WS-J
           PERFORM MARK-ACROSS-ONE-BRANCH
             UNTIL WS-J > WS-MB-CT
           .
       MARK-ACROSS-ONE-BRANCH.
           IF WS-NODE-REACHED(WS-MB-FROM(WS-J) + 1)
               AND NOT WS-NODE-REACHED(WS-MB-TO(WS-J) + 1)
             SET WS-NODE-REACHED(WS-MB-TO(WS-J) + 1) TO TRUE
             SET WS-MARKED-YES TO TRUE
           END-IF
           IF WS-NODE-REACHED(WS-MB-TO(WS-J) + 1)
               AND NOT WS-NODE-REACHED(WS-MB-FROM(WS-J) + 1)
             SET WS-NODE-REACHED(WS-MB-FROM(WS-J) + 1) TO TRUE
             SET WS-MARKED-YES TO TRUE
           END-IF

           ADD 1 TO WS-J
           .
       CHECK-ONE-NODE.
           MOVE WS-N TO WS-NUM-DISP
           MOVE SPACES TO WS-FAULT-MSG
           EVALUATE TRUE
             WHEN NOT WS-NODE-USED(WS-N + 1)
               STRING
                 'NODE '            DELIMITED BY SIZE
                 WS-NUM-DISP        DELIMITED BY SIZE
                 ' HAS NO BRANCHES - NODE NUMBERING HAS A GAP'
                   DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM GROUP-ERROR
             WHEN NOT WS-NODE-REACHED(WS-N + 1)
               STRING
                 'FLOATING NODE '   DELIMITED BY SIZE
                 WS-NUM-DISP        DELIMITED BY SIZE
                 ' - NO PATH TO GROUND' DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM GROUP-ERROR
           END-EVALUATE

           ADD 1 TO WS-N
           .
       CHECK-ONE-SOURCE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-J
           PERFORM FIND-SOURCE-BRANCH
             UNTIL WS-J > WS-MB-CT OR WS-FOUND-YES

           IF NOT WS-FOUND-YES
             MOVE WS-MS-REC(WS-I) TO WS-FAULT-REC
             MOVE SPACES TO WS-FAULT-MSG
             STRING
               'SOURCE NAMES BRANCH ' DELIMITED BY SIZE
               WS-MS-ID(WS-I)         DELIMITED BY SIZE
               ' - NETWORK HAS NO SUCH BRANCH' DELIMITED BY SIZE
               INTO WS-FAULT-MSG
             PERFORM FAULT-ERROR
           END-IF

           ADD 1 TO WS-I
           .
       FIND-SOURCE-BRANCH.
           IF WS-MB-ID(WS-J) = WS-MS-ID(WS-I)
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
      ******************************************************************
      * The CTPDEF deck: NET and STG records.  CMATCH writes both
      * solutions for a branch under the branch's id, so a repeated
      * chain id is not a fault here.
      ******************************************************************
       CHECK-TPDEF-DECK.
           MOVE 'CTPDEF' TO WS-DECK-NAME
           OPEN INPUT DV-TPDEF-FILE
           MOVE 'CTPDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM START-DECK

           PERFORM READ-TPDEF-RECORD
           PERFORM CHECK-TPDEF-RECORD
             UNTIL WS-EOF-YES
           IF WS-IN-GROUP
             PERFORM END-TPDEF-CHAIN
           END-IF

           CLOSE DV-TPDEF-FILE
           PERFORM END-DECK
           .
       READ-TPDEF-RECORD.
           READ DV-TPDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-DECK-REC-CT
           END-READ
           .
       CHECK-TPDEF-RECORD.
           EVALUATE TRUE
             WHEN DV-TI-REC-NETWORK
               IF WS-IN-GROUP
                 PERFORM END-TPDEF-CHAIN
               END-IF
               PERFORM START-TPDEF-CHAIN
             WHEN NOT DV-TI-REC-STAGE
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                 DV-TI-REC-TYPE         DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN NOT WS-IN-GROUP
               MOVE 'STG RECORD AHEAD OF ANY NET HEADER'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN OTHER
               PERFORM CHECK-TPDEF-STAGE
           END-EVALUATE

           PERFORM READ-TPDEF-RECORD
           .
       START-TPDEF-CHAIN.
           PERFORM START-GROUP
           MOVE DV-TI-NETWORK-ID TO WS-GROUP-ID
           IF WS-GROUP-ID = SPACES
             MOVE 'NET RECORD ID BLANK' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF

           IF DV-TI-START-FREQ IS NOT NUMERIC
             MOVE 'START FREQUENCY NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-TI-START-FREQ NOT > 0
               MOVE 'START FREQUENCY NOT ABOVE ZERO' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF
           IF DV-TI-NUM-STEPS IS NOT NUMERIC
               OR DV-TI-NUM-STEPS = 0
             MOVE 'STEP COUNT NOT NUMERIC OR ZERO' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           EVALUATE TRUE
             WHEN DV-TI-FREQ-STEP IS NOT NUMERIC
               MOVE 'FREQUENCY STEP NOT NUMERIC' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-TI-FREQ-STEP < 0
               MOVE 'FREQUENCY STEP NEGATIVE' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN DV-TI-FREQ-STEP = 0 AND DV-TI-NUM-STEPS IS NUMERIC
                 AND DV-TI-NUM-STEPS > 1
               MOVE 'ZERO FREQUENCY STEP - EVERY STEP AT THE START'
                 & ' FREQUENCY' TO WS-FAULT-MSG
               PERFORM RECORD-WARNING
           END-EVALUATE
           IF DV-TI-LOAD-RE IS NOT NUMERIC
               OR DV-TI-LOAD-IM IS NOT NUMERIC
             MOVE 'LOAD IMPEDANCE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           .
       CHECK-TPDEF-STAGE.
           ADD 1 TO WS-GROUP-MEMBER-CT
           IF WS-GROUP-MEMBER-CT > WS-STAGE-MAX
               AND NOT WS-GROUP-OVERFLOW
             SET WS-GROUP-OVERFLOW TO TRUE
             MOVE WS-STAGE-MAX TO WS-NUM-DISP
             MOVE SPACES TO WS-FAULT-MSG
             STRING
               'MORE THAN '       DELIMITED BY SIZE
               WS-NUM-DISP        DELIMITED BY SIZE
               ' STAGES - BEYOND THE SWEEP''S CAPACITY'
                 DELIMITED BY SIZE
               INTO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF

           IF NOT DV-TI-ELEMENT-SERIES AND NOT DV-TI-ELEMENT-SHUNT
             MOVE 'ELEMENT POSITION NOT S OR P' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF NOT DV-TI-COMP-RESISTOR AND NOT DV-TI-COMP-INDUCTOR
               AND NOT DV-TI-COMP-CAPACITOR
             MOVE 'COMPONENT TYPE NOT R, L OR C' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF
           IF DV-TI-COMPONENT-VALUE IS NOT NUMERIC
             MOVE 'COMPONENT VALUE NOT NUMERIC' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             IF DV-TI-COMPONENT-VALUE NOT > 0
               MOVE 'COMPONENT VALUE NOT ABOVE ZERO' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             END-IF
           END-IF
           .
       END-TPDEF-CHAIN.
           IF WS-GROUP-MEMBER-CT = 0
             MOVE 'CHAIN HAS NO STG STAGES' TO WS-FAULT-MSG
             PERFORM GROUP-ERROR
           END-IF
           .
      ******************************************************************
      * The CCIRCDEF deck: CIR and BRN records.  Whether each branch
      * is on the CXIMPED master is CNETMST's own keyed check.
      ******************************************************************
       CHECK-CIRCDEF-DECK.
           MOVE 'CCIRCDEF' TO WS-DECK-NAME
           OPEN INPUT DV-CIRCDEF-FILE
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM START-DECK

           PERFORM READ-CIRCDEF-RECORD
           PERFORM CHECK-CIRCDEF-RECORD
             UNTIL WS-EOF-YES
           IF WS-IN-GROUP
             PERFORM END-CIRCDEF-CIRCUIT
           END-IF

           CLOSE DV-CIRCDEF-FILE
           PERFORM END-DECK
           .
       READ-CIRCDEF-RECORD.
           READ DV-CIRCDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-DECK-REC-CT
           END-READ
           .
       CHECK-CIRCDEF-RECORD.
           EVALUATE TRUE
             WHEN DV-CI-REC-CIRCUIT
               IF WS-IN-GROUP
                 PERFORM END-CIRCDEF-CIRCUIT
               END-IF
               PERFORM START-GROUP
               MOVE DV-CI-CIRCUIT-ID TO WS-GROUP-ID
               MOVE 0 TO WS-CB-CT
               PERFORM CHECK-GROUP-ID
             WHEN NOT DV-CI-REC-BRANCH
               MOVE SPACES TO WS-FAULT-MSG
               STRING
                 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                 DV-CI-REC-TYPE         DELIMITED BY SIZE
                 INTO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN NOT WS-IN-GROUP
               MOVE 'BRN RECORD AHEAD OF ANY CIR HEADER'
                 TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN OTHER
               PERFORM CHECK-CIRCDEF-BRANCH
           END-EVALUATE

           PERFORM READ-CIRCDEF-RECORD
           .
       CHECK-CIRCDEF-BRANCH.
           ADD 1 TO WS-GROUP-MEMBER-CT
           IF NOT DV-CI-BRANCH-SERIES AND NOT DV-CI-BRANCH-PARALLEL
             MOVE 'BRANCH TYPE NOT S OR P' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           END-IF

           EVALUATE TRUE
             WHEN DV-CI-BRANCH-ID = SPACES
               MOVE 'BRANCH ID BLANK' TO WS-FAULT-MSG
               PERFORM RECORD-ERROR
             WHEN WS-CB-CT = WS-ARRAY-MAX
               IF NOT WS-GROUP-OVERFLOW
                 SET WS-GROUP-OVERFLOW TO TRUE
                 MOVE 'CIRCUIT EXCEEDS THE COMBINER''S CAPACITY'
                   TO WS-FAULT-MSG
                 PERFORM RECORD-ERROR
               END-IF
             WHEN OTHER
               MOVE 'N' TO WS-FOUND-SW
               MOVE 1 TO WS-J
               PERFORM FIND-CIRCUIT-BRANCH
                 UNTIL WS-J > WS-CB-CT OR WS-FOUND-YES
               IF WS-FOUND-YES
                 MOVE SPACES TO WS-FAULT-MSG
                 STRING
                   'DUPLICATE BRANCH ID ' DELIMITED BY SIZE
                   DV-CI-BRANCH-ID        DELIMITED BY SIZE
                   INTO WS-FAULT-MSG
                 PERFORM RECORD-ERROR
               ELSE
                 ADD 1 TO WS-CB-CT
                 MOVE DV-CI-BRANCH-ID TO WS-CB-ID(WS-CB-CT)
               END-IF
           END-EVALUATE

           MOVE DV-CI-GROUP-ID TO WS-ENTRY-GROUP
           MOVE DV-CI-BRANCH-TYPE TO WS-ENTRY-BRTYPE
           PERFORM CHECK-GROUP-SEQUENCE
           .
       FIND-CIRCUIT-BRANCH.
           IF WS-CB-ID(WS-J) = DV-CI-BRANCH-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
       END-CIRCDEF-CIRCUIT.
           IF WS-GROUP-MEMBER-CT = 0
             MOVE 'CIRCUIT HAS NO BRN BRANCHES' TO WS-FAULT-MSG
             PERFORM GROUP-ERROR
           END-IF
           .
      ******************************************************************
      * Opens a group on the current header record.
      ******************************************************************
       START-GROUP.
           SET WS-IN-GROUP TO TRUE
           ADD 1 TO WS-DECK-GROUP-CT
           MOVE WS-DECK-REC-CT TO WS-GROUP-REC
           MOVE 0 TO WS-GROUP-MEMBER-CT
           MOVE 'N' TO WS-GROUP-OVERFLOW-SW
           MOVE 0 TO WS-CLOSED-CT
           MOVE HIGH-VALUES TO WS-LAST-GROUP
           .
      ******************************************************************
      * The header's id must be keyed, and a second group under the
      * same id on one deck is reported - the solvers and the
      * inquiry programs find a group by its id.
      ******************************************************************
       CHECK-GROUP-ID.
           IF WS-GROUP-ID = SPACES
             MOVE 'HEADER RECORD ID BLANK' TO WS-FAULT-MSG
             PERFORM RECORD-ERROR
           ELSE
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-J
             PERFORM FIND-SEEN-ID
               UNTIL WS-J > WS-SEEN-CT OR WS-FOUND-YES
             EVALUATE TRUE
               WHEN WS-FOUND-YES
                 MOVE 'ID ALREADY USED EARLIER ON THE DECK'
                   TO WS-FAULT-MSG
                 PERFORM RECORD-WARNING
               WHEN WS-SEEN-CT < WS-SEEN-MAX
                 ADD 1 TO WS-SEEN-CT
                 MOVE WS-GROUP-ID TO WS-SEEN-ID(WS-SEEN-CT)
             END-EVALUATE
           END-IF
           .
       FIND-SEEN-ID.
           IF WS-SEEN-ID(WS-J) = WS-GROUP-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
      ******************************************************************
      * Places one entry - group id WS-ENTRY-GROUP, branch type
      * WS-ENTRY-BRTYPE - in the parallel-group sequence: a nonblank
      * group must open with a 'P' leg and, once another entry has
      * come between, must not reappear.
      ******************************************************************
       CHECK-GROUP-SEQUENCE.
           IF WS-ENTRY-GROUP NOT = WS-LAST-GROUP
             IF WS-LAST-GROUP NOT = SPACES AND NOT = HIGH-VALUES
                 AND WS-CLOSED-CT < WS-CLOSED-MAX
               ADD 1 TO WS-CLOSED-CT
               MOVE WS-LAST-GROUP TO WS-CLOSED-GROUP(WS-CLOSED-CT)
             END-IF
             MOVE WS-ENTRY-GROUP TO WS-LAST-GROUP

             IF WS-ENTRY-GROUP NOT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               MOVE 1 TO WS-J
               PERFORM FIND-CLOSED-GROUP
                 UNTIL WS-J > WS-CLOSED-CT OR WS-FOUND-YES
               MOVE SPACES TO WS-FAULT-MSG
               EVALUATE TRUE
                 WHEN WS-FOUND-YES
                   STRING
                     'PARALLEL GROUP '  DELIMITED BY SIZE
                     WS-ENTRY-GROUP     DELIMITED BY SIZE
                     ' SPLIT - ITS ENTRIES MUST SIT TOGETHER'
                       DELIMITED BY SIZE
                     INTO WS-FAULT-MSG
                   PERFORM RECORD-ERROR
                 WHEN WS-ENTRY-BRTYPE = 'S'
                   STRING
                     'PARALLEL GROUP '  DELIMITED BY SIZE
                     WS-ENTRY-GROUP     DELIMITED BY SIZE
                     ' OPENS WITH A SERIES BRANCH - NO LEG TO'
                       DELIMITED BY SIZE
                     ' CHAIN ONTO'      DELIMITED BY SIZE
                     INTO WS-FAULT-MSG
                   PERFORM RECORD-ERROR
               END-EVALUATE
             END-IF
           END-IF
           .
       FIND-CLOSED-GROUP.
           IF WS-CLOSED-GROUP(WS-J) = WS-ENTRY-GROUP
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
      ******************************************************************
      * Fault reporting: RECORD- charges the current record, GROUP-
      * the group's header record, FAULT- whatever record the caller
      * put in WS-FAULT-REC.
      ******************************************************************
       RECORD-ERROR.
           MOVE WS-DECK-REC-CT TO WS-FAULT-REC
           PERFORM FAULT-ERROR
           .
       RECORD-WARNING.
           MOVE WS-DECK-REC-CT TO WS-FAULT-REC
           PERFORM FAULT-WARNING
           .
       GROUP-ERROR.
           MOVE WS-GROUP-REC TO WS-FAULT-REC
           PERFORM FAULT-ERROR
           .
       FAULT-ERROR.
           MOVE 'ERROR' TO WS-FAULT-SEV
           ADD 1 TO WS-DECK-ERR-CT
           ADD 1 TO WS-CTL-ERR-CT
           PERFORM WRITE-FAULT-LINE
           .
       FAULT-WARNING.
           MOVE 'WARNING' TO WS-FAULT-SEV
           ADD 1 TO WS-DECK-WARN-CT
           ADD 1 TO WS-CTL-WARN-CT
           PERFORM WRITE-FAULT-LINE
           .
       WRITE-FAULT-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-IN-GROUP
             STRING
               WS-DECK-NAME       DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-REC       DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-SEV       DELIMITED BY SIZE
               '  '               DELIMITED BY SIZE
               WS-GROUP-ID        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-MSG       DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             STRING
               WS-DECK-NAME       DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-REC       DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-SEV       DELIMITED BY SIZE
               '  '               DELIMITED BY SIZE
               '--------'         DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FAULT-MSG       DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-FAULT-MSG
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO DV-REPORT-LINE
           WRITE DV-REPORT-LINE
           MOVE 'CDEFVALR' TO WS-IO-FILE
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
             DISPLAY 'CDEFVAL - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
