       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXTSTEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TX-CARD-FILE ASSIGN TO "CXTSTEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-REPORT-FILE ASSIGN TO "CXTSTEXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-CIRCDEF-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-IMPED-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-IMP-BRANCH-ID
               ALTERNATE RECORD KEY IS TX-IMP-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-STAND-FILE ASSIGN TO "CXSTAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-FEED-FILE ASSIGN TO "CXTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TX-RESULT-FILE ASSIGN TO "CXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-RSM-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-CONST-FILE ASSIGN TO "CXCONST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-CIRCDEF-OUT ASSIGN TO "TXCIRDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-IMPED-OUT ASSIGN TO "TXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-IMO-BRANCH-ID
               ALTERNATE RECORD KEY IS TX-IMO-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-HISTORY-OUT ASSIGN TO "TXHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-LIMIT-OUT ASSIGN TO "TXLIMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-TCOMP-OUT ASSIGN TO "TXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-STAND-OUT ASSIGN TO "TXSTAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-FEED-OUT ASSIGN TO "TXTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-RESULT-OUT ASSIGN TO "TXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-RSO-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-CONST-OUT ASSIGN TO "TXCONST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TX-RUNREG-OUT ASSIGN TO "TXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TX-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TX-CARD-RECORD.
         10  TX-CARD-TYPE            PIC X(01).
           88  TX-CARD-CIRCUIT       VALUE 'C'.
           88  TX-CARD-CONSTANT      VALUE 'K'.
           88  TX-CARD-DATE          VALUE 'D'.
         10  FILLER                  PIC X(01).
         10  TX-CARD-VALUE           PIC X(08).
         10  TX-CARD-DATE-VALUE REDEFINES TX-CARD-VALUE
                                     PIC 9(08).
         10  FILLER                  PIC X(70).
       FD  TX-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TX-REPORT-LINE PIC X(132).
       FD  TX-CIRCDEF-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY CCIRCDEF REPLACING ==(PRFX)== BY ==TX-CIR-==.
       FD  TX-IMPED-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==TX-IMP-==.
       FD  TX-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  TX-HISTORY-RECORD.
         10  TX-HIS-BRANCH-ID        PIC X(08).
         10  FILLER                  PIC X(47).
       FD  TX-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  TX-LIMIT-RECORD.
         10  TX-LIM-BRANCH-ID        PIC X(08).
         10  FILLER                  PIC X(51).
       FD  TX-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==TX-TC-==.
       FD  TX-STAND-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY CXSTAND REPLACING ==(PRFX)== BY ==TX-STD-==.
       FD  TX-FEED-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  TX-FEED-RECORD PIC X(96).
       FD  TX-RESULT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==TX-RSM-==.
       FD  TX-CONST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCONST REPLACING ==(PRFX)== BY ==TX-CON-==.
       FD  TX-CIRCDEF-OUT
           RECORD CONTAINS 14 CHARACTERS.
       01  TX-CIRCDEF-OUT-RECORD PIC X(14).
       FD  TX-IMPED-OUT
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==TX-IMO-==.
       FD  TX-HISTORY-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  TX-HISTORY-OUT-RECORD PIC X(55).
       FD  TX-LIMIT-OUT
           RECORD CONTAINS 59 CHARACTERS.
       01  TX-LIMIT-OUT-RECORD PIC X(59).
       FD  TX-TCOMP-OUT
           RECORD CONTAINS 30 CHARACTERS.
       01  TX-TCOMP-OUT-RECORD PIC X(30).
       FD  TX-STAND-OUT
           RECORD CONTAINS 106 CHARACTERS.
       01  TX-STAND-OUT-RECORD PIC X(106).
       FD  TX-FEED-OUT
           RECORD CONTAINS 96 CHARACTERS.
       01  TX-FEED-OUT-RECORD PIC X(96).
       FD  TX-RESULT-OUT
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==TX-RSO-==.
       FD  TX-CONST-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  TX-CONST-OUT-RECORD PIC X(50).
       FD  TX-RUNREG-OUT
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==TX-REG-==.
       WORKING-STORAGE SECTION.
      * the business date the extracted set is stamped with: the D
      * card, else the production feed's header date, else today
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
      * the circuits asked for, and whether either circuit file
      * knew each one
       01 WS-CIR-TABLE.
         05 WS-CIR-CT PIC 9(03) VALUE 0.
         05 WS-CIR-ENTRY OCCURS 100 TIMES.
           10 WS-CIR-ID PIC X(08).
           10 WS-CIR-FOUND-SW PIC X(01).
             88 WS-CIR-FOUND VALUE 'Y'.
       01 WS-CI PIC 9(03) VALUE 0.
       01 WS-CIR-ARG PIC X(08) VALUE SPACES.
       01 WS-CIR-SELECTED-SW PIC X(01) VALUE 'N'.
         88 WS-CIR-SELECTED VALUE 'Y'.
      * the key set, held in order for a halving search: kind 'B' a
      * branch of a selected circuit, kind 'N' a constant name a
      * selected transaction references or a K card names
       01 WS-KEY-TABLE.
         05 WS-KEY-CT PIC 9(05) VALUE 0.
         05 WS-KEY-ENTRY PIC X(09) OCCURS 6000 TIMES.
       01 WS-KEY-MAX PIC 9(05) VALUE 6000.
       01 WS-KEY-ARG.
         05 WS-KEY-KIND PIC X(01).
         05 WS-KEY-NAME PIC X(08).
       01 WS-KEY-HIT-SW PIC X(01) VALUE 'N'.
         88 WS-KEY-HIT VALUE 'Y'.
       01 WS-KEY-LO PIC 9(05) VALUE 0.
       01 WS-KEY-HI PIC 9(05) VALUE 0.
       01 WS-KEY-MID PIC 9(05) VALUE 0.
       01 WS-KEY-POS PIC 9(05) VALUE 0.
       01 WS-KEY-J PIC 9(05) VALUE 0.
       01 WS-BRANCH-CT PIC 9(05) VALUE 0.
       01 WS-NAME-CT PIC 9(05) VALUE 0.
      * chains with at least one selected step in the file in hand;
      * every step of such a chain is extracted with it
       01 WS-CHN-TABLE.
         05 WS-CHN-CT PIC 9(04) VALUE 0.
         05 WS-CHN-ID PIC X(08) OCCURS 1000 TIMES.
       01 WS-CHN-MAX PIC 9(04) VALUE 1000.
       01 WS-CH PIC 9(04) VALUE 0.
       01 WS-CHN-HIT-SW PIC X(01) VALUE 'N'.
         88 WS-CHN-HIT VALUE 'Y'.
      * the transaction in hand, standing or keyed
       COPY CXTRAN REPLACING ==(PRFX)== BY ==WS-TR-==.
       01 WS-TR-MATCH-SW PIC X(01) VALUE 'N'.
         88 WS-TR-MATCH VALUE 'Y'.
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
      * read and extracted figures per file, in extract order; the
      * output count and hash total go on the test registry
       01 WS-OUT-TABLE.
         05 WS-OUT-CT PIC 9(02) VALUE 0.
         05 WS-OUT-ENTRY OCCURS 12 TIMES.
           10 WS-OUT-FILE PIC X(08).
           10 WS-OUT-PRESENT PIC X(01).
           10 WS-OUT-READ-CT PIC 9(09).
           10 WS-OUT-WRITE-CT PIC 9(09).
           10 WS-OUT-HASH PIC 9(15).
       01 WS-F PIC 9(02) VALUE 0.
       01 WS-HASH-RECORD PIC X(256) VALUE SPACES.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-HASH-LEN-==.
       01 WS-REJECT-CT PIC 9(04) VALUE 0.
       01 WS-MISSING-CT PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-RPT-FILE-LINE.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-FILE PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-PRESENT PIC X(07).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-READ-CT PIC Z(08)9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-WRITE-CT PIC Z(08)9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-HASH PIC Z(14)9.
       01 WS-RPT-CT PIC Z(04)9.
       01 WS-RPT-CT2 PIC Z(04)9.
       01 WS-RPT-CT3 PIC Z(04)9.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CXTSTEXT'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CXTSTEXT'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Production-to-test extract.  Takes a list of circuits off the
      * CXTSTEXP cards (col 1 'C', circuit id in cols 3-10) and
      * pulls every record that belongs with them, so a test region
      * loaded from the extract holds a small but self-consistent
      * slice of production:
      *
      *   the branches - the CCIRCDEF circuit records asked for with
      *     the branch records under them, and the CXIMPED records
      *     on those circuits (a branch the impedance master files
      *     under a listed circuit joins the set even when the
      *     circuit definitions do not carry it);
      *   the impedance history, limits and temperature compensation
      *     for those branches;
      *   the standing transactions and the keyed feed's
      *     transactions that name one of those branches as an
      *     operand, with every other step of any chain they are in;
      *   the results whose label is a branch or a constant those
      *     transactions name;
      *   the constants named by a branch, by those transactions, or
      *     by a K card (col 1 'K', name in cols 3-10) - the way to
      *     bring along a constant nothing selected names directly.
      *
      * The extracted keyed feed is written with a fresh CXTRANS
      * header and trailer whose count and hash total are recomputed
      * over what was extracted, dated with the test business date:
      * a D card (col 1 'D', yyyymmdd in cols 3-10), else the
      * production feed's header date, else today.  TXRUNREG starts
      * the test region's run registry afresh with one CXTSTEXT
      * entry per extracted file - its count and CENVHASH hash total
      * - and no COMPLEX or CXSTGEN entries, so the test schedule's
      * first run is neither refused as a resubmission of production
      * work nor sent catching up on standing days.
      *
      * Condition codes: 0 clean; 4 a listed circuit neither circuit
      * file knows; 8 a card rejected (the rest of the cards are
      * still used); 12 no circuit cards, a key table overflow, or
      * an I-O failure.  Runs under a shared interlock registration
      * on the impedance master.
      ******************************************************************
           PERFORM READ-SELECTION-CARDS
           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT TX-REPORT-FILE
           MOVE 'CXTSTEXR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM EXTRACT-CIRCUIT-DEFS
           PERFORM EXTRACT-IMPEDANCE
           PERFORM EXTRACT-HISTORY
           PERFORM EXTRACT-LIMITS
           PERFORM EXTRACT-TCOMP
           PERFORM EXTRACT-STANDING
           PERFORM EXTRACT-FEED
           PERFORM EXTRACT-RESULTS
           PERFORM EXTRACT-CONSTANTS
           PERFORM WRITE-TEST-REGISTRY

           PERFORM RELEASE-MASTER-LOCK

           PERFORM PRINT-REPORT
           CLOSE TX-REPORT-FILE

           EVALUATE TRUE
             WHEN WS-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-MISSING-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * The selection cards.  A card of an unknown type, a blank
      * circuit or constant, or a date that is not numeric is
      * rejected; without a single circuit card there is nothing to
      * extract and the run is refused.
      ******************************************************************
       READ-SELECTION-CARDS.
           OPEN INPUT TX-CARD-FILE
           MOVE 'CXTSTEXP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CARD
           PERFORM TAKE-CARD
             UNTIL WS-EOF-YES
           CLOSE TX-CARD-FILE

           IF WS-CIR-CT = 0
             DISPLAY 'CXTSTEXT - NO CIRCUIT CARDS - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-CARD.
           READ TX-CARD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       TAKE-CARD.
           EVALUATE TRUE
             WHEN TX-CARD-CIRCUIT AND TX-CARD-VALUE NOT = SPACES
               PERFORM ADD-CIRCUIT
             WHEN TX-CARD-CONSTANT AND TX-CARD-VALUE NOT = SPACES
               MOVE 'N' TO WS-KEY-KIND
               MOVE TX-CARD-VALUE TO WS-KEY-NAME
               PERFORM ADD-KEY
             WHEN TX-CARD-DATE AND TX-CARD-DATE-VALUE IS NUMERIC
               MOVE TX-CARD-DATE-VALUE TO WS-BUSINESS-DATE
             WHEN OTHER
               ADD 1 TO WS-REJECT-CT
               DISPLAY 'CXTSTEXT - CARD REJECTED: '
                    TX-CARD-RECORD(1:10)
           END-EVALUATE

           PERFORM READ-CARD
           .
       ADD-CIRCUIT.
           MOVE TX-CARD-VALUE TO WS-CIR-ARG
           PERFORM FIND-CIRCUIT
           IF NOT WS-CIR-SELECTED
             IF WS-CIR-CT = 100
               DISPLAY 'CXTSTEXT - MORE THAN 100 CIRCUITS - '
                    'RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-CIR-CT
             MOVE WS-CIR-ARG TO WS-CIR-ID(WS-CIR-CT)
             MOVE 'N' TO WS-CIR-FOUND-SW(WS-CIR-CT)
           END-IF
           .
      ******************************************************************
      * Whether the circuit in WS-CIR-ARG is one asked for; WS-CI is
      * left on it when it is.
      ******************************************************************
       FIND-CIRCUIT.
           MOVE 'N' TO WS-CIR-SELECTED-SW
           MOVE 1 TO WS-CI
           PERFORM PROBE-CIRCUIT
             UNTIL WS-CIR-SELECTED OR WS-CI > WS-CIR-CT
           .
       PROBE-CIRCUIT.
           IF WS-CIR-ID(WS-CI) = WS-CIR-ARG
             SET WS-CIR-SELECTED TO TRUE
           ELSE
             ADD 1 TO WS-CI
           END-IF
           .
      ******************************************************************
      * The circuit definitions: a CIR record starts a circuit, and
      * the BRN records after it are its branches.  A selected
      * circuit is written with all its branches, and each branch
      * joins the key set.
      ******************************************************************
       EXTRACT-CIRCUIT-DEFS.
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 14 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-CIRCDEF-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-CIRCDEF-OUT
           MOVE 'TXCIRDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-CIR-SELECTED-SW
           PERFORM READ-CIRCDEF-FILE
           PERFORM TAKE-CIRCDEF-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-CIRCDEF-FILE
           CLOSE TX-CIRCDEF-OUT
           .
       READ-CIRCDEF-FILE.
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           READ TX-CIRCDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-CIRCDEF-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           IF TX-CIR-REC-CIRCUIT
             MOVE TX-CIR-CIRCUIT-ID TO WS-CIR-ARG
             PERFORM FIND-CIRCUIT
             IF WS-CIR-SELECTED
               MOVE 'Y' TO WS-CIR-FOUND-SW(WS-CI)
             END-IF
           END-IF

           IF WS-CIR-SELECTED
             IF TX-CIR-REC-BRANCH
               MOVE 'B' TO WS-KEY-KIND
               MOVE TX-CIR-BRANCH-ID TO WS-KEY-NAME
               PERFORM ADD-KEY
             END-IF
             MOVE TX-CIR-CIRCDEF-RECORD TO TX-CIRCDEF-OUT-RECORD
             WRITE TX-CIRCDEF-OUT-RECORD
             MOVE 'TXCIRDEF' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-CIR-CIRCDEF-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-CIRCDEF-FILE
           .
      ******************************************************************
      * The impedance master, in branch order so the test copy loads
      * in key order: a record on a selected circuit, or for a
      * branch already in the set, is extracted, and its branch
      * joins the set.
      ******************************************************************
       EXTRACT-IMPEDANCE.
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-IMPED-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-IMPED-OUT
           MOVE 'TXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-IMPED-FILE
           PERFORM TAKE-IMPED-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-IMPED-FILE
           CLOSE TX-IMPED-OUT
           .
       READ-IMPED-FILE.
           MOVE 'CXIMPED' TO WS-IO-FILE
           READ TX-IMPED-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-IMPED-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE TX-IMP-CIRCUIT-ID TO WS-CIR-ARG
           PERFORM FIND-CIRCUIT
           IF WS-CIR-SELECTED
             MOVE 'Y' TO WS-CIR-FOUND-SW(WS-CI)
           END-IF

           MOVE 'B' TO WS-KEY-KIND
           MOVE TX-IMP-BRANCH-ID TO WS-KEY-NAME
           IF WS-CIR-SELECTED
             PERFORM ADD-KEY
             SET WS-KEY-HIT TO TRUE
           ELSE
             PERFORM LOOK-UP-KEY
           END-IF

           IF WS-KEY-HIT
             MOVE TX-IMP-IMPEDANCE-RECORD TO TX-IMO-IMPEDANCE-RECORD
             WRITE TX-IMO-IMPEDANCE-RECORD
             MOVE 'TXIMPED' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-IMP-IMPEDANCE-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-IMPED-FILE
           .
      ******************************************************************
      * History, limits and temperature compensation are all keyed
      * by branch first; each is extracted for the branches in the
      * set.
      ******************************************************************
       EXTRACT-HISTORY.
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 55 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-HISTORY-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-HISTORY-OUT
           MOVE 'TXHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-HISTORY-FILE
           PERFORM TAKE-HISTORY-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-HISTORY-FILE
           CLOSE TX-HISTORY-OUT
           .
       READ-HISTORY-FILE.
           MOVE 'CIMPHIST' TO WS-IO-FILE
           READ TX-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-HISTORY-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE 'B' TO WS-KEY-KIND
           MOVE TX-HIS-BRANCH-ID TO WS-KEY-NAME
           PERFORM LOOK-UP-KEY
           IF WS-KEY-HIT
             MOVE TX-HISTORY-RECORD TO TX-HISTORY-OUT-RECORD
             WRITE TX-HISTORY-OUT-RECORD
             MOVE 'TXHIST' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-HISTORY-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-HISTORY-FILE
           .
       EXTRACT-LIMITS.
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 59 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-LIMIT-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-LIMIT-OUT
           MOVE 'TXLIMIT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-LIMIT-FILE
           PERFORM TAKE-LIMIT-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-LIMIT-FILE
           CLOSE TX-LIMIT-OUT
           .
       READ-LIMIT-FILE.
           MOVE 'CIMPLIM' TO WS-IO-FILE
           READ TX-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-LIMIT-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE 'B' TO WS-KEY-KIND
           MOVE TX-LIM-BRANCH-ID TO WS-KEY-NAME
           PERFORM LOOK-UP-KEY
           IF WS-KEY-HIT
             MOVE TX-LIMIT-RECORD TO TX-LIMIT-OUT-RECORD
             WRITE TX-LIMIT-OUT-RECORD
             MOVE 'TXLIMIT' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-LIMIT-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-LIMIT-FILE
           .
       EXTRACT-TCOMP.
           MOVE 'CXTCOMP' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-TCOMP-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-TCOMP-OUT
           MOVE 'TXTCOMP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-TCOMP-FILE
           PERFORM TAKE-TCOMP-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-TCOMP-FILE
           CLOSE TX-TCOMP-OUT
           .
       READ-TCOMP-FILE.
           MOVE 'CXTCOMP' TO WS-IO-FILE
           READ TX-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-TCOMP-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE 'B' TO WS-KEY-KIND
           MOVE TX-TC-BRANCH-ID TO WS-KEY-NAME
           PERFORM LOOK-UP-KEY
           IF WS-KEY-HIT
             MOVE TX-TC-TCOMP-RECORD TO TX-TCOMP-OUT-RECORD
             WRITE TX-TCOMP-OUT-RECORD
             MOVE 'TXTCOMP' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-TC-TCOMP-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-TCOMP-FILE
           .
      ******************************************************************
      * Standing transactions, in two passes: the first notes every
      * chain with a step that names a branch in the set, the second
      * writes those steps and every other step of those chains, and
      * adds the constants the written steps name to the key set.
      ******************************************************************
       EXTRACT-STANDING.
           MOVE 'CXSTAND' TO WS-IO-FILE
           MOVE 106 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           MOVE 0 TO WS-CHN-CT

           OPEN INPUT TX-STAND-FILE
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-STAND-FILE
           PERFORM MARK-STAND-CHAIN
             UNTIL WS-EOF-YES
           CLOSE TX-STAND-FILE

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-STAND-FILE
           MOVE 'CXSTAND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT TX-STAND-OUT
           MOVE 'TXSTAND' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-STAND-FILE
           PERFORM TAKE-STAND-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-STAND-FILE
           CLOSE TX-STAND-OUT
           .
       READ-STAND-FILE.
           MOVE 'CXSTAND' TO WS-IO-FILE
           READ TX-STAND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       MARK-STAND-CHAIN.
           MOVE TX-STD-TRAN-DATA TO WS-TR-TRANS-RECORD
           PERFORM MATCH-TRANSACTION
           IF WS-TR-MATCH AND WS-TR-CHAIN-ID NOT = SPACES
             PERFORM ADD-CHAIN
           END-IF

           PERFORM READ-STAND-FILE
           .
       TAKE-STAND-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE TX-STD-TRAN-DATA TO WS-TR-TRANS-RECORD
           PERFORM SELECT-TRANSACTION
           IF WS-TR-MATCH
             MOVE TX-STD-STANDING-RECORD TO TX-STAND-OUT-RECORD
             WRITE TX-STAND-OUT-RECORD
             MOVE 'TXSTAND' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-STD-STANDING-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
             PERFORM NOTE-TRANSACTION-NAMES
           END-IF

           PERFORM READ-STAND-FILE
           .
      ******************************************************************
      * The keyed feed, selected the same way as the standing
      * transactions.  Its own header and trailer are dropped - the
      * figures on them are production's - and the first pass takes
      * the header's date as the test business date when no D card
      * gave one.  The extract is written inside a new CXTRANS
      * envelope whose trailer carries the extracted count and hash.
      ******************************************************************
       EXTRACT-FEED.
           MOVE 'CXTRANS' TO WS-IO-FILE
           MOVE 96 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           MOVE 0 TO WS-CHN-CT

           OPEN INPUT TX-FEED-FILE
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-FEED-FILE
           PERFORM MARK-FEED-CHAIN
             UNTIL WS-EOF-YES
           CLOSE TX-FEED-FILE

           IF WS-BUSINESS-DATE = 0
             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-FEED-FILE
           MOVE 'CXTRANS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT TX-FEED-OUT
           MOVE 'TXTRANS' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-ENVELOPE-RECORD
           SET WS-ENV-HEADER TO TRUE
           PERFORM WRITE-FEED-ENVELOPE

           PERFORM READ-FEED-FILE
           PERFORM TAKE-FEED-RECORD
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-ENVELOPE-RECORD
           SET WS-ENV-TRAILER TO TRUE
           MOVE WS-OUT-WRITE-CT(WS-F) TO WS-ENV-RECORD-CT
           MOVE WS-OUT-HASH(WS-F) TO WS-ENV-HASH-TOTAL
           PERFORM WRITE-FEED-ENVELOPE

           CLOSE TX-FEED-FILE
           CLOSE TX-FEED-OUT
           .
       READ-FEED-FILE.
           MOVE 'CXTRANS' TO WS-IO-FILE
           READ TX-FEED-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       MARK-FEED-CHAIN.
           EVALUATE TX-FEED-RECORD(1:3)
             WHEN 'HDR'
               MOVE TX-FEED-RECORD(1:42) TO WS-ENVELOPE-RECORD
               IF WS-BUSINESS-DATE = 0
                   AND WS-ENV-DATE IS NUMERIC
                 MOVE WS-ENV-DATE TO WS-BUSINESS-DATE
               END-IF
             WHEN 'TRL'
               CONTINUE
             WHEN OTHER
               MOVE TX-FEED-RECORD TO WS-TR-TRANS-RECORD
               PERFORM MATCH-TRANSACTION
               IF WS-TR-MATCH AND WS-TR-CHAIN-ID NOT = SPACES
                 PERFORM ADD-CHAIN
               END-IF
           END-EVALUATE

           PERFORM READ-FEED-FILE
           .
       TAKE-FEED-RECORD.
           IF TX-FEED-RECORD(1:3) NOT = 'HDR'
               AND TX-FEED-RECORD(1:3) NOT = 'TRL'
             ADD 1 TO WS-OUT-READ-CT(WS-F)
             MOVE TX-FEED-RECORD TO WS-TR-TRANS-RECORD
             PERFORM SELECT-TRANSACTION
             IF WS-TR-MATCH
               MOVE TX-FEED-RECORD TO TX-FEED-OUT-RECORD
               WRITE TX-FEED-OUT-RECORD
               MOVE 'TXTRANS' TO WS-IO-FILE
               PERFORM CHECK-WRITE-STATUS
               MOVE TX-FEED-RECORD TO WS-HASH-RECORD
               PERFORM ADD-WRITE-FIGURES
               PERFORM NOTE-TRANSACTION-NAMES
             END-IF
           END-IF

           PERFORM READ-FEED-FILE
           .
       WRITE-FEED-ENVELOPE.
           MOVE 'CXTRANS' TO WS-ENV-FILE-ID
           MOVE WS-BUSINESS-DATE TO WS-ENV-DATE
           MOVE SPACES TO TX-FEED-OUT-RECORD
           MOVE WS-ENVELOPE-RECORD TO TX-FEED-OUT-RECORD(1:42)
           WRITE TX-FEED-OUT-RECORD
           MOVE 'TXTRANS' TO WS-IO-FILE
           PERFORM CHECK-WRITE-STATUS
           .
      ******************************************************************
      * Whether the transaction in hand names a branch in the set as
      * either operand.
      ******************************************************************
       MATCH-TRANSACTION.
           MOVE 'N' TO WS-TR-MATCH-SW
           MOVE 'B' TO WS-KEY-KIND
           IF WS-TR-FORM-NAMED-OP1 OR WS-TR-FORM-NAMED-BOTH
             MOVE WS-TR-OP1-CONST-NAME TO WS-KEY-NAME
             PERFORM LOOK-UP-KEY
             IF WS-KEY-HIT
               SET WS-TR-MATCH TO TRUE
             END-IF
           END-IF
           IF WS-TR-FORM-NAMED-OP2 OR WS-TR-FORM-NAMED-BOTH
             MOVE WS-TR-OP2-CONST-NAME TO WS-KEY-NAME
             PERFORM LOOK-UP-KEY
             IF WS-KEY-HIT
               SET WS-TR-MATCH TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
      * Whether the transaction in hand is extracted: it names a
      * branch in the set, or it is a step of a chain noted on the
      * first pass.
      ******************************************************************
       SELECT-TRANSACTION.
           PERFORM MATCH-TRANSACTION
           IF NOT WS-TR-MATCH AND WS-TR-CHAIN-ID NOT = SPACES
             PERFORM FIND-CHAIN
             IF WS-CHN-HIT
               SET WS-TR-MATCH TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
      * The constants an extracted transaction names join the key
      * set; PREV is the chain's carried value, not a constant.
      ******************************************************************
       NOTE-TRANSACTION-NAMES.
           IF (WS-TR-FORM-NAMED-OP1 OR WS-TR-FORM-NAMED-BOTH)
               AND WS-TR-OP1-CONST-NAME NOT = 'PREV'
               AND WS-TR-OP1-CONST-NAME NOT = SPACES
             MOVE WS-TR-OP1-CONST-NAME TO WS-KEY-NAME
             PERFORM ADD-NAME-KEY
           END-IF
           IF (WS-TR-FORM-NAMED-OP2 OR WS-TR-FORM-NAMED-BOTH)
               AND WS-TR-OP2-CONST-NAME NOT = 'PREV'
               AND WS-TR-OP2-CONST-NAME NOT = SPACES
             MOVE WS-TR-OP2-CONST-NAME TO WS-KEY-NAME
             PERFORM ADD-NAME-KEY
           END-IF
           .
      ******************************************************************
      * A name that is already a branch in the set needs no second
      * entry.
      ******************************************************************
       ADD-NAME-KEY.
           MOVE 'B' TO WS-KEY-KIND
           PERFORM LOOK-UP-KEY
           IF NOT WS-KEY-HIT
             MOVE 'N' TO WS-KEY-KIND
             PERFORM ADD-KEY
           END-IF
           .
       ADD-CHAIN.
           PERFORM FIND-CHAIN
           IF NOT WS-CHN-HIT
             IF WS-CHN-CT = WS-CHN-MAX
               DISPLAY 'CXTSTEXT - MORE THAN ' WS-CHN-MAX
                    ' CHAINS SELECTED ON ' WS-IO-FILE
                    ' - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-CHN-CT
             MOVE WS-TR-CHAIN-ID TO WS-CHN-ID(WS-CHN-CT)
           END-IF
           .
       FIND-CHAIN.
           MOVE 'N' TO WS-CHN-HIT-SW
           MOVE 1 TO WS-CH
           PERFORM PROBE-CHAIN
             UNTIL WS-CHN-HIT OR WS-CH > WS-CHN-CT
           .
       PROBE-CHAIN.
           IF WS-CHN-ID(WS-CH) = WS-TR-CHAIN-ID
             SET WS-CHN-HIT TO TRUE
           ELSE
             ADD 1 TO WS-CH
           END-IF
           .
      ******************************************************************
      * The results master, in key order: a result whose label is a
      * branch or a constant name in the set is extracted.
      ******************************************************************
       EXTRACT-RESULTS.
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 148 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-RESULT-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-RESULT-OUT
           MOVE 'TXRSLTMS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-RESULT-FILE
           PERFORM TAKE-RESULT-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-RESULT-FILE
           CLOSE TX-RESULT-OUT
           .
       READ-RESULT-FILE.
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           READ TX-RESULT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-RESULT-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE TX-RSM-OP1-LABEL TO WS-KEY-NAME
           PERFORM LOOK-UP-EITHER-KIND
           IF WS-KEY-HIT
             MOVE TX-RSM-RESULT-MASTER-RECORD
               TO TX-RSO-RESULT-MASTER-RECORD
             WRITE TX-RSO-RESULT-MASTER-RECORD
             MOVE 'TXRSLTMS' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-RSM-RESULT-MASTER-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-RESULT-FILE
           .
      ******************************************************************
      * The constants table: every effective-dated version of a
      * constant named by a branch or a name in the set.
      ******************************************************************
       EXTRACT-CONSTANTS.
           MOVE 'CXCONST' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT TX-CONST-FILE
           PERFORM NOTE-FILE-OPEN
           OPEN OUTPUT TX-CONST-OUT
           MOVE 'TXCONST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CONST-FILE
           PERFORM TAKE-CONST-RECORD
             UNTIL WS-EOF-YES

           CLOSE TX-CONST-FILE
           CLOSE TX-CONST-OUT
           .
       READ-CONST-FILE.
           MOVE 'CXCONST' TO WS-IO-FILE
           READ TX-CONST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-CONST-RECORD.
           ADD 1 TO WS-OUT-READ-CT(WS-F)
           MOVE TX-CON-NAME TO WS-KEY-NAME
           PERFORM LOOK-UP-EITHER-KIND
           IF WS-KEY-HIT
             MOVE TX-CON-CONST-RECORD TO TX-CONST-OUT-RECORD
             WRITE TX-CONST-OUT-RECORD
             MOVE 'TXCONST' TO WS-IO-FILE
             PERFORM CHECK-WRITE-STATUS
             MOVE TX-CON-CONST-RECORD TO WS-HASH-RECORD
             PERFORM ADD-WRITE-FIGURES
           END-IF

           PERFORM READ-CONST-FILE
           .
      ******************************************************************
      * The test region's run registry, started afresh: one CXTSTEXT
      * entry per extracted file with the count and hash total it
      * was written with, under the production file's id.  The
      * keyed feed's entry carries the figures on its new trailer.
      ******************************************************************
       WRITE-TEST-REGISTRY.
           OPEN OUTPUT TX-RUNREG-OUT
           MOVE 'TXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-F
           PERFORM WRITE-REGISTRY-ENTRY
             UNTIL WS-F > WS-OUT-CT

           CLOSE TX-RUNREG-OUT
           .
       WRITE-REGISTRY-ENTRY.
           MOVE 'CXTSTEXT' TO TX-REG-JOB-NAME
           MOVE WS-OUT-FILE(WS-F) TO TX-REG-FILE-ID
           MOVE WS-BUSINESS-DATE TO TX-REG-BUSINESS-DATE
           MOVE WS-OUT-WRITE-CT(WS-F) TO TX-REG-RECORD-CT
           MOVE WS-OUT-HASH(WS-F) TO TX-REG-HASH-TOTAL
           WRITE TX-REG-REGISTRY-RECORD
           MOVE 'TXRUNREG' TO WS-IO-FILE
           PERFORM CHECK-WRITE-STATUS

           ADD 1 TO WS-F
           .
      ******************************************************************
      * The key set: LOOK-UP-KEY halves the ordered table for
      * WS-KEY-ARG, leaving WS-KEY-POS on the entry when it is there
      * and on the place it would go when it is not; ADD-KEY opens
      * that place and fills it.
      ******************************************************************
       LOOK-UP-KEY.
           MOVE 'N' TO WS-KEY-HIT-SW
           MOVE 1 TO WS-KEY-LO
           MOVE WS-KEY-CT TO WS-KEY-HI
           PERFORM PROBE-KEY
             UNTIL WS-KEY-HIT OR WS-KEY-LO > WS-KEY-HI
           IF NOT WS-KEY-HIT
             MOVE WS-KEY-LO TO WS-KEY-POS
           END-IF
           .
       PROBE-KEY.
           COMPUTE WS-KEY-MID = (WS-KEY-LO + WS-KEY-HI) / 2
           EVALUATE TRUE
             WHEN WS-KEY-ENTRY(WS-KEY-MID) = WS-KEY-ARG
               SET WS-KEY-HIT TO TRUE
               MOVE WS-KEY-MID TO WS-KEY-POS
             WHEN WS-KEY-ARG < WS-KEY-ENTRY(WS-KEY-MID)
               COMPUTE WS-KEY-HI = WS-KEY-MID - 1
             WHEN OTHER
               COMPUTE WS-KEY-LO = WS-KEY-MID + 1
           END-EVALUATE
           .
       LOOK-UP-EITHER-KIND.
           MOVE 'B' TO WS-KEY-KIND
           PERFORM LOOK-UP-KEY
           IF NOT WS-KEY-HIT
             MOVE 'N' TO WS-KEY-KIND
             PERFORM LOOK-UP-KEY
           END-IF
           .
       ADD-KEY.
           PERFORM LOOK-UP-KEY
           IF NOT WS-KEY-HIT
             IF WS-KEY-CT = WS-KEY-MAX
               DISPLAY 'CXTSTEXT - MORE THAN ' WS-KEY-MAX
                    ' BRANCHES AND CONSTANTS SELECTED - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-KEY-CT TO WS-KEY-J
             PERFORM SHIFT-KEY-UP
               UNTIL WS-KEY-J < WS-KEY-POS
             MOVE WS-KEY-ARG TO WS-KEY-ENTRY(WS-KEY-POS)
             ADD 1 TO WS-KEY-CT
             IF WS-KEY-KIND = 'B'
               ADD 1 TO WS-BRANCH-CT
             ELSE
               ADD 1 TO WS-NAME-CT
             END-IF
           END-IF
           .
       SHIFT-KEY-UP.
           MOVE WS-KEY-ENTRY(WS-KEY-J) TO WS-KEY-ENTRY(WS-KEY-J + 1)
           SUBTRACT 1 FROM WS-KEY-J
           .
      ******************************************************************
      * Per-file figures: the file's slot in the table, whether the
      * input was there (status 05 on the open is an optional file
      * that is not), and each extracted record's count and hash.
      ******************************************************************
       BEGIN-FILE-FIGURES.
           ADD 1 TO WS-OUT-CT
           MOVE WS-OUT-CT TO WS-F
           INITIALIZE WS-OUT-ENTRY(WS-F)
           MOVE WS-IO-FILE TO WS-OUT-FILE(WS-F)
           MOVE 'Y' TO WS-OUT-PRESENT(WS-F)
           MOVE 'N' TO WS-EOF-SW
           .
       NOTE-FILE-OPEN.
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           IF WS-IO-STATUS = '05'
             MOVE 'N' TO WS-OUT-PRESENT(WS-F)
           END-IF
           .
       CHECK-READ-STATUS.
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       CHECK-WRITE-STATUS.
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       ADD-WRITE-FIGURES.
           ADD 1 TO WS-OUT-WRITE-CT(WS-F)
           CALL 'CENVHASH' USING
             WS-HASH-RECORD, WS-HASH-LEN-I, WS-OUT-HASH(WS-F)
           MOVE SPACES TO WS-HASH-RECORD
           .
      ******************************************************************
      * CXTSTEXR: the business date and selection, any circuit
      * neither circuit file knew, and each file's read and
      * extracted counts with the hash total put on the registry.
      ******************************************************************
       PRINT-REPORT.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CXTSTEXT PRODUCTION-TO-TEST EXTRACT - BUSINESS DATE '
               DELIMITED BY SIZE
             WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-CIR-CT TO WS-RPT-CT
           MOVE WS-BRANCH-CT TO WS-RPT-CT2
           MOVE WS-NAME-CT TO WS-RPT-CT3
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CIRCUITS ASKED FOR ' DELIMITED BY SIZE
             WS-RPT-CT DELIMITED BY SIZE
             '   BRANCHES SELECTED ' DELIMITED BY SIZE
             WS-RPT-CT2 DELIMITED BY SIZE
             '   OTHER CONSTANT NAMES ' DELIMITED BY SIZE
             WS-RPT-CT3 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-CI
           PERFORM PRINT-MISSING-CIRCUIT
             UNTIL WS-CI > WS-CIR-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  FILE      INPUT         READ  EXTRACTED'
               DELIMITED BY SIZE
             '       HASH TOTAL' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-F
           PERFORM PRINT-FILE-FIGURES
             UNTIL WS-F > WS-OUT-CT
           .
       PRINT-MISSING-CIRCUIT.
           IF NOT WS-CIR-FOUND(WS-CI)
             ADD 1 TO WS-MISSING-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CIRCUIT ' DELIMITED BY SIZE
               WS-CIR-ID(WS-CI) DELIMITED BY SIZE
               ' IS ON NEITHER CCIRCDEF NOR CXIMPED - NOTHING '
                 DELIMITED BY SIZE
               'EXTRACTED FOR IT' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-CI
           .
       PRINT-FILE-FIGURES.
           MOVE WS-OUT-FILE(WS-F) TO WS-RPT-FILE
           IF WS-OUT-PRESENT(WS-F) = 'Y'
             MOVE 'PRESENT' TO WS-RPT-PRESENT
           ELSE
             MOVE 'ABSENT' TO WS-RPT-PRESENT
           END-IF
           MOVE WS-OUT-READ-CT(WS-F) TO WS-RPT-READ-CT
           MOVE WS-OUT-WRITE-CT(WS-F) TO WS-RPT-WRITE-CT
           MOVE WS-OUT-HASH(WS-F) TO WS-RPT-HASH
           MOVE WS-RPT-FILE-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-F
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO TX-REPORT-LINE
           WRITE TX-REPORT-LINE
           MOVE 'CXTSTEXR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CXTSTEXT - CXIMPED IS HELD BY '
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
             DISPLAY 'CXTSTEXT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
