       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPREFS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RI-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-BRANCH-ID
               ALTERNATE RECORD KEY IS RI-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT RI-REPORT-FILE ASSIGN TO "CIMPREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-CIRCDEF-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-BRXREF-FILE ASSIGN TO "CXBRXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-DIST-FILE ASSIGN TO "CXDISTM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-AGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RI-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==RI-==.
       FD  RI-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RI-REPORT-LINE PIC X(132).
       FD  RI-CIRCDEF-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY CCIRCDEF REPLACING ==(PRFX)== BY ==RI-CD-==.
       FD  RI-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==RI-LIM-==.
       FD  RI-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==RI-TC-==.
       FD  RI-BRXREF-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXBRXREF REPLACING ==(PRFX)== BY ==RI-XR-==.
       FD  RI-DIST-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXDISTM REPLACING ==(PRFX)== BY ==RI-DM-==.
       FD  RI-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==RI-HST-==.
       FD  RI-AGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==RI-AG-==.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * the reference files' keys, each entry flagged once the master
      * browse finds its branch (or circuit).  An entry still
      * unflagged at the end points at nothing on the master.
      ******************************************************************
       01 WS-TABLE-MAX PIC 9(04) VALUE 2000.
       01 WS-LIM-TABLE.
         05 WS-LIM-CT PIC 9(04) VALUE 0.
         05 WS-LIM-ENTRY OCCURS 2000 TIMES.
           10 WS-LIM-BRANCH-ID PIC X(08).
           10 WS-LIM-MATCHED-SW PIC X(01).
             88 WS-LIM-MATCHED VALUE 'Y'.
       01 WS-TC-TABLE.
         05 WS-TC-CT PIC 9(04) VALUE 0.
         05 WS-TC-ENTRY OCCURS 2000 TIMES.
           10 WS-TC-BRANCH-ID PIC X(08).
           10 WS-TC-MATCHED-SW PIC X(01).
             88 WS-TC-MATCHED VALUE 'Y'.
      * CCIRCDEF branch entries carry the circuit whose CIR record
      * they follow, so a definition filing a branch under the
      * wrong circuit shows up as well as one naming no branch.
       01 WS-BRN-TABLE.
         05 WS-BRN-CT PIC 9(04) VALUE 0.
         05 WS-BRN-ENTRY OCCURS 2000 TIMES.
           10 WS-BRN-BRANCH-ID PIC X(08).
           10 WS-BRN-CIRCUIT-ID PIC X(08).
           10 WS-BRN-MATCHED-SW PIC X(01).
             88 WS-BRN-MATCHED VALUE 'Y'.
       01 WS-CIR-TABLE.
         05 WS-CIR-CT PIC 9(04) VALUE 0.
         05 WS-CIR-ENTRY OCCURS 2000 TIMES.
           10 WS-CIR-CIRCUIT-ID PIC X(08).
           10 WS-CIR-MATCHED-SW PIC X(01).
             88 WS-CIR-MATCHED VALUE 'Y'.
       01 WS-XR-TABLE.
         05 WS-XR-CT PIC 9(04) VALUE 0.
         05 WS-XR-ENTRY OCCURS 2000 TIMES.
           10 WS-XR-LABEL PIC X(16).
           10 WS-XR-BRANCH-ID PIC X(08).
           10 WS-XR-MATCHED-SW PIC X(01).
             88 WS-XR-MATCHED VALUE 'Y'.
      * circuit-section distribution entries only; whole-report
      * entries (blank circuit) refer to no circuit
       01 WS-DM-TABLE.
         05 WS-DM-CT PIC 9(04) VALUE 0.
         05 WS-DM-ENTRY OCCURS 2000 TIMES.
           10 WS-DM-REPORT-ID PIC X(08).
           10 WS-DM-CIRCUIT-ID PIC X(08).
           10 WS-DM-MATCHED-SW PIC X(01).
             88 WS-DM-MATCHED VALUE 'Y'.
      * one entry per distinct branch in the reading history, the
      * CIMPHAGG monthly aggregates counting as history with the
      * readings they stand in for
       01 WS-HST-TABLE.
         05 WS-HST-CT PIC 9(04) VALUE 0.
         05 WS-HST-ENTRY OCCURS 2000 TIMES.
           10 WS-HST-BRANCH-ID PIC X(08).
           10 WS-HST-READING-CT PIC 9(06).
           10 WS-HST-MATCHED-SW PIC X(01).
             88 WS-HST-MATCHED VALUE 'Y'.
      * the distinct circuits the master's branches carry
       01 WS-MC-TABLE.
         05 WS-MC-CT PIC 9(04) VALUE 0.
         05 WS-MC-ENTRY OCCURS 2000 TIMES.
           10 WS-MC-CIRCUIT-ID PIC X(08).
       01 WS-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-FULL-FILE PIC X(08) VALUE SPACES.
      ******************************************************************
      * per-file finding counts for the closing summary, in report
      * order; an orphan is charged to the file holding the dangling
      * key, a gap to the file missing the entry the master implies.
      ******************************************************************
       01 WS-FS-NAME-VALUES.
         05 FILLER PIC X(08) VALUE 'CXIMPED'.
         05 FILLER PIC X(08) VALUE 'CCIRCDEF'.
         05 FILLER PIC X(08) VALUE 'CIMPLIM'.
         05 FILLER PIC X(08) VALUE 'CXTCOMP'.
         05 FILLER PIC X(08) VALUE 'CXBRXREF'.
         05 FILLER PIC X(08) VALUE 'CXDISTM'.
         05 FILLER PIC X(08) VALUE 'CIMPHIST'.
       01 WS-FS-NAME-TABLE REDEFINES WS-FS-NAME-VALUES.
         05 WS-FS-NAME OCCURS 7 TIMES PIC X(08).
       01 WS-FS-COUNT-TABLE.
         05 WS-FS-COUNTS OCCURS 7 TIMES.
           10 WS-FS-ORPHAN-CT PIC 9(06).
           10 WS-FS-GAP-CT    PIC 9(06).
       01 WS-FX-MASTER   PIC 9(01) VALUE 1.
       01 WS-FX-CIRCDEF  PIC 9(01) VALUE 2.
       01 WS-FX-LIMIT    PIC 9(01) VALUE 3.
       01 WS-FX-TCOMP    PIC 9(01) VALUE 4.
       01 WS-FX-BRXREF   PIC 9(01) VALUE 5.
       01 WS-FX-DIST     PIC 9(01) VALUE 6.
       01 WS-FX-HISTORY  PIC 9(01) VALUE 7.
      * one finding, as WRITE-FINDING-LINE prints it
       01 WS-FND-FILE-IX PIC 9(01) VALUE 0.
       01 WS-FND-KIND PIC X(08) VALUE SPACES.
         88 WS-FND-ORPHAN   VALUE 'ORPHAN'.
         88 WS-FND-GAP      VALUE 'GAP'.
         88 WS-FND-MISMATCH VALUE 'MISMATCH'.
       01 WS-FND-KEY-NAME PIC X(07) VALUE SPACES.
       01 WS-FND-KEY PIC X(16) VALUE SPACES.
       01 WS-FND-TEXT PIC X(50) VALUE SPACES.
      * the severity the findings grade the run at: orphans and
      * mismatches are wrong data the statements would print from,
      * gaps (and history left by deleted branches) only incomplete
       01 WS-SEVERE-CT PIC 9(06) VALUE 0.
       01 WS-WARN-CT   PIC 9(06) VALUE 0.
       01 WS-CUR-CIRCUIT PIC X(08) VALUE SPACES.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-J PIC 9(04) VALUE 0.
       01 WS-HST-BRANCH PIC X(08) VALUE SPACES.
       01 WS-HST-ADD-CT PIC 9(06) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-HIT-SW PIC X(01) VALUE 'N'.
         88 WS-HIT-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-MASTER-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPREFS'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPREFS'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Referential-integrity sweep of the files around the impedance
      * master: where CIMPAUD proves CXIMPED sound in itself, this
      * proves the branch- and circuit-keyed files agree with it.
      * CCIRCDEF, CIMPLIM, CXTCOMP, CXBRXREF, CXDISTM and CIMPHIST
      * (with its CIMPHAGG monthly aggregates) are loaded, one
      * browse of the master marks every entry whose key it holds,
      * and the report lists by file and key:
      *   ORPHAN   - an entry whose branch or circuit is not on the
      *              master (a limit for a deleted branch, a label
      *              pointing nowhere, recipients of a retired
      *              circuit);
      *   MISMATCH - a CCIRCDEF branch filed under a circuit other
      *              than the one the master gives it;
      *   GAP      - a master branch or circuit missing an entry the
      *              shop expects it to have (no limit, no readings,
      *              in no circuit definition, no recipients).
      * The condition code grades the run so it can gate the monthly
      * statements: 8 for any orphan or mismatch, 4 for gaps only
      * (history of a deleted branch is kept on purpose, so its
      * orphans grade 4 as well), 0 when everything agrees, and 12
      * when a file is too large to hold and the sweep is refused.
      ******************************************************************
           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT RI-REPORT-FILE
           MOVE 'CIMPREFR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'REFERENCE FILE INTEGRITY SWEEP' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           INITIALIZE WS-FS-COUNT-TABLE

           PERFORM LOAD-REFERENCE-TABLES

           IF WS-TABLE-FULL
             DISPLAY 'CIMPREFS - ' WS-FULL-FILE ' HOLDS MORE THAN '
                  WS-TABLE-MAX ' KEYS - SWEEP REFUSED'
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               WS-FULL-FILE          DELIMITED BY SIZE
               ' TOO LARGE TO SWEEP - NO FINDINGS PRODUCED'
                                     DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE RI-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT RI-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-MASTER-RECORD
           PERFORM CHECK-MASTER-RECORD
             UNTIL WS-EOF-YES

           CLOSE RI-MASTER-FILE

           IF WS-TABLE-FULL
             DISPLAY 'CIMPREFS - MASTER CARRIES MORE THAN '
                  WS-TABLE-MAX ' CIRCUITS - SWEEP REFUSED'
             CLOSE RI-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM REPORT-UNMATCHED-ENTRIES
           PERFORM REPORT-CIRCUIT-GAPS
           PERFORM WRITE-FILE-SUMMARY

           CLOSE RI-REPORT-FILE

           PERFORM RELEASE-MASTER-LOCK

           EVALUATE TRUE
             WHEN WS-SEVERE-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-WARN-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Loads each reference file's keys; the first file with more
      * keys than a table holds stops the loading, since a partial
      * table would report every key past the limit as a gap.
      ******************************************************************
       LOAD-REFERENCE-TABLES.
           OPEN INPUT RI-CIRCDEF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CIRCDEF-RECORD
           PERFORM LOAD-CIRCDEF-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-CIRCDEF-FILE

           OPEN INPUT RI-LIMIT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIMIT-RECORD
           PERFORM LOAD-LIMIT-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-LIMIT-FILE

           OPEN INPUT RI-TCOMP-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-TCOMP-RECORD
           PERFORM LOAD-TCOMP-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-TCOMP-FILE

           OPEN INPUT RI-BRXREF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-BRXREF-RECORD
           PERFORM LOAD-BRXREF-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-BRXREF-FILE

           OPEN INPUT RI-DIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-DIST-RECORD
           PERFORM LOAD-DIST-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-DIST-FILE

           OPEN INPUT RI-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM LOAD-HISTORY-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-HISTORY-FILE

           OPEN INPUT RI-AGG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-AGGREGATE-RECORD
           PERFORM LOAD-AGGREGATE-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE RI-AGG-FILE
           .
       READ-CIRCDEF-RECORD.
           READ RI-CIRCDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CIRCDEF-ENTRY.
           EVALUATE TRUE
             WHEN RI-CD-REC-CIRCUIT
               MOVE RI-CD-CIRCUIT-ID TO WS-CUR-CIRCUIT
               IF WS-CIR-CT = WS-TABLE-MAX
                 SET WS-TABLE-FULL TO TRUE
                 MOVE 'CCIRCDEF' TO WS-FULL-FILE
               ELSE
                 ADD 1 TO WS-CIR-CT
                 MOVE RI-CD-CIRCUIT-ID TO WS-CIR-CIRCUIT-ID(WS-CIR-CT)
                 MOVE 'N' TO WS-CIR-MATCHED-SW(WS-CIR-CT)
               END-IF
             WHEN RI-CD-REC-BRANCH
               IF WS-BRN-CT = WS-TABLE-MAX
                 SET WS-TABLE-FULL TO TRUE
                 MOVE 'CCIRCDEF' TO WS-FULL-FILE
               ELSE
                 ADD 1 TO WS-BRN-CT
                 MOVE RI-CD-BRANCH-ID TO WS-BRN-BRANCH-ID(WS-BRN-CT)
                 MOVE WS-CUR-CIRCUIT TO WS-BRN-CIRCUIT-ID(WS-BRN-CT)
                 MOVE 'N' TO WS-BRN-MATCHED-SW(WS-BRN-CT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM READ-CIRCDEF-RECORD
           .
       READ-LIMIT-RECORD.
           READ RI-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-LIMIT-ENTRY.
           IF WS-LIM-CT = WS-TABLE-MAX
             SET WS-TABLE-FULL TO TRUE
             MOVE 'CIMPLIM' TO WS-FULL-FILE
           ELSE
             ADD 1 TO WS-LIM-CT
             MOVE RI-LIM-BRANCH-ID TO WS-LIM-BRANCH-ID(WS-LIM-CT)
             MOVE 'N' TO WS-LIM-MATCHED-SW(WS-LIM-CT)
             PERFORM READ-LIMIT-RECORD
           END-IF
           .
       READ-TCOMP-RECORD.
           READ RI-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-TCOMP-ENTRY.
           IF WS-TC-CT = WS-TABLE-MAX
             SET WS-TABLE-FULL TO TRUE
             MOVE 'CXTCOMP' TO WS-FULL-FILE
           ELSE
             ADD 1 TO WS-TC-CT
             MOVE RI-TC-BRANCH-ID TO WS-TC-BRANCH-ID(WS-TC-CT)
             MOVE 'N' TO WS-TC-MATCHED-SW(WS-TC-CT)
             PERFORM READ-TCOMP-RECORD
           END-IF
           .
       READ-BRXREF-RECORD.
           READ RI-BRXREF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-BRXREF-ENTRY.
           IF WS-XR-CT = WS-TABLE-MAX
             SET WS-TABLE-FULL TO TRUE
             MOVE 'CXBRXREF' TO WS-FULL-FILE
           ELSE
             ADD 1 TO WS-XR-CT
             MOVE RI-XR-INSTRUMENT-LABEL TO WS-XR-LABEL(WS-XR-CT)
             MOVE RI-XR-BRANCH-ID TO WS-XR-BRANCH-ID(WS-XR-CT)
             MOVE 'N' TO WS-XR-MATCHED-SW(WS-XR-CT)
             PERFORM READ-BRXREF-RECORD
           END-IF
           .
       READ-DIST-RECORD.
           READ RI-DIST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-DIST-ENTRY.
           IF RI-DM-CIRCUIT-ID NOT = SPACES
               AND NOT RI-DM-REPORT-BY-DEPT
             IF WS-DM-CT = WS-TABLE-MAX
               SET WS-TABLE-FULL TO TRUE
               MOVE 'CXDISTM' TO WS-FULL-FILE
             ELSE
               ADD 1 TO WS-DM-CT
               MOVE RI-DM-REPORT-ID TO WS-DM-REPORT-ID(WS-DM-CT)
               MOVE RI-DM-CIRCUIT-ID TO WS-DM-CIRCUIT-ID(WS-DM-CT)
               MOVE 'N' TO WS-DM-MATCHED-SW(WS-DM-CT)
             END-IF
           END-IF
           PERFORM READ-DIST-RECORD
           .
       READ-HISTORY-RECORD.
           READ RI-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-HISTORY-ENTRY.
           MOVE RI-HST-BRANCH-ID TO WS-HST-BRANCH
           MOVE 1 TO WS-HST-ADD-CT
           PERFORM ADD-HISTORY-ENTRY
           PERFORM READ-HISTORY-RECORD
           .
       READ-AGGREGATE-RECORD.
           READ RI-AGG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-AGGREGATE-ENTRY.
           MOVE RI-AG-BRANCH-ID TO WS-HST-BRANCH
           MOVE RI-AG-READING-CT TO WS-HST-ADD-CT
           PERFORM ADD-HISTORY-ENTRY
           PERFORM READ-AGGREGATE-RECORD
           .
       ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM MATCH-HISTORY-ENTRY
             UNTIL WS-FOUND-YES OR WS-I > WS-HST-CT

           IF WS-FOUND-YES
             ADD WS-HST-ADD-CT TO WS-HST-READING-CT(WS-I)
           ELSE
             IF WS-HST-CT = WS-TABLE-MAX
               SET WS-TABLE-FULL TO TRUE
               MOVE 'CIMPHIST' TO WS-FULL-FILE
             ELSE
               ADD 1 TO WS-HST-CT
               MOVE WS-HST-BRANCH TO WS-HST-BRANCH-ID(WS-HST-CT)
               MOVE WS-HST-ADD-CT TO WS-HST-READING-CT(WS-HST-CT)
               MOVE 'N' TO WS-HST-MATCHED-SW(WS-HST-CT)
             END-IF
           END-IF
           .
       MATCH-HISTORY-ENTRY.
           IF WS-HST-BRANCH-ID(WS-I) = WS-HST-BRANCH
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
       READ-MASTER-RECORD.
           READ RI-MASTER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
             ADD 1 TO WS-CTL-MASTER-CT
           END-IF
           .
      ******************************************************************
      * One master branch: marks every reference entry carrying it,
      * records its circuit, and reports the entries it should have
      * and does not.  A temperature-compensation entry is optional
      * (a branch without one is judged as measured), so its absence
      * is no gap.
      ******************************************************************
       CHECK-MASTER-RECORD.
           PERFORM RECORD-MASTER-CIRCUIT

           MOVE 'N' TO WS-HIT-SW
           MOVE 1 TO WS-I
           PERFORM MARK-LIMIT-ENTRY
             UNTIL WS-I > WS-LIM-CT
           IF NOT WS-HIT-YES
             MOVE WS-FX-LIMIT TO WS-FND-FILE-IX
             MOVE 'NO ENGINEERING LIMIT' TO WS-FND-TEXT
             PERFORM WRITE-BRANCH-GAP
           END-IF

           MOVE 1 TO WS-I
           PERFORM MARK-TCOMP-ENTRY
             UNTIL WS-I > WS-TC-CT

           MOVE 1 TO WS-I
           PERFORM MARK-BRXREF-ENTRY
             UNTIL WS-I > WS-XR-CT

           MOVE 'N' TO WS-HIT-SW
           MOVE 1 TO WS-I
           PERFORM MARK-HISTORY-ENTRY
             UNTIL WS-I > WS-HST-CT
           IF NOT WS-HIT-YES
             MOVE WS-FX-HISTORY TO WS-FND-FILE-IX
             MOVE 'NO READINGS ON FILE' TO WS-FND-TEXT
             PERFORM WRITE-BRANCH-GAP
           END-IF

           MOVE 'N' TO WS-HIT-SW
           MOVE 1 TO WS-I
           PERFORM MARK-BRN-ENTRY
             UNTIL WS-I > WS-BRN-CT
           IF NOT WS-HIT-YES
             MOVE WS-FX-CIRCDEF TO WS-FND-FILE-IX
             MOVE 'IN NO CIRCUIT DEFINITION' TO WS-FND-TEXT
             PERFORM WRITE-BRANCH-GAP
           END-IF

           IF RI-CIRCUIT-ID = SPACES
             MOVE WS-FX-MASTER TO WS-FND-FILE-IX
             MOVE 'NO CIRCUIT ID ON MASTER RECORD' TO WS-FND-TEXT
             PERFORM WRITE-BRANCH-GAP
           END-IF

           PERFORM READ-MASTER-RECORD
           .
       RECORD-MASTER-CIRCUIT.
           IF RI-CIRCUIT-ID NOT = SPACES
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-I
             PERFORM MATCH-MASTER-CIRCUIT
               UNTIL WS-FOUND-YES OR WS-I > WS-MC-CT
             IF NOT WS-FOUND-YES
               IF WS-MC-CT = WS-TABLE-MAX
                 SET WS-TABLE-FULL TO TRUE
               ELSE
                 ADD 1 TO WS-MC-CT
                 MOVE RI-CIRCUIT-ID TO WS-MC-CIRCUIT-ID(WS-MC-CT)
               END-IF
             END-IF
           END-IF
           .
       MATCH-MASTER-CIRCUIT.
           IF WS-MC-CIRCUIT-ID(WS-I) = RI-CIRCUIT-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
       MARK-LIMIT-ENTRY.
           IF WS-LIM-BRANCH-ID(WS-I) = RI-BRANCH-ID
             SET WS-LIM-MATCHED(WS-I) TO TRUE
             SET WS-HIT-YES TO TRUE
           END-IF
           ADD 1 TO WS-I
           .
       MARK-TCOMP-ENTRY.
           IF WS-TC-BRANCH-ID(WS-I) = RI-BRANCH-ID
             SET WS-TC-MATCHED(WS-I) TO TRUE
           END-IF
           ADD 1 TO WS-I
           .
       MARK-BRXREF-ENTRY.
           IF WS-XR-BRANCH-ID(WS-I) = RI-BRANCH-ID
             SET WS-XR-MATCHED(WS-I) TO TRUE
           END-IF
           ADD 1 TO WS-I
           .
       MARK-HISTORY-ENTRY.
           IF WS-HST-BRANCH-ID(WS-I) = RI-BRANCH-ID
             SET WS-HST-MATCHED(WS-I) TO TRUE
             SET WS-HIT-YES TO TRUE
           END-IF
           ADD 1 TO WS-I
           .
      * a definition entry for the branch under another circuit than
      * the master's is marked (it is not an orphan) but reported
       MARK-BRN-ENTRY.
           IF WS-BRN-BRANCH-ID(WS-I) = RI-BRANCH-ID
             SET WS-BRN-MATCHED(WS-I) TO TRUE
             SET WS-HIT-YES TO TRUE
             IF WS-BRN-CIRCUIT-ID(WS-I) NOT = RI-CIRCUIT-ID
               MOVE WS-FX-CIRCDEF TO WS-FND-FILE-IX
               MOVE 'MISMATCH' TO WS-FND-KIND
               MOVE 'BRANCH' TO WS-FND-KEY-NAME
               MOVE RI-BRANCH-ID TO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING
                 'FILED UNDER CIRCUIT '   DELIMITED BY SIZE
                 WS-BRN-CIRCUIT-ID(WS-I)  DELIMITED BY SIZE
                 ', MASTER SAYS '         DELIMITED BY SIZE
                 RI-CIRCUIT-ID            DELIMITED BY SIZE
                 INTO WS-FND-TEXT
               PERFORM WRITE-FINDING-LINE
             END-IF
           END-IF
           ADD 1 TO WS-I
           .
       WRITE-BRANCH-GAP.
           MOVE 'GAP' TO WS-FND-KIND
           MOVE 'BRANCH' TO WS-FND-KEY-NAME
           MOVE RI-BRANCH-ID TO WS-FND-KEY
           PERFORM WRITE-FINDING-LINE
           .
      ******************************************************************
      * Every reference entry the master browse never marked points
      * at a branch or circuit the master does not hold.
      ******************************************************************
       REPORT-UNMATCHED-ENTRIES.
           MOVE 'ORPHAN' TO WS-FND-KIND

           MOVE 'BRANCH' TO WS-FND-KEY-NAME
           MOVE 'BRANCH NOT ON MASTER' TO WS-FND-TEXT
           MOVE WS-FX-LIMIT TO WS-FND-FILE-IX
           MOVE 1 TO WS-I
           PERFORM REPORT-LIMIT-ORPHAN
             UNTIL WS-I > WS-LIM-CT
           MOVE WS-FX-TCOMP TO WS-FND-FILE-IX
           MOVE 1 TO WS-I
           PERFORM REPORT-TCOMP-ORPHAN
             UNTIL WS-I > WS-TC-CT
           MOVE WS-FX-CIRCDEF TO WS-FND-FILE-IX
           MOVE 1 TO WS-I
           PERFORM REPORT-BRN-ORPHAN
             UNTIL WS-I > WS-BRN-CT
           MOVE WS-FX-HISTORY TO WS-FND-FILE-IX
           MOVE 1 TO WS-I
           PERFORM REPORT-HISTORY-ORPHAN
             UNTIL WS-I > WS-HST-CT

           MOVE WS-FX-BRXREF TO WS-FND-FILE-IX
           MOVE 'LABEL' TO WS-FND-KEY-NAME
           MOVE 1 TO WS-I
           PERFORM REPORT-BRXREF-ORPHAN
             UNTIL WS-I > WS-XR-CT
           .
       REPORT-LIMIT-ORPHAN.
           IF NOT WS-LIM-MATCHED(WS-I)
             MOVE WS-LIM-BRANCH-ID(WS-I) TO WS-FND-KEY
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
       REPORT-TCOMP-ORPHAN.
           IF NOT WS-TC-MATCHED(WS-I)
             MOVE WS-TC-BRANCH-ID(WS-I) TO WS-FND-KEY
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
       REPORT-BRN-ORPHAN.
           IF NOT WS-BRN-MATCHED(WS-I)
             MOVE WS-BRN-BRANCH-ID(WS-I) TO WS-FND-KEY
             MOVE SPACES TO WS-FND-TEXT
             STRING
               'BRANCH NOT ON MASTER (CIRCUIT ' DELIMITED BY SIZE
               WS-BRN-CIRCUIT-ID(WS-I)          DELIMITED BY SIZE
               ')'                              DELIMITED BY SIZE
               INTO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
             MOVE 'BRANCH NOT ON MASTER' TO WS-FND-TEXT
           END-IF
           ADD 1 TO WS-I
           .
       REPORT-HISTORY-ORPHAN.
           IF NOT WS-HST-MATCHED(WS-I)
             MOVE WS-HST-BRANCH-ID(WS-I) TO WS-FND-KEY
             MOVE SPACES TO WS-FND-TEXT
             STRING
               'BRANCH NOT ON MASTER - '     DELIMITED BY SIZE
               WS-HST-READING-CT(WS-I)       DELIMITED BY SIZE
               ' READINGS'                   DELIMITED BY SIZE
               INTO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
       REPORT-BRXREF-ORPHAN.
           IF NOT WS-XR-MATCHED(WS-I)
             MOVE WS-XR-LABEL(WS-I) TO WS-FND-KEY
             MOVE SPACES TO WS-FND-TEXT
             STRING
               'POINTS AT BRANCH '       DELIMITED BY SIZE
               WS-XR-BRANCH-ID(WS-I)     DELIMITED BY SIZE
               ', NOT ON MASTER'         DELIMITED BY SIZE
               INTO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Circuit-level agreement: definition and distribution entries
      * for circuits no master branch carries are orphans, and a
      * master circuit with no definition or no recipients is a gap.
      ******************************************************************
       REPORT-CIRCUIT-GAPS.
           MOVE 'CIRCUIT' TO WS-FND-KEY-NAME

           MOVE 1 TO WS-I
           PERFORM CHECK-CIR-ENTRY
             UNTIL WS-I > WS-CIR-CT

           MOVE 1 TO WS-I
           PERFORM CHECK-DIST-ENTRY
             UNTIL WS-I > WS-DM-CT

           MOVE 1 TO WS-I
           PERFORM CHECK-MASTER-CIRCUIT
             UNTIL WS-I > WS-MC-CT
           .
       CHECK-CIR-ENTRY.
           MOVE WS-CIR-CIRCUIT-ID(WS-I) TO WS-CUR-CIRCUIT
           PERFORM FIND-CURRENT-CIRCUIT
           IF NOT WS-FOUND-YES
             MOVE WS-FX-CIRCDEF TO WS-FND-FILE-IX
             MOVE 'ORPHAN' TO WS-FND-KIND
             MOVE WS-CUR-CIRCUIT TO WS-FND-KEY
             MOVE 'NO MASTER BRANCH ON THIS CIRCUIT' TO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
       CHECK-DIST-ENTRY.
           MOVE WS-DM-CIRCUIT-ID(WS-I) TO WS-CUR-CIRCUIT
           PERFORM FIND-CURRENT-CIRCUIT
           IF NOT WS-FOUND-YES
             MOVE WS-FX-DIST TO WS-FND-FILE-IX
             MOVE 'ORPHAN' TO WS-FND-KIND
             MOVE WS-CUR-CIRCUIT TO WS-FND-KEY
             MOVE SPACES TO WS-FND-TEXT
             STRING
               'REPORT '                 DELIMITED BY SIZE
               WS-DM-REPORT-ID(WS-I)     DELIMITED BY SIZE
               ' FOR A CIRCUIT NOT ON MASTER' DELIMITED BY SIZE
               INTO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF
           ADD 1 TO WS-I
           .
       FIND-CURRENT-CIRCUIT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-J
           PERFORM MATCH-CURRENT-CIRCUIT
             UNTIL WS-FOUND-YES OR WS-J > WS-MC-CT
           .
       MATCH-CURRENT-CIRCUIT.
           IF WS-MC-CIRCUIT-ID(WS-J) = WS-CUR-CIRCUIT
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
       CHECK-MASTER-CIRCUIT.
           MOVE WS-MC-CIRCUIT-ID(WS-I) TO WS-CUR-CIRCUIT
           MOVE 'GAP' TO WS-FND-KIND
           MOVE WS-CUR-CIRCUIT TO WS-FND-KEY

           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-J
           PERFORM MATCH-CIR-ENTRY
             UNTIL WS-FOUND-YES OR WS-J > WS-CIR-CT
           IF NOT WS-FOUND-YES
             MOVE WS-FX-CIRCDEF TO WS-FND-FILE-IX
             MOVE 'NO CIRCUIT DEFINITION' TO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-J
           PERFORM MATCH-DIST-ENTRY
             UNTIL WS-FOUND-YES OR WS-J > WS-DM-CT
           IF NOT WS-FOUND-YES
             MOVE WS-FX-DIST TO WS-FND-FILE-IX
             MOVE 'NO STATEMENT RECIPIENT' TO WS-FND-TEXT
             PERFORM WRITE-FINDING-LINE
           END-IF

           ADD 1 TO WS-I
           .
       MATCH-CIR-ENTRY.
           IF WS-CIR-CIRCUIT-ID(WS-J) = WS-CUR-CIRCUIT
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
       MATCH-DIST-ENTRY.
           IF WS-DM-CIRCUIT-ID(WS-J) = WS-CUR-CIRCUIT
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-J
           END-IF
           .
      ******************************************************************
      * Writes one finding - kind, file, key and what is wrong - and
      * charges it to the file's count and the run's grade.
      ******************************************************************
       WRITE-FINDING-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-FND-KIND                 DELIMITED BY SIZE
             ' '                         DELIMITED BY SIZE
             WS-FS-NAME(WS-FND-FILE-IX)  DELIMITED BY SIZE
             ' '                         DELIMITED BY SIZE
             WS-FND-KEY-NAME             DELIMITED BY SIZE
             ' '                         DELIMITED BY SIZE
             WS-FND-KEY                  DELIMITED BY SIZE
             ' '                         DELIMITED BY SIZE
             WS-FND-TEXT                 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-FND-GAP
             ADD 1 TO WS-FS-GAP-CT(WS-FND-FILE-IX)
           ELSE
             ADD 1 TO WS-FS-ORPHAN-CT(WS-FND-FILE-IX)
           END-IF

           IF WS-FND-GAP OR WS-FND-FILE-IX = WS-FX-HISTORY
             ADD 1 TO WS-WARN-CT
           ELSE
             ADD 1 TO WS-SEVERE-CT
           END-IF
           .
       WRITE-FILE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'MASTER BRANCHES SWEPT: ' DELIMITED BY SIZE
             WS-CTL-MASTER-CT          DELIMITED BY SIZE
             '  CIRCUITS: '            DELIMITED BY SIZE
             WS-MC-CT                  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'FILE     ORPHANS/MISMATCHES  GAPS' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-I
           PERFORM WRITE-FILE-SUMMARY-LINE
             UNTIL WS-I > 7

           DISPLAY 'CIMPREFS - SEVERE FINDINGS: ' WS-SEVERE-CT
                ' WARNINGS: ' WS-WARN-CT
           .
       WRITE-FILE-SUMMARY-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-FS-NAME(WS-I)       DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-FS-ORPHAN-CT(WS-I)  DELIMITED BY SIZE
             '              '       DELIMITED BY SIZE
             WS-FS-GAP-CT(WS-I)     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-I
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RI-REPORT-LINE
           WRITE RI-REPORT-LINE
           MOVE 'CIMPREFR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it -
      * the discipline that used to be only operator memory.  The
      * release clears the registration at end of run; a lock left
      * behind by an abend shows on CENQMNT's stale-lock report.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CIMPREFS - CXIMPED IS HELD BY '
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
             DISPLAY 'CIMPREFS - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
