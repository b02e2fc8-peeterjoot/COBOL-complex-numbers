       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPRKEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RK-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-BRANCH-ID
               ALTERNATE RECORD KEY IS RK-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT RK-CARD-FILE ASSIGN TO "CIMPRKYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RK-REPORT-FILE ASSIGN TO "CIMPRKYR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-AGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-CIRCDEF-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-BRXREF-FILE ASSIGN TO "CXBRXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-DIST-FILE ASSIGN TO "CXDISTM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-JOURNAL-FILE ASSIGN TO "CIMPJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-KEYXRF-FILE ASSIGN TO "CXKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RK-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RK-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==RK-==.
       FD  RK-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXKEYCHG REPLACING ==(PRFX)== BY ==RK-CRD-==.
       FD  RK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RK-REPORT-LINE PIC X(132).
       FD  RK-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==RK-HST-==.
       FD  RK-AGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==RK-AG-==.
       FD  RK-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==RK-LIM-==.
       FD  RK-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==RK-TC-==.
       FD  RK-CIRCDEF-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RK-CIRCDEF-LINE PIC X(14).
       FD  RK-BRXREF-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXBRXREF REPLACING ==(PRFX)== BY ==RK-XR-==.
       FD  RK-DIST-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXDISTM REPLACING ==(PRFX)== BY ==RK-DM-==.
       FD  RK-JOURNAL-FILE
           RECORD CONTAINS 116 CHARACTERS.
       COPY CXIMPJRN REPLACING ==(PRFX)== BY ==RK-JRN-==.
       FD  RK-KEYXRF-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY CXKEYXRF REPLACING ==(PRFX)== BY ==RK-KX-==.
       FD  RK-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==RK-PND-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      ******************************************************************
      * the changes applied to the master this run, in card order:
      * every side file is re-keyed by running each of its records
      * through the whole table, so a branch re-labelled twice in
      * one run (A to B, then B to C) ends as C everywhere.
      ******************************************************************
       01 WS-CHG-TABLE.
         05 WS-CHG-CT PIC 9(04) VALUE 0.
         05 WS-CHG-ENTRY OCCURS 200 TIMES.
           10 WS-CHG-TYPE      PIC X(01).
           10 WS-CHG-OLD-KEY   PIC X(08).
           10 WS-CHG-NEW-KEY   PIC X(08).
           10 WS-CHG-BRANCH-ID PIC X(08).
           10 WS-CHG-OPERATOR  PIC X(08).
      * the branches of one circuit off the alternate key, collected
      * before any of them is rewritten so the rewrites cannot move
      * the browse
       01 WS-CB-TABLE.
         05 WS-CB-CT PIC 9(04) VALUE 0.
         05 WS-CB-BRANCH-ID OCCURS 500 TIMES PIC X(08).
       01 WS-CB-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-CB-FULL VALUE 'Y'.
       01 WS-SCAN-CIRCUIT PIC X(08) VALUE SPACES.
      ******************************************************************
      * the circuit definitions, held whole: a branch moved between
      * circuits has to leave one CIR block and join another, which
      * a record-at-a-time rewrite cannot do.  Room is left past the
      * load limit for the CIR records a move to a circuit with no
      * definition yet appends.
      ******************************************************************
       01 WS-CD-TABLE.
         05 WS-CD-CT PIC 9(04) VALUE 0.
         05 WS-CD-ENTRY OCCURS 2200 TIMES PIC X(14).
       01 WS-CD-LOAD-MAX PIC 9(04) VALUE 2000.
       01 WS-CD-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-CD-FULL VALUE 'Y'.
       COPY CCIRCDEF REPLACING ==(PRFX)== BY ==WS-CDR-==.
       01 WS-CD-HOLD PIC X(14) VALUE SPACES.
       01 WS-CD-FROM PIC 9(04) VALUE 0.
       01 WS-CD-TO   PIC 9(04) VALUE 0.
       01 WS-CUR-CIRCUIT PIC X(08) VALUE SPACES.
       01 WS-IN-TARGET-SW PIC X(01) VALUE 'N'.
         88 WS-IN-TARGET VALUE 'Y'.
      * one record's keys as the change table sees them; a file
      * without a circuit (or branch) field leaves that key blank,
      * which no card's nonblank old key can match
       01 WS-KEY-BRANCH PIC X(08) VALUE SPACES.
       01 WS-KEY-CIRCUIT PIC X(08) VALUE SPACES.
       01 WS-KEY-CHANGED-SW PIC X(01) VALUE 'N'.
         88 WS-KEY-CHANGED VALUE 'Y'.
       01 WS-MST-SAVE PIC X(50) VALUE SPACES.
      * a pending change's transaction, re-keyed like any other
      * record so its approval lands on the branch as now keyed
       COPY CXIMPTRN REPLACING ==(PRFX)== BY ==WS-PTR-==.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-J PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-BROWSE-END-SW PIC X(01) VALUE 'N'.
         88 WS-BROWSE-END VALUE 'Y'.
       01 WS-CTL-CARD-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-MASTER-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-HISTORY-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-AGG-CT      PIC 9(06) VALUE 0.
       01 WS-CTL-LIMIT-CT    PIC 9(06) VALUE 0.
       01 WS-CTL-TCOMP-CT    PIC 9(06) VALUE 0.
       01 WS-CTL-CIRCDEF-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-BRXREF-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-DIST-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-JOURNAL-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-PEND-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-FILE-NAME PIC X(08) VALUE SPACES.
       01 WS-CTL-FILE-CT   PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPRKEY'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'X'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPRKEY'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Key-change cascade: a branch re-labelled or moved to another
      * circuit by the field crew changes key in every file that
      * carries it - the CXIMPED master, CIMPHIST and its CIMPHAGG
      * monthly aggregates, CIMPLIM, CXTCOMP, CCIRCDEF, CXBRXREF,
      * CXDISTM, the CIMPJRNL journal and the changes still waiting
      * for approval on CIMPPEND - in one run under the exclusive
      * master interlock, instead of a hand patch per file with one
      * always missed.  The CIMPRKYC
      * cards (copy/CXKEYCHG.cpy) are applied to the master first,
      * each checked against it and rejected to the report when it
      * cannot apply cleanly; then each side file takes one pass
      * against the accepted changes.  Every accepted change is
      * appended to the CXKEYXRF old-to-new cross-reference that the
      * history inquiry follows, and the report closes with a count
      * of records changed per file.
      * The journal is re-keyed with everything else, so a roll-
      * forward rebuilds the master as it now stands; a backup of
      * the master taken before this run should not be rolled
      * forward across it - take a fresh one after.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT RK-REPORT-FILE
           MOVE 'CIMPRKYR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BRANCH/CIRCUIT KEY CHANGES  RUN DATE ' DELIMITED BY SIZE
             WS-RUN-DATE                             DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-CIRCDEF-TABLE
           IF WS-CD-FULL
             DISPLAY 'CIMPRKEY - CCIRCDEF HOLDS MORE THAN '
                  WS-CD-LOAD-MAX ' RECORDS - NOTHING CHANGED'
             CLOSE RK-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT RK-CARD-FILE
           MOVE 'CIMPRKYC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN I-O RK-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-KEY-CARD
           PERFORM PROCESS-KEY-CARD
             UNTIL WS-EOF-YES

           CLOSE RK-CARD-FILE
           CLOSE RK-MASTER-FILE

           IF WS-CHG-CT > 0
             PERFORM REKEY-HISTORY-FILE
             PERFORM REKEY-AGGREGATE-FILE
             PERFORM REKEY-LIMIT-FILE
             PERFORM REKEY-TCOMP-FILE
             PERFORM REKEY-CIRCDEF-FILE
             PERFORM REKEY-BRXREF-FILE
             PERFORM REKEY-DIST-FILE
             PERFORM REKEY-JOURNAL-FILE
             PERFORM REKEY-PENDING-FILE
             PERFORM WRITE-KEY-XREF
           END-IF

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE RK-REPORT-FILE

           PERFORM RELEASE-MASTER-LOCK

           IF WS-CTL-REJECT-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-KEY-CARD.
           READ RK-CARD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Checks one card and applies it to the master.  A card that
      * cannot apply cleanly changes nothing and is listed with its
      * reason; one that applies joins the change table the side
      * files are re-keyed from.
      ******************************************************************
       PROCESS-KEY-CARD.
           ADD 1 TO WS-CTL-CARD-CT
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM VALIDATE-KEY-CARD

           IF WS-REJECT-REASON = SPACES
             EVALUATE TRUE
               WHEN RK-CRD-KEY-BRANCH
                 PERFORM APPLY-BRANCH-RELABEL
               WHEN RK-CRD-BRANCH-ID NOT = SPACES
                 PERFORM APPLY-BRANCH-MOVE
               WHEN OTHER
                 PERFORM APPLY-CIRCUIT-RELABEL
             END-EVALUATE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             RK-CRD-KEY-TYPE    DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             RK-CRD-OLD-KEY     DELIMITED BY SIZE
             ' TO '             DELIMITED BY SIZE
             RK-CRD-NEW-KEY     DELIMITED BY SIZE
             ' BRANCH '         DELIMITED BY SIZE
             RK-CRD-BRANCH-ID   DELIMITED BY SIZE
             ' OPERATOR '       DELIMITED BY SIZE
             RK-CRD-OPERATOR-ID DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-CHG-CT
             MOVE RK-CRD-KEY-TYPE TO WS-CHG-TYPE(WS-CHG-CT)
             MOVE RK-CRD-OLD-KEY TO WS-CHG-OLD-KEY(WS-CHG-CT)
             MOVE RK-CRD-NEW-KEY TO WS-CHG-NEW-KEY(WS-CHG-CT)
             MOVE RK-CRD-OPERATOR-ID TO WS-CHG-OPERATOR(WS-CHG-CT)
             IF RK-CRD-KEY-CIRCUIT
               MOVE RK-CRD-BRANCH-ID TO WS-CHG-BRANCH-ID(WS-CHG-CT)
             ELSE
               MOVE SPACES TO WS-CHG-BRANCH-ID(WS-CHG-CT)
             END-IF
             MOVE ' APPLIED' TO WS-RPT-LINE-TEXT(63:)
           ELSE
             ADD 1 TO WS-CTL-REJECT-CT
             STRING
               ' REJECTED: '     DELIMITED BY SIZE
               WS-REJECT-REASON  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(63:)
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-KEY-CARD
           .
       VALIDATE-KEY-CARD.
           EVALUATE TRUE
             WHEN NOT RK-CRD-KEY-BRANCH AND NOT RK-CRD-KEY-CIRCUIT
               MOVE 'UNKNOWN KEY TYPE' TO WS-REJECT-REASON
             WHEN RK-CRD-OLD-KEY = SPACES OR RK-CRD-NEW-KEY = SPACES
               MOVE 'OLD OR NEW KEY MISSING' TO WS-REJECT-REASON
             WHEN RK-CRD-OLD-KEY = RK-CRD-NEW-KEY
               MOVE 'OLD AND NEW KEY ARE THE SAME'
                 TO WS-REJECT-REASON
             WHEN WS-CHG-CT = 200
               MOVE 'MORE THAN 200 CHANGES IN ONE RUN'
                 TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * A branch re-label: the new id must be free and the old one
      * on file.  The record is written under its new key before the
      * old one is deleted, so a failure between the two leaves the
      * reading on the master twice rather than not at all.
      ******************************************************************
       APPLY-BRANCH-RELABEL.
           MOVE RK-CRD-NEW-KEY TO RK-BRANCH-ID
           READ RK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'NEW BRANCH ALREADY ON MASTER'
                 TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
             MOVE RK-CRD-OLD-KEY TO RK-BRANCH-ID
             READ RK-MASTER-FILE
               INVALID KEY
                 MOVE 'OLD BRANCH NOT ON MASTER' TO WS-REJECT-REASON
             END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
             MOVE RK-IMPEDANCE-RECORD TO WS-MST-SAVE
             MOVE RK-CRD-NEW-KEY TO RK-BRANCH-ID
             WRITE RK-IMPEDANCE-RECORD
             MOVE 'CXIMPED' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             MOVE WS-MST-SAVE TO RK-IMPEDANCE-RECORD
             DELETE RK-MASTER-FILE
             MOVE 'DELETE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             ADD 1 TO WS-CTL-MASTER-CT
           END-IF
           .
      ******************************************************************
      * One branch moved to another circuit: it must be on file and
      * currently on the card's old circuit.
      ******************************************************************
       APPLY-BRANCH-MOVE.
           MOVE RK-CRD-BRANCH-ID TO RK-BRANCH-ID
           READ RK-MASTER-FILE
             INVALID KEY
               MOVE 'BRANCH NOT ON MASTER' TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               AND RK-CIRCUIT-ID NOT = RK-CRD-OLD-KEY
             MOVE 'BRANCH IS NOT ON THE OLD CIRCUIT'
               TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
             MOVE RK-CRD-NEW-KEY TO RK-CIRCUIT-ID
             REWRITE RK-IMPEDANCE-RECORD
             MOVE 'CXIMPED' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-MASTER-CT
           END-IF
           .
      ******************************************************************
      * A whole circuit re-labelled: every branch of the old circuit
      * takes the new id.  A new id that already has branches would
      * merge two circuits, which is not a re-label, and is refused.
      ******************************************************************
       APPLY-CIRCUIT-RELABEL.
           MOVE RK-CRD-NEW-KEY TO WS-SCAN-CIRCUIT
           PERFORM FIND-CIRCUIT-BRANCHES
           IF WS-CB-CT > 0
             MOVE 'NEW CIRCUIT ALREADY HAS BRANCHES'
               TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
             MOVE RK-CRD-OLD-KEY TO WS-SCAN-CIRCUIT
             PERFORM FIND-CIRCUIT-BRANCHES
             EVALUATE TRUE
               WHEN WS-CB-CT = 0
                 MOVE 'NO BRANCHES ON OLD CIRCUIT' TO WS-REJECT-REASON
               WHEN WS-CB-FULL
                 MOVE 'CIRCUIT HAS MORE THAN 500 BRANCHES'
                   TO WS-REJECT-REASON
               WHEN OTHER
                 MOVE 1 TO WS-I
                 PERFORM RELABEL-CIRCUIT-BRANCH
                   UNTIL WS-I > WS-CB-CT
             END-EVALUATE
           END-IF
           .
       RELABEL-CIRCUIT-BRANCH.
           MOVE WS-CB-BRANCH-ID(WS-I) TO RK-BRANCH-ID
           READ RK-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'READ' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE RK-CRD-NEW-KEY TO RK-CIRCUIT-ID
           REWRITE RK-IMPEDANCE-RECORD
           MOVE 'REWRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-MASTER-CT

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Collects the branch ids of circuit WS-SCAN-CIRCUIT off the
      * alternate key into WS-CB-TABLE.
      ******************************************************************
       FIND-CIRCUIT-BRANCHES.
           MOVE 0 TO WS-CB-CT
           MOVE 'N' TO WS-CB-FULL-SW
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE WS-SCAN-CIRCUIT TO RK-CIRCUIT-ID

           START RK-MASTER-FILE
             KEY = RK-CIRCUIT-ID
             INVALID KEY
               SET WS-BROWSE-END TO TRUE
           END-START

           IF NOT WS-BROWSE-END
             PERFORM READ-CIRCUIT-BRANCH
           END-IF
           PERFORM COLLECT-CIRCUIT-BRANCH
             UNTIL WS-BROWSE-END
           .
       READ-CIRCUIT-BRANCH.
           READ RK-MASTER-FILE NEXT
             AT END
               SET WS-BROWSE-END TO TRUE
           END-READ

           IF NOT WS-BROWSE-END AND RK-CIRCUIT-ID NOT = WS-SCAN-CIRCUIT
             SET WS-BROWSE-END TO TRUE
           END-IF
           .
       COLLECT-CIRCUIT-BRANCH.
           IF WS-CB-CT < 500
             ADD 1 TO WS-CB-CT
             MOVE RK-BRANCH-ID TO WS-CB-BRANCH-ID(WS-CB-CT)
           ELSE
             SET WS-CB-FULL TO TRUE
           END-IF
           PERFORM READ-CIRCUIT-BRANCH
           .
      ******************************************************************
      * Runs one record's keys through every accepted change in card
      * order, setting WS-KEY-CHANGED when any of them applied.
      ******************************************************************
       APPLY-CHANGE-TABLE.
           MOVE 'N' TO WS-KEY-CHANGED-SW
           MOVE 1 TO WS-I
           PERFORM APPLY-ONE-CHANGE
             UNTIL WS-I > WS-CHG-CT
           .
       APPLY-ONE-CHANGE.
           EVALUATE TRUE
             WHEN WS-CHG-TYPE(WS-I) = 'B'
               IF WS-KEY-BRANCH = WS-CHG-OLD-KEY(WS-I)
                 MOVE WS-CHG-NEW-KEY(WS-I) TO WS-KEY-BRANCH
                 SET WS-KEY-CHANGED TO TRUE
               END-IF
             WHEN WS-CHG-BRANCH-ID(WS-I) = SPACES
               IF WS-KEY-CIRCUIT = WS-CHG-OLD-KEY(WS-I)
                 MOVE WS-CHG-NEW-KEY(WS-I) TO WS-KEY-CIRCUIT
                 SET WS-KEY-CHANGED TO TRUE
               END-IF
             WHEN OTHER
               IF WS-KEY-CIRCUIT = WS-CHG-OLD-KEY(WS-I)
                   AND WS-KEY-BRANCH = WS-CHG-BRANCH-ID(WS-I)
                 MOVE WS-CHG-NEW-KEY(WS-I) TO WS-KEY-CIRCUIT
                 SET WS-KEY-CHANGED TO TRUE
               END-IF
           END-EVALUATE

           ADD 1 TO WS-I
           .
      ******************************************************************
      * The branch-keyed side files are re-keyed in place, each
      * record read and, when a change applies, rewritten with its
      * new key.
      ******************************************************************
       REKEY-HISTORY-FILE.
           OPEN I-O RK-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM REKEY-HISTORY-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-HISTORY-FILE
           .
       READ-HISTORY-RECORD.
           READ RK-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-HISTORY-RECORD.
           MOVE RK-HST-BRANCH-ID TO WS-KEY-BRANCH
           MOVE SPACES TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-HST-BRANCH-ID
             REWRITE RK-HST-HISTORY-RECORD
             MOVE 'CIMPHIST' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-HISTORY-CT
           END-IF

           PERFORM READ-HISTORY-RECORD
           .
       REKEY-AGGREGATE-FILE.
           OPEN I-O RK-AGG-FILE
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-AGGREGATE-RECORD
           PERFORM REKEY-AGGREGATE-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-AGG-FILE
           .
       READ-AGGREGATE-RECORD.
           READ RK-AGG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-AGGREGATE-RECORD.
           MOVE RK-AG-BRANCH-ID TO WS-KEY-BRANCH
           MOVE SPACES TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-AG-BRANCH-ID
             REWRITE RK-AG-HISTAGG-RECORD
             MOVE 'CIMPHAGG' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-AGG-CT
           END-IF

           PERFORM READ-AGGREGATE-RECORD
           .
       REKEY-LIMIT-FILE.
           OPEN I-O RK-LIMIT-FILE
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIMIT-RECORD
           PERFORM REKEY-LIMIT-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-LIMIT-FILE
           .
       READ-LIMIT-RECORD.
           READ RK-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-LIMIT-RECORD.
           MOVE RK-LIM-BRANCH-ID TO WS-KEY-BRANCH
           MOVE SPACES TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-LIM-BRANCH-ID
             REWRITE RK-LIM-LIMIT-RECORD
             MOVE 'CIMPLIM' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-LIMIT-CT
           END-IF

           PERFORM READ-LIMIT-RECORD
           .
       REKEY-TCOMP-FILE.
           OPEN I-O RK-TCOMP-FILE
           MOVE 'CXTCOMP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-TCOMP-RECORD
           PERFORM REKEY-TCOMP-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-TCOMP-FILE
           .
       READ-TCOMP-RECORD.
           READ RK-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-TCOMP-RECORD.
           MOVE RK-TC-BRANCH-ID TO WS-KEY-BRANCH
           MOVE SPACES TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-TC-BRANCH-ID
             REWRITE RK-TC-TCOMP-RECORD
             MOVE 'CXTCOMP' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-TCOMP-CT
           END-IF

           PERFORM READ-TCOMP-RECORD
           .
       REKEY-BRXREF-FILE.
           OPEN I-O RK-BRXREF-FILE
           MOVE 'CXBRXREF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-BRXREF-RECORD
           PERFORM REKEY-BRXREF-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-BRXREF-FILE
           .
       READ-BRXREF-RECORD.
           READ RK-BRXREF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-BRXREF-RECORD.
           MOVE RK-XR-BRANCH-ID TO WS-KEY-BRANCH
           MOVE SPACES TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-XR-BRANCH-ID
             REWRITE RK-XR-XREF-RECORD
             MOVE 'CXBRXREF' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-BRXREF-CT
           END-IF

           PERFORM READ-BRXREF-RECORD
           .
      ******************************************************************
      * The distribution master is circuit-keyed only, so just a
      * whole-circuit re-label reaches it; a single branch moving
      * leaves the circuits' recipients as they were.
      ******************************************************************
       REKEY-DIST-FILE.
           OPEN I-O RK-DIST-FILE
           MOVE 'CXDISTM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-DIST-RECORD
           PERFORM REKEY-DIST-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-DIST-FILE
           .
       READ-DIST-RECORD.
           READ RK-DIST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-DIST-RECORD.
           MOVE SPACES TO WS-KEY-BRANCH
           MOVE RK-DM-CIRCUIT-ID TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED AND NOT RK-DM-REPORT-BY-DEPT
             MOVE WS-KEY-CIRCUIT TO RK-DM-CIRCUIT-ID
             REWRITE RK-DM-DIST-RECORD
             MOVE 'CXDISTM' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-DIST-CT
           END-IF

           PERFORM READ-DIST-RECORD
           .
      ******************************************************************
      * Journal entries carry both keys, and both follow the change.
      ******************************************************************
       REKEY-JOURNAL-FILE.
           OPEN I-O RK-JOURNAL-FILE
           MOVE 'CIMPJRNL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-JOURNAL-RECORD
           PERFORM REKEY-JOURNAL-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-JOURNAL-FILE
           .
       READ-JOURNAL-RECORD.
           READ RK-JOURNAL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-JOURNAL-RECORD.
           MOVE RK-JRN-BRANCH-ID TO WS-KEY-BRANCH
           MOVE RK-JRN-CIRCUIT-ID TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO RK-JRN-BRANCH-ID
             MOVE WS-KEY-CIRCUIT TO RK-JRN-CIRCUIT-ID
             REWRITE RK-JRN-JOURNAL-RECORD
             MOVE 'CIMPJRNL' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-JOURNAL-CT
           END-IF

           PERFORM READ-JOURNAL-RECORD
           .
      ******************************************************************
      * A change still waiting on CIMPPEND carries its branch, and
      * on an ADD or a re-homing CHANGE its circuit, inside the
      * transaction image; left under the old key its approval would
      * fail, or ADD the old branch back.  Absent, nothing waits.
      ******************************************************************
       REKEY-PENDING-FILE.
           OPEN I-O RK-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PENDING-RECORD
           PERFORM REKEY-PENDING-RECORD
             UNTIL WS-EOF-YES

           CLOSE RK-PEND-FILE
           .
       READ-PENDING-RECORD.
           READ RK-PEND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REKEY-PENDING-RECORD.
           MOVE RK-PND-TRAN-IMAGE TO WS-PTR-MAINT-RECORD
           MOVE WS-PTR-BRANCH-ID TO WS-KEY-BRANCH
           MOVE WS-PTR-CIRCUIT-ID TO WS-KEY-CIRCUIT
           PERFORM APPLY-CHANGE-TABLE

           IF WS-KEY-CHANGED
             MOVE WS-KEY-BRANCH TO WS-PTR-BRANCH-ID
             MOVE WS-KEY-CIRCUIT TO WS-PTR-CIRCUIT-ID
             MOVE WS-PTR-MAINT-RECORD TO RK-PND-TRAN-IMAGE
             REWRITE RK-PND-PENDING-RECORD
             MOVE 'CIMPPEND' TO WS-IO-FILE
             MOVE 'REWRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-PEND-CT
           END-IF

           PERFORM READ-PENDING-RECORD
           .
      ******************************************************************
      * Loads the circuit definitions before any card is applied, so
      * a file too large to hold refuses the run with nothing
      * changed.
      ******************************************************************
       LOAD-CIRCDEF-TABLE.
           OPEN INPUT RK-CIRCDEF-FILE
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CIRCDEF-RECORD
           PERFORM LOAD-CIRCDEF-ENTRY
             UNTIL WS-EOF-YES OR WS-CD-FULL

           CLOSE RK-CIRCDEF-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-CIRCDEF-RECORD.
           READ RK-CIRCDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CIRCDEF-ENTRY.
           IF WS-CD-CT = WS-CD-LOAD-MAX
             SET WS-CD-FULL TO TRUE
           ELSE
             ADD 1 TO WS-CD-CT
             MOVE RK-CIRCDEF-LINE TO WS-CD-ENTRY(WS-CD-CT)
             PERFORM READ-CIRCDEF-RECORD
           END-IF
           .
      ******************************************************************
      * Applies the accepted changes to the held definitions in card
      * order, and writes the file back only when one of them found
      * something to change.
      ******************************************************************
       REKEY-CIRCDEF-FILE.
           MOVE 1 TO WS-I
           PERFORM APPLY-CIRCDEF-CHANGE
             UNTIL WS-I > WS-CHG-CT

           IF WS-CTL-CIRCDEF-CT > 0
             OPEN OUTPUT RK-CIRCDEF-FILE
             MOVE 'CCIRCDEF' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             MOVE 1 TO WS-J
             PERFORM WRITE-CIRCDEF-ENTRY
               UNTIL WS-J > WS-CD-CT

             CLOSE RK-CIRCDEF-FILE
           END-IF
           .
       WRITE-CIRCDEF-ENTRY.
           MOVE WS-CD-ENTRY(WS-J) TO RK-CIRCDEF-LINE
           WRITE RK-CIRCDEF-LINE
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-J
           .
       APPLY-CIRCDEF-CHANGE.
           EVALUATE TRUE
             WHEN WS-CHG-TYPE(WS-I) = 'B'
               MOVE 1 TO WS-J
               PERFORM RENAME-CIRCDEF-BRANCH
                 UNTIL WS-J > WS-CD-CT
             WHEN WS-CHG-BRANCH-ID(WS-I) = SPACES
               MOVE 1 TO WS-J
               PERFORM RENAME-CIRCDEF-CIRCUIT
                 UNTIL WS-J > WS-CD-CT
             WHEN OTHER
               PERFORM MOVE-CIRCDEF-BRANCH
           END-EVALUATE

           ADD 1 TO WS-I
           .
       RENAME-CIRCDEF-BRANCH.
           MOVE WS-CD-ENTRY(WS-J) TO WS-CDR-CIRCDEF-RECORD
           IF WS-CDR-REC-BRANCH
               AND WS-CDR-BRANCH-ID = WS-CHG-OLD-KEY(WS-I)
             MOVE WS-CHG-NEW-KEY(WS-I) TO WS-CDR-BRANCH-ID
             MOVE WS-CDR-CIRCDEF-RECORD TO WS-CD-ENTRY(WS-J)
             ADD 1 TO WS-CTL-CIRCDEF-CT
           END-IF
           ADD 1 TO WS-J
           .
       RENAME-CIRCDEF-CIRCUIT.
           MOVE WS-CD-ENTRY(WS-J) TO WS-CDR-CIRCDEF-RECORD
           IF WS-CDR-REC-CIRCUIT
               AND WS-CDR-CIRCUIT-ID = WS-CHG-OLD-KEY(WS-I)
             MOVE WS-CHG-NEW-KEY(WS-I) TO WS-CDR-CIRCUIT-ID
             MOVE WS-CDR-CIRCDEF-RECORD TO WS-CD-ENTRY(WS-J)
             ADD 1 TO WS-CTL-CIRCDEF-CT
           END-IF
           ADD 1 TO WS-J
           .
      ******************************************************************
      * Moves one branch's BRN record out of its old circuit's block
      * and onto the end of the new circuit's block; a new circuit
      * with no CIR record yet gets one appended at the end of the
      * file.  A branch with no BRN record under the old circuit is
      * left alone - it was never in a combined definition.
      ******************************************************************
       MOVE-CIRCDEF-BRANCH.
           MOVE 0 TO WS-CD-FROM
           MOVE SPACES TO WS-CUR-CIRCUIT
           MOVE 1 TO WS-J
           PERFORM FIND-MOVED-BRN
             UNTIL WS-J > WS-CD-CT OR WS-CD-FROM > 0

           IF WS-CD-FROM > 0
             MOVE WS-CD-ENTRY(WS-CD-FROM) TO WS-CD-HOLD
             MOVE WS-CD-FROM TO WS-J
             PERFORM CLOSE-CIRCDEF-GAP
               UNTIL WS-J >= WS-CD-CT
             SUBTRACT 1 FROM WS-CD-CT

             MOVE 0 TO WS-CD-TO
             MOVE 'N' TO WS-IN-TARGET-SW
             MOVE 1 TO WS-J
             PERFORM FIND-TARGET-END
               UNTIL WS-J > WS-CD-CT OR WS-CD-TO > 0

             IF WS-CD-TO = 0
               IF NOT WS-IN-TARGET
                 MOVE SPACES TO WS-CDR-CIRCDEF-RECORD
                 SET WS-CDR-REC-CIRCUIT TO TRUE
                 MOVE WS-CHG-NEW-KEY(WS-I) TO WS-CDR-CIRCUIT-ID
                 ADD 1 TO WS-CD-CT
                 MOVE WS-CDR-CIRCDEF-RECORD TO WS-CD-ENTRY(WS-CD-CT)
                 ADD 1 TO WS-CTL-CIRCDEF-CT
               END-IF
               COMPUTE WS-CD-TO = WS-CD-CT + 1
             END-IF

             MOVE WS-CD-CT TO WS-J
             PERFORM OPEN-CIRCDEF-GAP
               UNTIL WS-J < WS-CD-TO
             MOVE WS-CD-HOLD TO WS-CD-ENTRY(WS-CD-TO)
             ADD 1 TO WS-CD-CT
             ADD 1 TO WS-CTL-CIRCDEF-CT
           END-IF
           .
       FIND-MOVED-BRN.
           MOVE WS-CD-ENTRY(WS-J) TO WS-CDR-CIRCDEF-RECORD
           IF WS-CDR-REC-CIRCUIT
             MOVE WS-CDR-CIRCUIT-ID TO WS-CUR-CIRCUIT
           ELSE
             IF WS-CUR-CIRCUIT = WS-CHG-OLD-KEY(WS-I)
                 AND WS-CDR-BRANCH-ID = WS-CHG-BRANCH-ID(WS-I)
               MOVE WS-J TO WS-CD-FROM
             END-IF
           END-IF
           ADD 1 TO WS-J
           .
      * the next CIR record after the new circuit's own marks the
      * end of its block, and the moved branch goes in front of it
       FIND-TARGET-END.
           MOVE WS-CD-ENTRY(WS-J) TO WS-CDR-CIRCDEF-RECORD
           IF WS-CDR-REC-CIRCUIT
             IF WS-IN-TARGET
               MOVE WS-J TO WS-CD-TO
             ELSE
               IF WS-CDR-CIRCUIT-ID = WS-CHG-NEW-KEY(WS-I)
                 SET WS-IN-TARGET TO TRUE
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-J
           .
       CLOSE-CIRCDEF-GAP.
           MOVE WS-CD-ENTRY(WS-J + 1) TO WS-CD-ENTRY(WS-J)
           ADD 1 TO WS-J
           .
       OPEN-CIRCDEF-GAP.
           MOVE WS-CD-ENTRY(WS-J) TO WS-CD-ENTRY(WS-J + 1)
           SUBTRACT 1 FROM WS-J
           .
      ******************************************************************
      * Appends one old-to-new entry per accepted change to the
      * CXKEYXRF cross-reference.
      ******************************************************************
       WRITE-KEY-XREF.
           OPEN EXTEND RK-KEYXRF-FILE
           MOVE 'CXKEYXRF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-I
           PERFORM WRITE-KEY-XREF-ENTRY
             UNTIL WS-I > WS-CHG-CT

           CLOSE RK-KEYXRF-FILE
           .
       WRITE-KEY-XREF-ENTRY.
           MOVE SPACES TO RK-KX-KEYXRF-RECORD
           MOVE WS-CHG-TYPE(WS-I) TO RK-KX-KEY-TYPE
           MOVE WS-CHG-OLD-KEY(WS-I) TO RK-KX-OLD-KEY
           MOVE WS-CHG-NEW-KEY(WS-I) TO RK-KX-NEW-KEY
           MOVE WS-CHG-BRANCH-ID(WS-I) TO RK-KX-BRANCH-ID
           MOVE WS-RUN-DATE TO RK-KX-CHANGE-DATE
           MOVE WS-CHG-OPERATOR(WS-I) TO RK-KX-OPERATOR-ID
           WRITE RK-KX-KEYXRF-RECORD
           MOVE 'CXKEYXRF' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-I
           .
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CARDS READ: '       DELIMITED BY SIZE
             WS-CTL-CARD-CT       DELIMITED BY SIZE
             '  APPLIED: '        DELIMITED BY SIZE
             WS-CHG-CT            DELIMITED BY SIZE
             '  REJECTED: '       DELIMITED BY SIZE
             WS-CTL-REJECT-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'RECORDS CHANGED PER FILE' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'CXIMPED' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-MASTER-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CIMPHIST' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-HISTORY-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CIMPHAGG' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-AGG-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CIMPLIM' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-LIMIT-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CXTCOMP' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-TCOMP-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CCIRCDEF' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-CIRCDEF-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CXBRXREF' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-BRXREF-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CXDISTM' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-DIST-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CIMPJRNL' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-JOURNAL-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE
           MOVE 'CIMPPEND' TO WS-CTL-FILE-NAME
           MOVE WS-CTL-PEND-CT TO WS-CTL-FILE-CT
           PERFORM WRITE-FILE-COUNT-LINE

           DISPLAY 'CIMPRKEY - KEY CHANGES APPLIED: ' WS-CHG-CT
                ' REJECTED: ' WS-CTL-REJECT-CT
           .
       WRITE-FILE-COUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  '               DELIMITED BY SIZE
             WS-CTL-FILE-NAME   DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-CTL-FILE-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RK-REPORT-LINE
           WRITE RK-REPORT-LINE
           MOVE 'CIMPRKYR' TO WS-IO-FILE
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
             DISPLAY 'CIMPRKEY - CXIMPED IS HELD BY '
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
             DISPLAY 'CIMPRKEY - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
