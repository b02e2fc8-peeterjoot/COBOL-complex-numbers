       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPLLOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LL-CARD-FILE ASSIGN TO "CIMPLLDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LL-REPORT-FILE ASSIGN TO "CIMPLLDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LL-DECK-FILE ASSIGN TO "CIMPSLMD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL LL-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LL-CARD-RECORD.
         10  LL-CRD-APPROVER       PIC X(08).
         10  FILLER                PIC X(01).
         10  LL-CRD-PROPOSAL-DATE  PIC X(08).
         10  LL-CRD-PROPOSAL-DATE-N REDEFINES LL-CRD-PROPOSAL-DATE
                                   PIC 9(08).
         10  FILLER                PIC X(01).
         10  LL-CRD-BRANCH-ID      PIC X(08).
         10  FILLER                PIC X(54).
       FD  LL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LL-REPORT-LINE PIC X(132).
       FD  LL-DECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXLIMPRP REPLACING ==(PRFX)== BY ==LL-PRP-==.
       FD  LL-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==LL-LIM-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      ******************************************************************
      * the approval cards that passed their checks: each approves
      * the deck entries of its proposal date, for its one branch or
      * (branch blank) for every branch on the deck.
      ******************************************************************
       01 WS-APV-TABLE.
         05 WS-APV-CT PIC 9(04) VALUE 0.
         05 WS-APV-ENTRY OCCURS 500 TIMES.
           10 WS-APV-APPROVER  PIC X(08).
           10 WS-APV-DATE      PIC 9(08).
           10 WS-APV-BRANCH-ID PIC X(08).
           10 WS-APV-LOAD-CT   PIC 9(06).
      * CIMPLIM as it stands, then as approved; additions go on the
      * end, so the table allows for a full deck of new branches
       01 WS-LIM-TABLE.
         05 WS-LIM-CT PIC 9(04) VALUE 0.
         05 WS-LIM-ENTRY OCCURS 4000 TIMES.
           10 WS-LIM-BRANCH-ID PIC X(08).
           10 WS-LIM-NOMINAL-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-LIM-NOMINAL-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-LIM-TOLERANCE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-LIM-LOAD-MAX PIC 9(04) VALUE 2000.
       01 WS-LIM-MAX PIC 9(04) VALUE 4000.
       01 WS-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-A PIC 9(04) VALUE 0.
       01 WS-L PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-APV-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-APV-FOUND VALUE 'Y'.
       01 WS-LIM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-LIM-FOUND VALUE 'Y'.
       01 WS-CTL-CARD-CT       PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-IDLE-CT       PIC 9(06) VALUE 0.
       01 WS-CTL-DECK-CT       PIC 9(06) VALUE 0.
       01 WS-CTL-REPLACED-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-ADDED-CT      PIC 9(06) VALUE 0.
       01 WS-CTL-UNAPPROVED-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPLLOD'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'X'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPLLOD'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Approved load of the CIMPSLIM limit proposals: the CIMPLLDA
      * cards carry the engineering approval - approver in columns
      * 1-8, the proposal date of the deck in columns 10-17, and in
      * columns 19-26 the one branch approved, or blank for every
      * branch on the deck of that date.  Each CIMPSLMD proposal an
      * approval covers replaces the branch's CIMPLIM limit, or adds
      * one; proposals no card covers are listed and left out.
      * The load runs under the exclusive master interlock so no
      * tolerance check reads CIMPLIM while it is rewritten, and
      * CIMPLIM is rewritten only when something was approved.  The
      * report sets each loaded limit beside the one it replaced;
      * the run log records each approver and what they loaded.
      * Condition codes: 8 when a card was rejected or approved
      * nothing on the deck, 4 when there were no cards at all.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT LL-REPORT-FILE
           MOVE 'CIMPLLDR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'APPROVED LIMIT LOAD  RUN DATE ' DELIMITED BY SIZE
             WS-RUN-DATE                      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-APPROVAL-CARDS

           PERFORM LOAD-LIMIT-TABLE
           IF WS-TABLE-FULL
             DISPLAY 'CIMPLLOD - CIMPLIM HOLDS MORE THAN '
                  WS-LIM-LOAD-MAX ' LIMITS - NOTHING LOADED'
             MOVE 'CIMPLIM TOO LARGE - NOTHING LOADED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE LL-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT LL-DECK-FILE
           MOVE 'CIMPSLMD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-DECK-RECORD
           PERFORM APPLY-DECK-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL

           CLOSE LL-DECK-FILE

           IF WS-TABLE-FULL
             DISPLAY 'CIMPLLOD - MORE THAN ' WS-LIM-MAX
                  ' LIMITS WITH THE ADDITIONS - NOTHING LOADED'
             CLOSE LL-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-CTL-REPLACED-CT + WS-CTL-ADDED-CT > 0
             PERFORM REWRITE-LIMIT-FILE
           END-IF

           MOVE 1 TO WS-A
           PERFORM CLOSE-APPROVAL
             UNTIL WS-A > WS-APV-CT

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE LL-REPORT-FILE

           DISPLAY 'CIMPLLOD - LIMITS REPLACED: ' WS-CTL-REPLACED-CT
                ' ADDED: ' WS-CTL-ADDED-CT
                ' NOT APPROVED: ' WS-CTL-UNAPPROVED-CT

           PERFORM RELEASE-MASTER-LOCK

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0 OR WS-CTL-IDLE-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-CARD-CT = 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Checks each approval card; a card that passes joins the
      * approval table, one that does not is listed with its reason
      * and approves nothing.
      ******************************************************************
       LOAD-APPROVAL-CARDS.
           OPEN INPUT LL-CARD-FILE
           MOVE 'CIMPLLDA' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-APPROVAL-CARD
           PERFORM PROCESS-APPROVAL-CARD
             UNTIL WS-EOF-YES

           CLOSE LL-CARD-FILE
           .
       READ-APPROVAL-CARD.
           READ LL-CARD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       PROCESS-APPROVAL-CARD.
           ADD 1 TO WS-CTL-CARD-CT
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
             WHEN LL-CRD-APPROVER = SPACES
               MOVE 'NO APPROVER' TO WS-REJECT-REASON
             WHEN LL-CRD-PROPOSAL-DATE NOT NUMERIC
               MOVE 'PROPOSAL DATE NOT NUMERIC' TO WS-REJECT-REASON
             WHEN WS-APV-CT = 500
               MOVE 'MORE THAN 500 APPROVALS IN ONE RUN'
                 TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'APPROVAL BY '         DELIMITED BY SIZE
             LL-CRD-APPROVER        DELIMITED BY SIZE
             ' DECK '               DELIMITED BY SIZE
             LL-CRD-PROPOSAL-DATE   DELIMITED BY SIZE
             ' BRANCH '             DELIMITED BY SIZE
             LL-CRD-BRANCH-ID       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-APV-CT
             MOVE LL-CRD-APPROVER TO WS-APV-APPROVER(WS-APV-CT)
             MOVE LL-CRD-PROPOSAL-DATE-N TO WS-APV-DATE(WS-APV-CT)
             MOVE LL-CRD-BRANCH-ID TO WS-APV-BRANCH-ID(WS-APV-CT)
             MOVE 0 TO WS-APV-LOAD-CT(WS-APV-CT)
             IF LL-CRD-BRANCH-ID = SPACES
               MOVE 'ALL' TO WS-RPT-LINE-TEXT(43:)
             END-IF
           ELSE
             ADD 1 TO WS-CTL-REJECT-CT
             STRING
               ' REJECTED: '     DELIMITED BY SIZE
               WS-REJECT-REASON  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(60:)
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-APPROVAL-CARD
           .
       LOAD-LIMIT-TABLE.
           OPEN INPUT LL-LIMIT-FILE
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIMIT-RECORD
           PERFORM LOAD-LIMIT-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL

           CLOSE LL-LIMIT-FILE
           .
       READ-LIMIT-RECORD.
           READ LL-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-LIMIT-ENTRY.
           IF WS-LIM-CT = WS-LIM-LOAD-MAX
             SET WS-TABLE-FULL TO TRUE
           ELSE
             ADD 1 TO WS-LIM-CT
             MOVE LL-LIM-BRANCH-ID  TO WS-LIM-BRANCH-ID(WS-LIM-CT)
             MOVE LL-LIM-NOMINAL-RE TO WS-LIM-NOMINAL-RE(WS-LIM-CT)
             MOVE LL-LIM-NOMINAL-IM TO WS-LIM-NOMINAL-IM(WS-LIM-CT)
             MOVE LL-LIM-TOLERANCE  TO WS-LIM-TOLERANCE(WS-LIM-CT)
             PERFORM READ-LIMIT-RECORD
           END-IF
           .
       READ-DECK-RECORD.
           READ LL-DECK-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
             ADD 1 TO WS-CTL-DECK-CT
           END-IF
           .
      ******************************************************************
      * One proposal off the deck: the first approval covering it
      * loads it over the branch's current limit (or as a new one)
      * and is credited with it; with no approval it is listed as
      * not approved and CIMPLIM keeps what it had.
      ******************************************************************
       APPLY-DECK-ENTRY.
           MOVE 'N' TO WS-APV-FOUND-SW
           MOVE 1 TO WS-A
           PERFORM FIND-APPROVAL-STEP
             UNTIL WS-APV-FOUND OR WS-A > WS-APV-CT

           IF WS-APV-FOUND
             MOVE 'N' TO WS-LIM-FOUND-SW
             MOVE 1 TO WS-L
             PERFORM FIND-LIMIT-STEP
               UNTIL WS-LIM-FOUND OR WS-L > WS-LIM-CT
             IF NOT WS-LIM-FOUND AND WS-LIM-CT = WS-LIM-MAX
               SET WS-TABLE-FULL TO TRUE
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-TABLE-FULL
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 LL-PRP-BRANCH-ID       DELIMITED BY SIZE
                 ' NO ROOM FOR A NEW LIMIT - NOTHING LOADED'
                                        DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN WS-APV-FOUND
               ADD 1 TO WS-APV-LOAD-CT(WS-A)

               IF WS-LIM-FOUND
                 MOVE SPACES TO WS-RPT-LINE-TEXT
                 STRING
                   LL-PRP-BRANCH-ID         DELIMITED BY SIZE
                   ' OLD  RE='              DELIMITED BY SIZE
                   WS-LIM-NOMINAL-RE(WS-L)  DELIMITED BY SIZE
                   ' IM='                   DELIMITED BY SIZE
                   WS-LIM-NOMINAL-IM(WS-L)  DELIMITED BY SIZE
                   ' TOL='                  DELIMITED BY SIZE
                   WS-LIM-TOLERANCE(WS-L)   DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-CTL-REPLACED-CT
               ELSE
                 ADD 1 TO WS-LIM-CT
                 MOVE WS-LIM-CT TO WS-L
                 MOVE LL-PRP-BRANCH-ID TO WS-LIM-BRANCH-ID(WS-L)
                 MOVE SPACES TO WS-RPT-LINE-TEXT
                 STRING
                   LL-PRP-BRANCH-ID         DELIMITED BY SIZE
                   ' OLD  NO LIMIT ON FILE' DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-CTL-ADDED-CT
               END-IF

               MOVE LL-PRP-NOMINAL-RE TO WS-LIM-NOMINAL-RE(WS-L)
               MOVE LL-PRP-NOMINAL-IM TO WS-LIM-NOMINAL-IM(WS-L)
               MOVE LL-PRP-TOLERANCE  TO WS-LIM-TOLERANCE(WS-L)

               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '         NEW  RE='    DELIMITED BY SIZE
                 LL-PRP-NOMINAL-RE      DELIMITED BY SIZE
                 ' IM='                 DELIMITED BY SIZE
                 LL-PRP-NOMINAL-IM      DELIMITED BY SIZE
                 ' TOL='                DELIMITED BY SIZE
                 LL-PRP-TOLERANCE       DELIMITED BY SIZE
                 ' APPROVED BY '        DELIMITED BY SIZE
                 WS-APV-APPROVER(WS-A)  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN OTHER
               ADD 1 TO WS-CTL-UNAPPROVED-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 LL-PRP-BRANCH-ID       DELIMITED BY SIZE
                 ' DECK '               DELIMITED BY SIZE
                 LL-PRP-PROPOSAL-DATE   DELIMITED BY SIZE
                 ' NOT APPROVED - CURRENT LIMIT STANDS'
                                        DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE

           PERFORM READ-DECK-RECORD
           .
       FIND-APPROVAL-STEP.
           IF WS-APV-DATE(WS-A) = LL-PRP-PROPOSAL-DATE
               AND (WS-APV-BRANCH-ID(WS-A) = SPACES
                 OR WS-APV-BRANCH-ID(WS-A) = LL-PRP-BRANCH-ID)
             SET WS-APV-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-A
           END-IF
           .
       FIND-LIMIT-STEP.
           IF WS-LIM-BRANCH-ID(WS-L) = LL-PRP-BRANCH-ID
             SET WS-LIM-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-L
           END-IF
           .
      ******************************************************************
      * CIMPLIM rewritten whole from the table, current limits in
      * their old order with the new branches after them.
      ******************************************************************
       REWRITE-LIMIT-FILE.
           OPEN OUTPUT LL-LIMIT-FILE
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-L
           PERFORM WRITE-LIMIT-RECORD
             UNTIL WS-L > WS-LIM-CT

           CLOSE LL-LIMIT-FILE
           .
       WRITE-LIMIT-RECORD.
           MOVE WS-LIM-BRANCH-ID(WS-L)  TO LL-LIM-BRANCH-ID
           MOVE WS-LIM-NOMINAL-RE(WS-L) TO LL-LIM-NOMINAL-RE
           MOVE WS-LIM-NOMINAL-IM(WS-L) TO LL-LIM-NOMINAL-IM
           MOVE WS-LIM-TOLERANCE(WS-L)  TO LL-LIM-TOLERANCE
           WRITE LL-LIM-LIMIT-RECORD
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-L
           .
      ******************************************************************
      * Records each approval that loaded something on the run log
      * under its approver's name; one that matched nothing on the
      * deck (a wrong date or branch) is listed for correction.
      ******************************************************************
       CLOSE-APPROVAL.
           IF WS-APV-LOAD-CT(WS-A) > 0
             MOVE 'I' TO WS-ENQLOG-SEV
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'LIMITS LOADED '        DELIMITED BY SIZE
               WS-APV-LOAD-CT(WS-A)    DELIMITED BY SIZE
               ' DECK '                DELIMITED BY SIZE
               WS-APV-DATE(WS-A)       DELIMITED BY SIZE
               ' APPROVED BY '         DELIMITED BY SIZE
               WS-APV-APPROVER(WS-A)   DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
           ELSE
             ADD 1 TO WS-CTL-IDLE-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'APPROVAL BY '          DELIMITED BY SIZE
               WS-APV-APPROVER(WS-A)   DELIMITED BY SIZE
               ' DECK '                DELIMITED BY SIZE
               WS-APV-DATE(WS-A)       DELIMITED BY SIZE
               ' BRANCH '              DELIMITED BY SIZE
               WS-APV-BRANCH-ID(WS-A)  DELIMITED BY SIZE
               ' MATCHED NOTHING ON THE DECK' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-A
           .
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CARDS: '            DELIMITED BY SIZE
             WS-CTL-CARD-CT       DELIMITED BY SIZE
             '  REJECTED: '       DELIMITED BY SIZE
             WS-CTL-REJECT-CT     DELIMITED BY SIZE
             '  MATCHED NOTHING: ' DELIMITED BY SIZE
             WS-CTL-IDLE-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'PROPOSALS: '        DELIMITED BY SIZE
             WS-CTL-DECK-CT       DELIMITED BY SIZE
             '  REPLACED: '       DELIMITED BY SIZE
             WS-CTL-REPLACED-CT   DELIMITED BY SIZE
             '  ADDED: '          DELIMITED BY SIZE
             WS-CTL-ADDED-CT      DELIMITED BY SIZE
             '  NOT APPROVED: '   DELIMITED BY SIZE
             WS-CTL-UNAPPROVED-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO LL-REPORT-LINE
           WRITE LL-REPORT-LINE
           MOVE 'CIMPLLDR' TO WS-IO-FILE
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
             DISPLAY 'CIMPLLOD - CXIMPED IS HELD BY '
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
             DISPLAY 'CIMPLLOD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
