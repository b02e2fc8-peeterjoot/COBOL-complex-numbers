       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPENTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IE-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IE-BRANCH-ID
               ALTERNATE RECORD KEY IS IE-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL IE-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL IE-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL IE-AUTH-FILE ASSIGN TO "CXAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL IE-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IE-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==IE-==.
       FD  IE-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==IE-LIM-==.
       FD  IE-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==IE-HST-==.
       FD  IE-AUTH-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXAUTH REPLACING ==(PRFX)== BY ==IE-AU-==.
       FD  IE-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==IE-PND-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-CHOICE PIC 9(01) VALUE 0.
         88 WS-CHOICE-LOOKUP VALUE 1.
         88 WS-CHOICE-ADD    VALUE 2.
         88 WS-CHOICE-CHANGE VALUE 3.
         88 WS-CHOICE-DELETE VALUE 4.
         88 WS-CHOICE-QUIT   VALUE 9.
       01 WS-QUIT-SW PIC X(01) VALUE 'N'.
         88 WS-QUIT-YES VALUE 'Y'.
       01 WS-EDIT-V PIC S9(8)V9(8).
       01 WS-EDIT-TEMP PIC S9(3)V9(1).
       01 WS-ANSWER PIC X(01) VALUE SPACE.
         88 WS-ANSWER-YES VALUE 'Y'.
         88 WS-ANSWER-NO  VALUE 'N'.
       01 WS-CONFIRM-ANSWER PIC X(01) VALUE SPACE.
         88 WS-CONFIRM-GIVEN VALUE 'C'.
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 WS-BRANCH-ENTRY PIC X(08) VALUE SPACES.
       01 WS-CIRCUIT-ENTRY PIC X(08) VALUE SPACES.
       01 WS-UNIT-ENTRY PIC X(01) VALUE SPACE.
      * the change being keyed, in the CXIMPTRN shape CIMPMNT
      * applies from CIMPPEND once a second operator approves it
       COPY CXIMPTRN REPLACING ==(PRFX)== BY ==WS-TRN-==.
       01 WS-ENTRY-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-ENTRY-BAD-YES VALUE 'Y'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NORM-==.
       01 WS-UNIT-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-UNIT-BAD-YES VALUE 'Y'.
      ******************************************************************
      * what the lookup found for the branch in hand: the master
      * record, the last CIMPLIM limit on file for it, the latest
      * CIMPHIST reading, and the history statistics the band check
      * judges a CHANGE against - the same figures CIMPMNT's and
      * CIMPUPD's outlier gates build, for one branch.
      ******************************************************************
       01 WS-MASTER-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-ON-MASTER VALUE 'Y'.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==WS-CUR-==.
       01 WS-LIM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-LIM-FOUND VALUE 'Y'.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==WS-LIM-==.
       01 WS-HST-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-HST-FOUND VALUE 'Y'.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==WS-LAST-==.
       01 WS-HS-N-V COMP-2.
       01 WS-HS-SUM-V COMP-2.
       01 WS-HS-SUMSQ-V COMP-2.
       01 WS-HS-COUNT PIC 9(06) VALUE 0.
       01 WS-OUTLIER-MULT PIC S9(8)V9(8) VALUE 3.
       01 WS-HOLD-SW PIC X(01) VALUE 'N'.
         88 WS-HOLD-YES VALUE 'Y'.
       01 WS-MEAN-V COMP-2.
       01 WS-SPREAD-V COMP-2.
       01 WS-FLOOR-V COMP-2.
       01 WS-DEVIATION-V COMP-2.
       01 WS-BAND-V COMP-2.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-HSWORK-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-HSMAG-==.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
      * presentation of a value: modulus in engineering notation
      * through CENGFMT and argument in degrees, as CIMPDOSS shows it
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-RAW-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DIFF-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-DEV-==.
       01 WS-DEG-V COMP-2.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE 'OHM'.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-NUM-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-NUM-DISP-2
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 WS-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TUNE-==.
      ******************************************************************
      * the operator authorization table off CXAUTH; see CIMPMNT.
      * An absent CXAUTH file leaves the table empty and
      * authorization open, exactly as the batch path treats it.
      ******************************************************************
       01 WS-AU-TABLE.
         05 WS-AU-CT PIC 9(02) VALUE 0.
         05 WS-AU-ENTRY OCCURS 50 TIMES.
           10 WS-AU-OPER PIC X(08).
           10 WS-AU-ACTIONS PIC X(03).
           10 WS-AU-FROM PIC X(08).
           10 WS-AU-TO PIC X(08).
       01 WS-AU-I PIC 9(02) VALUE 0.
       01 WS-AU-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-AU-EOF-YES VALUE 'Y'.
       01 WS-AUTH-OK-SW PIC X(01) VALUE 'N'.
         88 WS-AUTH-OK-YES VALUE 'Y'.
      * the dual-approval queue: the next pending number past the
      * highest on file, and how many items this session queued
       01 WS-NEXT-PEND-NO PIC 9(08) VALUE 1.
       01 WS-PEND-SHOWN-CT PIC 9(04) VALUE 0.
      * the items waiting on CIMPPEND; none is queued past the
      * shared limit
       01 WS-PEND-OPEN-CT PIC 9(04) VALUE 0.
       COPY CXPNDMAX REPLACING ==(PRFX)== BY ==WS-==.
       COPY CXIMPTRN REPLACING ==(PRFX)== BY ==WS-PTR-==.
       01 WS-CTL-QUEUED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SECURITY-CT PIC 9(06) VALUE 0.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
         88 WS-IO-NOTFOUND VALUE '23'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPENTR'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-LOCK-HELD-SW PIC X(01) VALUE 'N'.
         88 WS-LOCK-HELD VALUE 'Y'.
       01 WS-LOG-PGM PIC X(08) VALUE 'CIMPENTR'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Interactive impedance-master maintenance in the style of
      * CXENTRY: an operator looks up a branch - its current CXIMPED
      * value, its CIMPLIM limit and where the value stands against
      * it, its latest CIMPHIST reading and anything already waiting
      * on CIMPPEND - and keys an ADD, CHANGE or DELETE that is
      * validated field by field as it is given: the unit code, the
      * operator's CXAUTH action letter and branch range, the key
      * against the master (no ADD over an existing branch, no
      * CHANGE or DELETE of a missing one), and for a CHANGE the
      * history band, which the operator must confirm with 'C' to
      * go past instead of having it held for a resubmission.
      * No one operator changes a production impedance value, so an
      * accepted change is queued on CIMPPEND under the operator as
      * maker, exactly as CIMPMNT queues a keyed deck; it reaches the
      * master, the history and the CIMPJRNL journal through
      * CIMPMNT's approval path, the one journal forward recovery
      * replays.
      * The CENQ interlock is taken per operation rather than for
      * the session, so a terminal left open never holds up the
      * night's maintenance: a lookup asks for a shared lock and,
      * refused, still reads unregistered under a warning as the
      * CIMPDOSS dossier does; queueing a change takes the master
      * exclusively for the moment of re-checking the key and
      * appending to CIMPPEND, and is refused while another job
      * holds it.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-TUNABLES
           PERFORM LOAD-AUTH-TABLE

           PERFORM PROMPT-OPERATOR-ID

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'SESSION STARTED OPERATOR=' DELIMITED BY SIZE
             WS-OPERATOR-ID              DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           PERFORM RUN-MENU UNTIL WS-QUIT-YES

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'SESSION ENDED QUEUED='     DELIMITED BY SIZE
             WS-CTL-QUEUED-CT            DELIMITED BY SIZE
             ' REFUSED-AUTH='            DELIMITED BY SIZE
             WS-CTL-SECURITY-CT          DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           DISPLAY 'CHANGES QUEUED FOR APPROVAL: ' WS-CTL-QUEUED-CT

           GOBACK
           .
       LOAD-TUNABLES.
           MOVE 'OUTLIER-MULT' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-OUTLIER-MULT
           END-IF
           .
       PROMPT-OPERATOR-ID.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           IF WS-OPERATOR-ID = SPACES
             DISPLAY 'AN OPERATOR ID IS REQUIRED, TRY AGAIN'
             PERFORM PROMPT-OPERATOR-ID
           END-IF
           .
       RUN-MENU.
           DISPLAY ' '
           DISPLAY 'CXIMPED IMPEDANCE MASTER MAINTENANCE'
           DISPLAY '  1 - LOOK UP A BRANCH'
           DISPLAY '  2 - ADD A BRANCH'
           DISPLAY '  3 - CHANGE A BRANCH'
           DISPLAY '  4 - DELETE A BRANCH'
           DISPLAY '  9 - QUIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE TRUE
             WHEN WS-CHOICE-LOOKUP PERFORM LOOKUP-ONLY
             WHEN WS-CHOICE-ADD    PERFORM ENTER-ADD
             WHEN WS-CHOICE-CHANGE PERFORM ENTER-CHANGE
             WHEN WS-CHOICE-DELETE PERFORM ENTER-DELETE
             WHEN WS-CHOICE-QUIT   SET WS-QUIT-YES TO TRUE
             WHEN OTHER
               DISPLAY 'NOT A VALID CHOICE, TRY AGAIN'
           END-EVALUATE
           .
       LOOKUP-ONLY.
           PERFORM PROMPT-BRANCH-ID
           PERFORM LOOK-UP-BRANCH
           .
      ******************************************************************
      * ADD: the operator must hold 'A' over the branch, the branch
      * must not be on the master, and the owning circuit is
      * required for the master's alternate key.
      ******************************************************************
       ENTER-ADD.
           MOVE 'N' TO WS-ENTRY-BAD-SW
           MOVE SPACES TO WS-TRN-MAINT-RECORD
           MOVE 'A' TO WS-TRN-ACTION

           PERFORM PROMPT-BRANCH-ID
           PERFORM CHECK-ENTRY-AUTHORIZATION

           IF NOT WS-ENTRY-BAD-YES
             PERFORM LOOK-UP-BRANCH
             IF WS-ON-MASTER
               DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
                    ' IS ALREADY ON THE MASTER - USE CHANGE'
               SET WS-ENTRY-BAD-YES TO TRUE
             END-IF
           END-IF

           IF NOT WS-ENTRY-BAD-YES
             PERFORM PROMPT-READING
             PERFORM PROMPT-CIRCUIT-REQUIRED
             PERFORM SHOW-AGAINST-LIMIT
             PERFORM CONFIRM-AND-QUEUE
           END-IF

           PERFORM SHOW-ENTRY-OUTCOME
           .
      ******************************************************************
      * CHANGE: 'C' over the branch, the branch on the master, and
      * the new value judged against the branch's history band - an
      * outlier is queued only when the operator confirms it, which
      * carries CONFIRM-SW 'C' exactly as a resubmitted held change
      * does in the batch path.
      ******************************************************************
       ENTER-CHANGE.
           MOVE 'N' TO WS-ENTRY-BAD-SW
           MOVE SPACES TO WS-TRN-MAINT-RECORD
           MOVE 'C' TO WS-TRN-ACTION

           PERFORM PROMPT-BRANCH-ID
           PERFORM CHECK-ENTRY-AUTHORIZATION

           IF NOT WS-ENTRY-BAD-YES
             PERFORM LOOK-UP-BRANCH
             IF NOT WS-ON-MASTER
               DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
                    ' IS NOT ON THE MASTER - USE ADD'
               SET WS-ENTRY-BAD-YES TO TRUE
             END-IF
           END-IF

           IF NOT WS-ENTRY-BAD-YES
             PERFORM PROMPT-READING
             PERFORM PROMPT-CIRCUIT-OPTIONAL
             PERFORM SHOW-AGAINST-LIMIT
             PERFORM CHECK-HISTORY-BAND
           END-IF

           IF NOT WS-ENTRY-BAD-YES
             PERFORM CONFIRM-AND-QUEUE
           END-IF

           PERFORM SHOW-ENTRY-OUTCOME
           .
      ******************************************************************
      * DELETE: 'D' over the branch and the branch on the master;
      * the value fields travel as zero, as a DELETE deck card's do.
      ******************************************************************
       ENTER-DELETE.
           MOVE 'N' TO WS-ENTRY-BAD-SW
           MOVE SPACES TO WS-TRN-MAINT-RECORD
           MOVE 'D' TO WS-TRN-ACTION

           PERFORM PROMPT-BRANCH-ID
           PERFORM CHECK-ENTRY-AUTHORIZATION

           IF NOT WS-ENTRY-BAD-YES
             PERFORM LOOK-UP-BRANCH
             IF NOT WS-ON-MASTER
               DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
                    ' IS NOT ON THE MASTER - NOTHING TO DELETE'
               SET WS-ENTRY-BAD-YES TO TRUE
             END-IF
           END-IF

           IF NOT WS-ENTRY-BAD-YES
             MOVE 0 TO WS-TRN-RE
             MOVE 0 TO WS-TRN-IM
             PERFORM CONFIRM-AND-QUEUE
           END-IF

           PERFORM SHOW-ENTRY-OUTCOME
           .
       SHOW-ENTRY-OUTCOME.
           IF WS-ENTRY-BAD-YES
             DISPLAY 'NOTHING QUEUED FOR BRANCH ' WS-TRN-BRANCH-ID
           END-IF
           .
       PROMPT-BRANCH-ID.
           DISPLAY 'BRANCH ID: ' WITH NO ADVANCING
           ACCEPT WS-BRANCH-ENTRY

           IF WS-BRANCH-ENTRY = SPACES
             DISPLAY 'A BRANCH ID IS REQUIRED, TRY AGAIN'
             PERFORM PROMPT-BRANCH-ID
           END-IF

           MOVE WS-BRANCH-ENTRY TO WS-TRN-BRANCH-ID
           .
      ******************************************************************
      * The value in the unit it was read in, the unit code
      * validated on the spot against the same M/K/O-or-blank rule
      * CIMPMNT normalizes by, and the bench temperature when one
      * was taken.
      ******************************************************************
       PROMPT-READING.
           DISPLAY 'REAL PART: ' WITH NO ADVANCING
           ACCEPT WS-EDIT-V
           MOVE WS-EDIT-V TO WS-TRN-RE

           DISPLAY 'IMAGINARY PART: ' WITH NO ADVANCING
           ACCEPT WS-EDIT-V
           MOVE WS-EDIT-V TO WS-TRN-IM

           PERFORM PROMPT-UNIT-CODE
           PERFORM PROMPT-TEMPERATURE
           .
       PROMPT-UNIT-CODE.
           DISPLAY 'UNIT - (O)HMS, (M)ILLIOHMS, (K)ILOHMS: '
                WITH NO ADVANCING
           ACCEPT WS-UNIT-ENTRY
           MOVE WS-UNIT-ENTRY TO WS-TRN-UNIT-CODE

           PERFORM NORMALIZE-MAINT-VALUE

           IF WS-UNIT-BAD-YES
             DISPLAY 'NOT A VALID UNIT CODE, TRY AGAIN'
             PERFORM PROMPT-UNIT-CODE
           END-IF
           .
       PROMPT-TEMPERATURE.
           DISPLAY 'READING TEMPERATURE RECORDED (Y/N): '
                WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE TRUE
             WHEN WS-ANSWER-YES
               DISPLAY 'TEMPERATURE (DEG C): ' WITH NO ADVANCING
               ACCEPT WS-EDIT-TEMP
               MOVE WS-EDIT-TEMP TO WS-TRN-READING-TEMP
             WHEN WS-ANSWER-NO
      * left as the spaces the record was cleared to
               CONTINUE
             WHEN OTHER
               DISPLAY 'ANSWER Y OR N, TRY AGAIN'
               PERFORM PROMPT-TEMPERATURE
           END-EVALUATE
           .
       PROMPT-CIRCUIT-REQUIRED.
           DISPLAY 'CIRCUIT ID: ' WITH NO ADVANCING
           ACCEPT WS-CIRCUIT-ENTRY

           IF WS-CIRCUIT-ENTRY = SPACES
             DISPLAY 'A CIRCUIT ID IS REQUIRED ON AN ADD, TRY AGAIN'
             PERFORM PROMPT-CIRCUIT-REQUIRED
           END-IF

           MOVE WS-CIRCUIT-ENTRY TO WS-TRN-CIRCUIT-ID
           .
       PROMPT-CIRCUIT-OPTIONAL.
           DISPLAY 'NEW CIRCUIT ID (BLANK KEEPS '
                WS-CUR-CIRCUIT-ID '): ' WITH NO ADVANCING
           ACCEPT WS-CIRCUIT-ENTRY
           MOVE WS-CIRCUIT-ENTRY TO WS-TRN-CIRCUIT-ID
           .
      ******************************************************************
      * Authorizes the operator for the action over the branch the
      * moment the branch is keyed, so a refused operator learns it
      * before typing the value.  A refusal is logged to the run log
      * as the batch path lists it as a security exception.
      ******************************************************************
       CHECK-ENTRY-AUTHORIZATION.
           MOVE WS-OPERATOR-ID TO WS-TRN-OPERATOR-ID
           PERFORM CHECK-AUTHORIZATION

           IF NOT WS-AUTH-OK-YES
             ADD 1 TO WS-CTL-SECURITY-CT
             SET WS-ENTRY-BAD-YES TO TRUE
             DISPLAY 'SECURITY EXCEPTION - OPERATOR ' WS-OPERATOR-ID
                  ' NOT AUTHORIZED FOR ' WS-TRN-ACTION
                  ' ON BRANCH ' WS-TRN-BRANCH-ID
             MOVE SPACES TO WS-LOG-MSG
             STRING
               'SECURITY EXCEPTION OPER=' DELIMITED BY SIZE
               WS-OPERATOR-ID       DELIMITED BY SIZE
               ' ACTION='           DELIMITED BY SIZE
               WS-TRN-ACTION        DELIMITED BY SIZE
               ' BRANCH='           DELIMITED BY SIZE
               WS-TRN-BRANCH-ID     DELIMITED BY SIZE
               INTO WS-LOG-MSG
             MOVE 'W' TO WS-LOG-SEV
             CALL 'CRUNLOG' USING
               WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           END-IF
           .
      ******************************************************************
      * Loads the CXAUTH authorization master; absent or empty, the
      * table stays empty and every operator passes.
      ******************************************************************
       LOAD-AUTH-TABLE.
           OPEN INPUT IE-AUTH-FILE

           PERFORM READ-AUTH-RECORD
           PERFORM LOAD-AUTH-RECORD
             UNTIL WS-AU-EOF-YES

           CLOSE IE-AUTH-FILE
           .
       READ-AUTH-RECORD.
           READ IE-AUTH-FILE
             AT END
               SET WS-AU-EOF-YES TO TRUE
           END-READ
           .
       LOAD-AUTH-RECORD.
           IF IE-AU-MASTER-IMPED AND WS-AU-CT < 50
             ADD 1 TO WS-AU-CT
             MOVE IE-AU-OPERATOR-ID TO WS-AU-OPER(WS-AU-CT)
             MOVE IE-AU-ACTIONS TO WS-AU-ACTIONS(WS-AU-CT)
             MOVE IE-AU-RANGE-FROM TO WS-AU-FROM(WS-AU-CT)
             MOVE IE-AU-RANGE-TO TO WS-AU-TO(WS-AU-CT)
           END-IF

           PERFORM READ-AUTH-RECORD
           .
       CHECK-AUTHORIZATION.
           IF WS-AU-CT = 0
             SET WS-AUTH-OK-YES TO TRUE
           ELSE
             MOVE 'N' TO WS-AUTH-OK-SW
             MOVE 1 TO WS-AU-I
             PERFORM MATCH-AUTH-ENTRY
               UNTIL WS-AUTH-OK-YES OR WS-AU-I > WS-AU-CT
           END-IF
           .
       MATCH-AUTH-ENTRY.
           MOVE 0 TO TALLY
           INSPECT WS-AU-ACTIONS(WS-AU-I)
             TALLYING TALLY FOR ALL WS-TRN-ACTION

           IF WS-AU-OPER(WS-AU-I) = WS-OPERATOR-ID
               AND TALLY > 0
               AND (WS-AU-FROM(WS-AU-I) = SPACES
                    OR WS-TRN-BRANCH-ID >= WS-AU-FROM(WS-AU-I))
               AND (WS-AU-TO(WS-AU-I) = SPACES
                    OR WS-TRN-BRANCH-ID <= WS-AU-TO(WS-AU-I))
             SET WS-AUTH-OK-YES TO TRUE
           ELSE
             ADD 1 TO WS-AU-I
           END-IF
           .
       NORMALIZE-MAINT-VALUE.
           MOVE 'N' TO WS-UNIT-BAD-SW
           MOVE WS-TRN-RE TO WS-NORM-RE
           MOVE WS-TRN-IM TO WS-NORM-IM

           EVALUATE TRUE
             WHEN WS-TRN-UNIT-OHM
               CONTINUE
             WHEN WS-TRN-UNIT-MILLIOHM
               COMPUTE WS-NORM-RE = WS-NORM-RE / 1000
               COMPUTE WS-NORM-IM = WS-NORM-IM / 1000
             WHEN WS-TRN-UNIT-KILOOHM
               COMPUTE WS-NORM-RE = WS-NORM-RE * 1000
               COMPUTE WS-NORM-IM = WS-NORM-IM * 1000
             WHEN OTHER
               SET WS-UNIT-BAD-YES TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      * Gathers and shows everything held on the branch in hand,
      * under a shared lock when one can be had.
      ******************************************************************
       LOOK-UP-BRANCH.
           MOVE 'S' TO WS-ENQ-MODE
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
             DISPLAY '*** CXIMPED IS HELD BY ' WS-ENQ-CONFLICT
                  ' - FIGURES MAY BE MID-CHANGE ***'
           END-IF

           PERFORM READ-MASTER-RECORD

           IF WS-LOCK-HELD
             PERFORM RELEASE-MASTER-LOCK
           END-IF

           PERFORM FIND-BRANCH-LIMIT
           PERFORM GATHER-BRANCH-HISTORY

           DISPLAY ' '
           DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
           PERFORM SHOW-MASTER-VALUE
           PERFORM SHOW-BRANCH-LIMIT
           PERFORM SHOW-LATEST-READING
           PERFORM SHOW-PENDING-ITEMS
           DISPLAY ' '
           .
       READ-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SW

           OPEN INPUT IE-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-TRN-BRANCH-ID TO IE-BRANCH-ID
           READ IE-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-ON-MASTER TO TRUE
               MOVE IE-IMPEDANCE-RECORD TO WS-CUR-IMPEDANCE-RECORD
           END-READ
           IF NOT WS-IO-NOTFOUND
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF

           CLOSE IE-MASTER-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * The branch's CIMPLIM entry; the last one on file wins, as in
      * CIMPDOSS.
      ******************************************************************
       FIND-BRANCH-LIMIT.
           MOVE 'N' TO WS-LIM-FOUND-SW
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT IE-LIMIT-FILE
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-LIMIT-RECORD
           PERFORM SCAN-LIMIT-RECORD
             UNTIL WS-EOF-YES

           CLOSE IE-LIMIT-FILE
           .
       READ-LIMIT-RECORD.
           READ IE-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-LIMIT-RECORD.
           IF IE-LIM-BRANCH-ID = WS-TRN-BRANCH-ID
             SET WS-LIM-FOUND TO TRUE
             MOVE IE-LIM-LIMIT-RECORD TO WS-LIM-LIMIT-RECORD
           END-IF
           PERFORM READ-LIMIT-RECORD
           .
      ******************************************************************
      * One pass of CIMPHIST for the branch: the latest reading, and
      * the count, sum and sum of squares of the reading moduli the
      * band check is built from.
      ******************************************************************
       GATHER-BRANCH-HISTORY.
           MOVE 'N' TO WS-HST-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-HS-N-V
           MOVE 0 TO WS-HS-SUM-V
           MOVE 0 TO WS-HS-SUMSQ-V

           OPEN INPUT IE-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-HISTORY-RECORD
           PERFORM SCAN-HISTORY-RECORD
             UNTIL WS-EOF-YES

           CLOSE IE-HISTORY-FILE
           .
       READ-HISTORY-RECORD.
           READ IE-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-HISTORY-RECORD.
           IF IE-HST-BRANCH-ID = WS-TRN-BRANCH-ID
             IF NOT WS-HST-FOUND
                 OR IE-HST-READING-DATE
                    NOT < WS-LAST-READING-DATE
               MOVE IE-HST-HISTORY-RECORD TO WS-LAST-HISTORY-RECORD
             END-IF
             SET WS-HST-FOUND TO TRUE

             MOVE IE-HST-COMPLEX TO WS-HSWORK-COMPLEX
             CALL 'CMOD' USING WS-HSWORK-COMPLEX, WS-HSMAG-V
             ADD 1 TO WS-HS-N-V
             COMPUTE WS-HS-SUM-V = WS-HS-SUM-V + WS-HSMAG-V
             COMPUTE WS-HS-SUMSQ-V =
               WS-HS-SUMSQ-V + (WS-HSMAG-V * WS-HSMAG-V)
           END-IF
           PERFORM READ-HISTORY-RECORD
           .
       SHOW-MASTER-VALUE.
           IF WS-ON-MASTER
             MOVE WS-CUR-COMPLEX TO WS-RAW-COMPLEX
             PERFORM FORMAT-RAW-VALUE
             DISPLAY '  MASTER   CIRCUIT=' WS-CUR-CIRCUIT-ID
             DISPLAY '           RE=' WS-CUR-RE ' IM=' WS-CUR-IM
             DISPLAY '           MOD=' WS-ENG-TEXT
                  ' ARG(DEG)=' WS-NUM-DISP
           ELSE
             DISPLAY '  MASTER   NOT ON MASTER'
           END-IF
           .
      ******************************************************************
      * Modulus through CENGFMT and argument in degrees of the value
      * in WS-RAW-COMPLEX.
      ******************************************************************
       FORMAT-RAW-VALUE.
           CALL 'CMOD' USING WS-RAW-COMPLEX, WS-MAG-V
           CALL 'CARG' USING WS-RAW-COMPLEX, WS-ARG-V
           MOVE WS-MAG-V TO WS-ENG-V
           CALL 'CENGFMT' USING
             WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           COMPUTE WS-DEG-V = WS-ARG-V * 180
           COMPUTE WS-DEG-V = WS-DEG-V / FUNCTION PI
           MOVE WS-DEG-V TO WS-NUM-DISP
           .
       SHOW-BRANCH-LIMIT.
           IF WS-LIM-FOUND
             DISPLAY '  LIMIT    NOMINAL RE=' WS-LIM-NOMINAL-RE
                  ' IM=' WS-LIM-NOMINAL-IM
             IF WS-ON-MASTER
               MOVE WS-CUR-COMPLEX TO WS-RAW-COMPLEX
               PERFORM MEASURE-DEVIATION
               MOVE WS-DEV-V TO WS-NUM-DISP
               IF WS-DEV-V > WS-LIM-TOLERANCE
                 DISPLAY '           TOLERANCE=' WS-LIM-TOLERANCE
                      ' DEVIATION=' WS-NUM-DISP ' OUTSIDE'
               ELSE
                 DISPLAY '           TOLERANCE=' WS-LIM-TOLERANCE
                      ' DEVIATION=' WS-NUM-DISP ' WITHIN'
               END-IF
             ELSE
               DISPLAY '           TOLERANCE=' WS-LIM-TOLERANCE
             END-IF
           ELSE
             DISPLAY '  LIMIT    NONE ON FILE'
           END-IF
           .
      ******************************************************************
      * The modulus of WS-RAW-COMPLEX's difference from the limit's
      * nominal value, the CIMPSLIM tolerance measure.
      ******************************************************************
       MEASURE-DEVIATION.
           MOVE WS-LIM-NOMINAL-RE TO WS-DIFF-RE
           MOVE WS-LIM-NOMINAL-IM TO WS-DIFF-IM
           CALL 'CMSUB' USING WS-RAW-COMPLEX, WS-DIFF-COMPLEX
           CALL 'CMOD' USING WS-RAW-COMPLEX, WS-DEV-V
           .
       SHOW-LATEST-READING.
           IF WS-HST-FOUND
             MOVE WS-HS-N-V TO WS-HS-COUNT
             DISPLAY '  LATEST   READING DATE=' WS-LAST-READING-DATE
                  ' READINGS ON FILE=' WS-HS-COUNT
             DISPLAY '           RE=' WS-LAST-RE ' IM=' WS-LAST-IM
             IF WS-LAST-READING-TEMP = SPACES
               DISPLAY '           TEMPERATURE NOT RECORDED'
             ELSE
               DISPLAY '           TEMPERATURE=' WS-LAST-READING-TEMP
             END-IF
           ELSE
             DISPLAY '  LATEST   NO READINGS ON FILE'
           END-IF
           .
      ******************************************************************
      * Lists the items already on CIMPPEND for the branch, so an
      * operator does not key a second copy of a change still
      * waiting for its approval.
      ******************************************************************
       SHOW-PENDING-ITEMS.
           MOVE 0 TO WS-PEND-SHOWN-CT
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT IE-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PENDING-RECORD
           PERFORM SHOW-PENDING-RECORD
             UNTIL WS-EOF-YES

           CLOSE IE-PEND-FILE

           IF WS-PEND-SHOWN-CT = 0
             DISPLAY '  PENDING  NONE'
           END-IF
           .
       READ-PENDING-RECORD.
           READ IE-PEND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SHOW-PENDING-RECORD.
           MOVE IE-PND-TRAN-IMAGE TO WS-PTR-MAINT-RECORD
           IF WS-PTR-BRANCH-ID = WS-TRN-BRANCH-ID
             ADD 1 TO WS-PEND-SHOWN-CT
             DISPLAY '  PENDING  NO ' IE-PND-PEND-NO
                  ' ' WS-PTR-ACTION
                  ' BY ' IE-PND-MAKER-ID
                  ' SUBMITTED ' IE-PND-SUBMIT-DATE
           END-IF
           PERFORM READ-PENDING-RECORD
           .
      ******************************************************************
      * Shows where the keyed value, normalized to ohms, stands
      * against the branch's CIMPLIM limit - advice to the operator,
      * not a refusal, since the limit may itself be what is wrong.
      ******************************************************************
       SHOW-AGAINST-LIMIT.
           IF WS-LIM-FOUND
             MOVE WS-NORM-COMPLEX TO WS-RAW-COMPLEX
             PERFORM MEASURE-DEVIATION
             MOVE WS-DEV-V TO WS-NUM-DISP
             IF WS-DEV-V > WS-LIM-TOLERANCE
               DISPLAY 'NOTE - NEW VALUE IS OUTSIDE THE LIMIT,'
                    ' DEVIATION=' WS-NUM-DISP
             ELSE
               DISPLAY 'NEW VALUE IS WITHIN THE LIMIT,'
                    ' DEVIATION=' WS-NUM-DISP
             END-IF
           END-IF
           .
      ******************************************************************
      * The history-band rule CIMPMNT and CIMPUPD apply: with three
      * or more readings on file, a normalized value whose modulus
      * is further from the mean than OUTLIER-MULT times the spread
      * (floored at one percent of the mean) is an outlier.  The
      * batch path holds it for a confirmed resubmission; here the
      * operator is shown the band and confirms with 'C' at once, or
      * the change is dropped.
      ******************************************************************
       CHECK-HISTORY-BAND.
           MOVE 'N' TO WS-HOLD-SW

           IF WS-HS-N-V >= 3
             COMPUTE WS-MEAN-V = WS-HS-SUM-V / WS-HS-N-V
             COMPUTE WS-SPREAD-V = FUNCTION SQRT(
               (WS-HS-SUMSQ-V / WS-HS-N-V)
               - (WS-MEAN-V * WS-MEAN-V))
             COMPUTE WS-FLOOR-V = WS-MEAN-V / 100
             IF WS-SPREAD-V < WS-FLOOR-V
               MOVE WS-FLOOR-V TO WS-SPREAD-V
             END-IF

             MOVE WS-NORM-COMPLEX TO WS-HSWORK-COMPLEX
             CALL 'CMOD' USING WS-HSWORK-COMPLEX, WS-HSMAG-V
             COMPUTE WS-DEVIATION-V = WS-HSMAG-V - WS-MEAN-V
             IF WS-DEVIATION-V < 0
               COMPUTE WS-DEVIATION-V = 0 - WS-DEVIATION-V
             END-IF

             COMPUTE WS-BAND-V = WS-OUTLIER-MULT * WS-SPREAD-V
             IF WS-DEVIATION-V > WS-BAND-V
               SET WS-HOLD-YES TO TRUE
             END-IF
           END-IF

           IF WS-HOLD-YES
             MOVE WS-MEAN-V TO WS-NUM-DISP
             MOVE WS-BAND-V TO WS-NUM-DISP-2
             DISPLAY 'NEW VALUE IS OUTSIDE THE HISTORY BAND'
             DISPLAY '  HISTORY MEAN MOD=' WS-NUM-DISP
                  ' BAND=+/-' WS-NUM-DISP-2
             MOVE WS-HSMAG-V TO WS-NUM-DISP
             DISPLAY '  NEW MOD=' WS-NUM-DISP
             DISPLAY 'ENTER C TO CONFIRM THE VALUE, ANYTHING ELSE'
                  ' TO DROP IT: ' WITH NO ADVANCING
             ACCEPT WS-CONFIRM-ANSWER
             IF WS-CONFIRM-GIVEN
               MOVE 'C' TO WS-TRN-CONFIRM-SW
             ELSE
               SET WS-ENTRY-BAD-YES TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
      * Last word from the operator, then the change is queued.
      ******************************************************************
       CONFIRM-AND-QUEUE.
           DISPLAY 'QUEUE THIS ' WS-TRN-ACTION ' OF BRANCH '
                WS-TRN-BRANCH-ID ' FOR APPROVAL (Y/N): '
                WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE TRUE
             WHEN WS-ANSWER-YES
               PERFORM QUEUE-PENDING-CHANGE
             WHEN WS-ANSWER-NO
               SET WS-ENTRY-BAD-YES TO TRUE
             WHEN OTHER
               DISPLAY 'ANSWER Y OR N, TRY AGAIN'
               PERFORM CONFIRM-AND-QUEUE
           END-EVALUATE
           .
      ******************************************************************
      * Takes the master exclusively, re-checks the key in case a
      * batch run moved it while the operator was typing, numbers
      * the item past the highest pending number on file and
      * appends it to CIMPPEND under the operator as maker - unless
      * CIMPPEND already holds the most items it may, when the
      * operator is told to key it again after the next CIMPMNT.
      ******************************************************************
       QUEUE-PENDING-CHANGE.
           MOVE 'X' TO WS-ENQ-MODE
           PERFORM ACQUIRE-MASTER-LOCK

           IF NOT WS-LOCK-HELD
             DISPLAY 'CXIMPED IS HELD BY ' WS-ENQ-CONFLICT
                  ' - CHANGE NOT QUEUED, TRY AGAIN LATER'
             SET WS-ENTRY-BAD-YES TO TRUE
           ELSE
             PERFORM READ-MASTER-RECORD
             EVALUATE TRUE
               WHEN WS-TRN-ACTION-ADD AND WS-ON-MASTER
                 DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
                      ' WAS ADDED MEANWHILE - CHANGE NOT QUEUED'
                 SET WS-ENTRY-BAD-YES TO TRUE
               WHEN NOT WS-TRN-ACTION-ADD AND NOT WS-ON-MASTER
                 DISPLAY 'BRANCH ' WS-TRN-BRANCH-ID
                      ' WAS DELETED MEANWHILE - CHANGE NOT QUEUED'
                 SET WS-ENTRY-BAD-YES TO TRUE
               WHEN OTHER
                 PERFORM FIND-NEXT-PEND-NO
                 IF WS-PEND-OPEN-CT NOT < WS-PEND-MAX
                   DISPLAY 'CIMPPEND HOLDS ' WS-PEND-OPEN-CT
                        ' ITEMS ALREADY - CHANGE NOT QUEUED,'
                        ' KEY IT AFTER THE NEXT CIMPMNT'
                   SET WS-ENTRY-BAD-YES TO TRUE
                 ELSE
                   PERFORM WRITE-PENDING-RECORD
                 END-IF
             END-EVALUATE
             PERFORM RELEASE-MASTER-LOCK
           END-IF
           .
       FIND-NEXT-PEND-NO.
           MOVE 1 TO WS-NEXT-PEND-NO
           MOVE 0 TO WS-PEND-OPEN-CT
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT IE-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PENDING-RECORD
           PERFORM SCAN-PENDING-RECORD
             UNTIL WS-EOF-YES

           CLOSE IE-PEND-FILE
           .
       SCAN-PENDING-RECORD.
           IF IE-PND-PEND-NO NOT < WS-NEXT-PEND-NO
             COMPUTE WS-NEXT-PEND-NO = IE-PND-PEND-NO + 1
           END-IF
           ADD 1 TO WS-PEND-OPEN-CT
           PERFORM READ-PENDING-RECORD
           .
       WRITE-PENDING-RECORD.
           OPEN EXTEND IE-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO IE-PND-PENDING-RECORD
           MOVE WS-NEXT-PEND-NO TO IE-PND-PEND-NO
           MOVE WS-RUN-DATE TO IE-PND-SUBMIT-DATE
           MOVE 'CIMPENTR' TO IE-PND-SOURCE-PGM
           MOVE WS-OPERATOR-ID TO IE-PND-MAKER-ID
           MOVE WS-TRN-MAINT-RECORD TO IE-PND-TRAN-IMAGE

           WRITE IE-PND-PENDING-RECORD
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE IE-PEND-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-CTL-QUEUED-CT
           DISPLAY 'QUEUED AS PENDING NO ' WS-NEXT-PEND-NO
                ' - AWAITS SECOND APPROVAL'

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'PENDING '          DELIMITED BY SIZE
             WS-NEXT-PEND-NO     DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             WS-TRN-ACTION       DELIMITED BY SIZE
             ' TO BRANCH '       DELIMITED BY SIZE
             WS-TRN-BRANCH-ID    DELIMITED BY SIZE
             ' BY '              DELIMITED BY SIZE
             WS-OPERATOR-ID      DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           .
      ******************************************************************
      * Registers this program against CXIMPED in WS-ENQ-MODE.  A
      * refusal is not fatal at a terminal: WS-LOCK-HELD stays off
      * and the caller decides what the operation may still do.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SW
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             MOVE 'W' TO WS-LOG-SEV
             MOVE SPACES TO WS-LOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - MODE '          DELIMITED BY SIZE
               WS-ENQ-MODE         DELIMITED BY SIZE
               ' REFUSED'          DELIMITED BY SIZE
               INTO WS-LOG-MSG
             CALL 'CRUNLOG' USING
               WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           ELSE
             SET WS-LOCK-HELD TO TRUE
           END-IF
           .
       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS
           MOVE 'N' TO WS-LOCK-HELD-SW
           .
      ******************************************************************
      * Common I-O status check, the same in every program: an
      * operation whose two-byte status is not a clean one writes a
      * line naming the file, the operation, and the status to the
      * job log, then ends the run with the environment-error return
      * code.  A lock held at the time is given back first.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CIMPENTR - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             IF WS-LOCK-HELD
               PERFORM RELEASE-MASTER-LOCK
             END-IF
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
