           SELECT OPTIONAL CM-AUTH-FILE ASSIGN TO "CXAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-APPROVAL-FILE ASSIGN TO "CIMPAPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-CALENDAR-FILE ASSIGN TO "CXCALEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CM-EXCEPT-FILE ASSIGN TO "CIMPEXCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CM-MASTER-FILE
       FD  CM-AUTH-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXAUTH REPLACING ==(PRFX)== BY ==CM-AU-==.
       FD  CM-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==CM-PND-==.
       FD  CM-APPROVAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXIMPAPV REPLACING ==(PRFX)== BY ==CM-APV-==.
       FD  CM-CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXCALEN REPLACING ==(PRFX)== BY ==CM-CAL-==.
       FD  CM-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CM-EXCEPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NORM-==.
       01 WS-AUTH-OK-SW PIC X(01) VALUE 'N'.
         88 WS-AUTH-OK-YES VALUE 'Y'.
       01 WS-CTL-SECURITY-CT PIC 9(06) VALUE 0.
      * the operator the authorization check is asked about: the
      * maker for an incoming transaction, the checker for an
      * approval.
       01 WS-AUTH-OPER PIC X(08) VALUE SPACES.
      ******************************************************************
      * dual approval: the pending changes off CIMPPEND, each with
      * what this run decided about it.  Only items still open are
      * written back; this run's own transactions join the table as
      * new open items, so no change is approved in the run that
      * keyed it.  WS-PD-OPEN-CT is how many are open now, held to
      * the shared CIMPPEND limit; the table is twice that deep so
      * a full file's settled items and the run's new ones both fit.
      ******************************************************************
       COPY CXPNDMAX REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-PD-MAX PIC 9(04) VALUE 1000.
       01 WS-PD-OPEN-CT PIC 9(04) VALUE 0.
       01 WS-PD-TABLE.
         05 WS-PD-CT PIC 9(04) VALUE 0.
         05 WS-PD-ENTRY OCCURS 1000 TIMES.
           10 WS-PD-RECORD PIC X(100).
           10 WS-PD-STATE PIC X(01).
             88 WS-PD-OPEN      VALUE 'P'.
             88 WS-PD-APPLIED   VALUE 'A'.
             88 WS-PD-WITHDRAWN VALUE 'W'.
             88 WS-PD-EXPIRED   VALUE 'X'.
             88 WS-PD-FAILED    VALUE 'F'.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==WS-PND-==.
       01 WS-PD-I PIC 9(04) VALUE 0.
       01 WS-PD-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-PD-FOUND-YES VALUE 'Y'.
       01 WS-PD-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-PD-EOF-YES VALUE 'Y'.
       01 WS-APV-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-APV-EOF-YES VALUE 'Y'.
       01 WS-NEXT-PEND-NO PIC 9(08) VALUE 1.
       01 WS-APV-REASON PIC X(36) VALUE SPACES.
      * carried onto the journal entry of an approved change.
       01 WS-CHECKER-ID PIC X(08) VALUE SPACES.
       01 WS-APPLY-PROVENANCE PIC X(01) VALUE SPACE.
      ******************************************************************
      * the business days since the oldest open item was keyed, off
      * the CXCALEN calendar master, or Monday to Friday when the
      * calendar is not supplied; an item older than WS-EXPIRE-DAYS
      * of them (PEND-EXPIRE-DAYS on CXPARM) expires.
      ******************************************************************
       01 WS-BD-TABLE.
         05 WS-BD-CT PIC 9(04) VALUE 0.
         05 WS-BD-DATE PIC 9(08) OCCURS 1000 TIMES.
       01 WS-BD-I PIC 9(04) VALUE 0.
       01 WS-EARLIEST-DATE PIC 9(08) VALUE 0.
       01 WS-DAY-INT PIC 9(08) VALUE 0.
       01 WS-END-INT PIC 9(08) VALUE 0.
       01 WS-WEEK-NO PIC 9(08) VALUE 0.
       01 WS-WEEKDAY PIC 9(01) VALUE 0.
       01 WS-CAL-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-CAL-EOF-YES VALUE 'Y'.
       01 WS-EXPIRE-DAYS PIC 9(04) VALUE 5.
       01 WS-ELAPSED PIC 9(04) VALUE 0.
       01 WS-CTL-QUEUED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-APPROVED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-WITHDRAWN-CT PIC 9(06) VALUE 0.
       01 WS-CTL-EXPIRED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REFUSED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CARRIED-CT PIC 9(06) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-KEYFAIL-SW PIC X(01) VALUE 'N'.
      * corrected and pruned entirely under job control.  Every
      * action is counted in the control totals and reported line by
      * line, and any rejected transaction rolls into RETURN-CODE 8.
      * No single person may change a production value, so a
      * transaction that passes its checks is not applied in the run
      * that keys it: it joins the CIMPPEND pending-change file under
      * the maker's operator id and a pending number, alongside the
      * corrections CIMPUPD parks there.  A later run applies it when
      * a CIMPAPRV decision from a different authorized operator
      * approves it, with the checker on the journal entry; an item
      * unapproved after PEND-EXPIRE-DAYS business days (CXPARM,
      * default 5) expires to the CIMPEXCR exceptions report, as do
      * refused decisions.
      ******************************************************************
           PERFORM ACQUIRE-MASTER-LOCK

           MOVE 'CIMPMNTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CM-EXCEPT-FILE
           MOVE 'CIMPEXCR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'IMPEDANCE MASTER DUAL-APPROVAL EXCEPTIONS  RUN DATE '
                               DELIMITED BY SIZE
             WS-RUN-DATE       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-EXCEPTION-LINE

           OPEN INPUT CM-JOURNAL-FILE
           MOVE 'CIMPJRNL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM LOAD-HISTORY-STATS

           OPEN INPUT CM-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP

           PERFORM LOAD-AUTH-TABLE

           MOVE 'OUTLIER-MULT' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
             MOVE WS-TUNE-VALUE TO WS-OUTLIER-MULT
           END-IF

           MOVE 'PEND-EXPIRE-DAYS' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-EXPIRE-DAYS
           END-IF

           PERFORM LOAD-PENDING-TABLE
           PERFORM BUILD-BUSINESS-DAYS
           PERFORM EXPIRE-PENDING-ITEMS
           PERFORM APPLY-APPROVALS

           MOVE SPACES TO WS-CHECKER-ID
           MOVE SPACE TO WS-APPLY-PROVENANCE

           PERFORM READ-MAINT-RECORD

           PERFORM APPLY-MAINT-RECORD UNTIL WS-EOF-YES
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM REWRITE-PENDING-FILE

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE CM-MASTER-FILE
           CLOSE CM-MAINT-FILE
           CLOSE CM-REPORT-FILE
           CLOSE CM-EXCEPT-FILE
           CLOSE CM-JOURNAL-FILE
           CLOSE CM-HISTORY-FILE

           PERFORM RELEASE-MASTER-LOCK

           IF WS-CTL-HELD-CT > 0 OR WS-CTL-EXPIRED-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

             MOVE 'N' TO WS-HOLD-SW
           END-IF

           MOVE CM-TRN-OPERATOR-ID TO WS-AUTH-OPER
           PERFORM CHECK-AUTHORIZATION

           EVALUATE TRUE
               PERFORM DIVERT-TO-HOLD

             WHEN CM-TRN-ACTION-ADD
                  OR CM-TRN-ACTION-CHANGE
                  OR CM-TRN-ACTION-DELETE
               PERFORM QUEUE-PENDING-CHANGE

             WHEN OTHER
               ADD 1 TO WS-CTL-REJECT-CT
           PERFORM READ-MAINT-RECORD
           .
      ******************************************************************
      * Parks a transaction that passed its checks on the pending-
      * change table for a second operator's approval.  The master
      * is looked at now so the maker hears at once about an ADD of
      * a branch already on file or a CHANGE or DELETE of one that
      * is not; the apply checks again when the approval comes in.
      ******************************************************************
       QUEUE-PENDING-CHANGE.
           MOVE CM-TRN-BRANCH-ID TO CM-BRANCH-ID

           READ CM-MASTER-FILE
             INVALID KEY
               SET WS-KEYFAIL-YES TO TRUE
           END-READ

           EVALUATE TRUE
             WHEN CM-TRN-ACTION-ADD AND NOT WS-KEYFAIL-YES
               ADD 1 TO WS-CTL-REJECT-CT
               PERFORM WRITE-DUPLICATE-LINE

             WHEN NOT CM-TRN-ACTION-ADD AND WS-KEYFAIL-YES
               ADD 1 TO WS-CTL-REJECT-CT
               PERFORM WRITE-NOTFOUND-LINE

             WHEN WS-PD-OPEN-CT NOT < WS-PEND-MAX
                  OR WS-PD-CT NOT < WS-PD-MAX
               ADD 1 TO WS-CTL-REJECT-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'REJECTED '       DELIMITED BY SIZE
                 CM-TRN-ACTION     DELIMITED BY SIZE
                 ' - PENDING-CHANGE FILE FULL: ' DELIMITED BY SIZE
                 CM-TRN-BRANCH-ID  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN OTHER
               MOVE SPACES TO WS-PND-PENDING-RECORD
               MOVE WS-NEXT-PEND-NO TO WS-PND-PEND-NO
               ADD 1 TO WS-NEXT-PEND-NO
               MOVE WS-RUN-DATE TO WS-PND-SUBMIT-DATE
               MOVE 'CIMPMNT' TO WS-PND-SOURCE-PGM
               MOVE CM-TRN-OPERATOR-ID TO WS-PND-MAKER-ID
               MOVE SPACE TO WS-PND-PROVENANCE
               MOVE CM-TRN-MAINT-RECORD TO WS-PND-TRAN-IMAGE
               ADD 1 TO WS-PD-CT
               MOVE WS-PND-PENDING-RECORD TO WS-PD-RECORD(WS-PD-CT)
               SET WS-PD-OPEN(WS-PD-CT) TO TRUE
               ADD 1 TO WS-PD-OPEN-CT
               ADD 1 TO WS-CTL-QUEUED-CT

               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'PENDING '        DELIMITED BY SIZE
                 WS-PND-PEND-NO    DELIMITED BY SIZE
                 ' '               DELIMITED BY SIZE
                 CM-TRN-ACTION     DELIMITED BY SIZE
                 ' TO BRANCH '     DELIMITED BY SIZE
                 CM-TRN-BRANCH-ID  DELIMITED BY SIZE
                 ' BY '            DELIMITED BY SIZE
                 CM-TRN-OPERATOR-ID DELIMITED BY SIZE
                 ' - AWAITS SECOND APPROVAL' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           .
      ******************************************************************
      * Writes a new branch onto the master; a branch id already on
      * file is rejected rather than overwritten, so a mistyped ADD
      * cannot destroy an existing reading.
           MOVE CM-TRN-BRANCH-ID TO CM-JRN-BRANCH-ID
           MOVE CM-TRN-OPERATOR-ID TO CM-JRN-OPERATOR-ID
           MOVE 0 TO CM-JRN-RUN-NO
           MOVE WS-APPLY-PROVENANCE TO CM-JRN-PROVENANCE
           MOVE WS-CHECKER-ID TO CM-JRN-CHECKER-ID
           MOVE SPACES TO CM-JRN-CIRCUIT-ID
           MOVE 'N' TO CM-JRN-BEFORE-PRESENT
           MOVE 0 TO CM-JRN-BEFORE-RE
             CM-TRN-BRANCH-ID  DELIMITED BY SIZE
             ' UNIT='          DELIMITED BY SIZE
             CM-TRN-UNIT-CODE  DELIMITED BY SIZE
             ' MAKER '         DELIMITED BY SIZE
             CM-TRN-OPERATOR-ID DELIMITED BY SIZE
             ' CHECKER '       DELIMITED BY SIZE
             WS-CHECKER-ID     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
           PERFORM READ-AUTH-RECORD
           .
      ******************************************************************
      * Authorizes WS-AUTH-OPER for the transaction in hand: with
      * the table loaded, the operator must hold an entry carrying
      * the action letter whose range (blank bounds open-ended)
      * covers the branch id.
      ******************************************************************
       CHECK-AUTHORIZATION.
           IF WS-AU-CT = 0
           INSPECT WS-AU-ACTIONS(WS-AU-I)
             TALLYING TALLY FOR ALL CM-TRN-ACTION

           IF WS-AU-OPER(WS-AU-I) = WS-AUTH-OPER
               AND TALLY > 0
               AND (WS-AU-FROM(WS-AU-I) = SPACES
                    OR CM-TRN-BRANCH-ID >= WS-AU-FROM(WS-AU-I))
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Loads the CIMPPEND pending-change file - the items still
      * waiting for a second signature from earlier runs, keyed ones
      * and CIMPUPD's corrections alike - and sets the next pending
      * number past the highest one on file.  Absent, there is
      * nothing pending.  Every queuing program refuses at the
      * shared limit, so the file fits; one over it still loads, and
      * this run's approvals and expiries settle it before any new
      * item is queued.  Only a file too big for the table at all
      * stops the run.
      ******************************************************************
       LOAD-PENDING-TABLE.
           OPEN INPUT CM-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PENDING-RECORD
           PERFORM LOAD-PENDING-RECORD
             UNTIL WS-PD-EOF-YES

           CLOSE CM-PEND-FILE
           .
       READ-PENDING-RECORD.
           READ CM-PEND-FILE
             AT END
               SET WS-PD-EOF-YES TO TRUE
           END-READ
           .
       LOAD-PENDING-RECORD.
           IF WS-PD-CT NOT < WS-PD-MAX
             DISPLAY 'CIMPMNT - CIMPPEND HOLDS MORE THAN ' WS-PD-MAX
                  ' ITEMS - RUN STOPPED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           ADD 1 TO WS-PD-CT
           MOVE CM-PND-PENDING-RECORD TO WS-PD-RECORD(WS-PD-CT)
           SET WS-PD-OPEN(WS-PD-CT) TO TRUE
           ADD 1 TO WS-PD-OPEN-CT

           IF CM-PND-PEND-NO NOT < WS-NEXT-PEND-NO
             COMPUTE WS-NEXT-PEND-NO = CM-PND-PEND-NO + 1
           END-IF

           PERFORM READ-PENDING-RECORD
           .
      ******************************************************************
      * Lists the business days after the oldest pending item's
      * submission up to today: the CXCALEN days marked business
      * when the calendar is supplied, otherwise every Monday to
      * Friday.  An item's age is how many of them follow its own
      * submission date.
      ******************************************************************
       BUILD-BUSINESS-DAYS.
           MOVE WS-RUN-DATE TO WS-EARLIEST-DATE
           MOVE 1 TO WS-PD-I
           PERFORM FIND-EARLIEST-PENDING
             UNTIL WS-PD-I > WS-PD-CT

           MOVE 0 TO WS-BD-CT
           IF WS-EARLIEST-DATE < WS-RUN-DATE
             OPEN INPUT CM-CALENDAR-FILE
             MOVE 'CXCALEN' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             IF WS-IO-STATUS = '05'
               COMPUTE WS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-EARLIEST-DATE) + 1
               COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM ADD-WEEKDAY
                 UNTIL WS-DAY-INT > WS-END-INT
             ELSE
               PERFORM READ-CALENDAR-RECORD
               PERFORM ADD-CALENDAR-DAY
                 UNTIL WS-CAL-EOF-YES
             END-IF

             CLOSE CM-CALENDAR-FILE
           END-IF
           .
       FIND-EARLIEST-PENDING.
           MOVE WS-PD-RECORD(WS-PD-I) TO WS-PND-PENDING-RECORD
           IF WS-PND-SUBMIT-DATE < WS-EARLIEST-DATE
             MOVE WS-PND-SUBMIT-DATE TO WS-EARLIEST-DATE
           END-IF
           ADD 1 TO WS-PD-I
           .
      * day 1 of the integer calendar, 1601-01-01, was a Monday, so
      * the remainder by 7 runs 1 to 5 Monday to Friday
       ADD-WEEKDAY.
           DIVIDE WS-DAY-INT BY 7
             GIVING WS-WEEK-NO REMAINDER WS-WEEKDAY

           IF WS-WEEKDAY > 0 AND WS-WEEKDAY < 6 AND WS-BD-CT < 1000
             ADD 1 TO WS-BD-CT
             COMPUTE WS-BD-DATE(WS-BD-CT) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF

           ADD 1 TO WS-DAY-INT
           .
       READ-CALENDAR-RECORD.
           READ CM-CALENDAR-FILE
             AT END
               SET WS-CAL-EOF-YES TO TRUE
           END-READ
           .
       ADD-CALENDAR-DAY.
           IF CM-CAL-DAY-BUSINESS
               AND CM-CAL-CAL-DATE > WS-EARLIEST-DATE
               AND CM-CAL-CAL-DATE NOT > WS-RUN-DATE
               AND WS-BD-CT < 1000
             ADD 1 TO WS-BD-CT
             MOVE CM-CAL-CAL-DATE TO WS-BD-DATE(WS-BD-CT)
           END-IF

           PERFORM READ-CALENDAR-RECORD
           .
      ******************************************************************
      * Expires every pending item more than WS-EXPIRE-DAYS business
      * days old: it leaves the pending file unapplied and is listed
      * on the exceptions report for its maker to key again.
      ******************************************************************
       EXPIRE-PENDING-ITEMS.
           MOVE 1 TO WS-PD-I
           PERFORM AGE-PENDING-ITEM
             UNTIL WS-PD-I > WS-PD-CT
           .
       AGE-PENDING-ITEM.
           MOVE WS-PD-RECORD(WS-PD-I) TO WS-PND-PENDING-RECORD

           MOVE 0 TO WS-ELAPSED
           MOVE 1 TO WS-BD-I
           PERFORM COUNT-ELAPSED-DAY
             UNTIL WS-BD-I > WS-BD-CT

           IF WS-ELAPSED > WS-EXPIRE-DAYS
             SET WS-PD-EXPIRED(WS-PD-I) TO TRUE
             SUBTRACT 1 FROM WS-PD-OPEN-CT
             ADD 1 TO WS-CTL-EXPIRED-CT
             MOVE WS-PND-TRAN-IMAGE TO CM-TRN-MAINT-RECORD
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'EXPIRED  '        DELIMITED BY SIZE
               WS-PND-PEND-NO     DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               CM-TRN-ACTION      DELIMITED BY SIZE
               ' BRANCH '         DELIMITED BY SIZE
               CM-TRN-BRANCH-ID   DELIMITED BY SIZE
               ' MAKER '          DELIMITED BY SIZE
               WS-PND-MAKER-ID    DELIMITED BY SIZE
               ' SUBMITTED '      DELIMITED BY SIZE
               WS-PND-SUBMIT-DATE DELIMITED BY SIZE
               ' - NOT APPROVED'  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF

           ADD 1 TO WS-PD-I
           .
       COUNT-ELAPSED-DAY.
           IF WS-BD-DATE(WS-BD-I) > WS-PND-SUBMIT-DATE
             ADD 1 TO WS-ELAPSED
           END-IF
           ADD 1 TO WS-BD-I
           .
      ******************************************************************
      * Takes the checkers' decisions off CIMPAPRV.  A decision is
      * refused to the exceptions report - the item staying pending
      * where it still can - when its pending number is unknown or
      * already settled, its code is neither A nor R, or its checker
      * is blank, is the maker, or lacks CXAUTH authority for the
      * change's action over its branch.  R withdraws the item;
      * A applies it to the master with the checker on the journal.
      ******************************************************************
       APPLY-APPROVALS.
           OPEN INPUT CM-APPROVAL-FILE
           MOVE 'CIMPAPRV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-APPROVAL-RECORD
           PERFORM TAKE-APPROVAL
             UNTIL WS-APV-EOF-YES

           CLOSE CM-APPROVAL-FILE
           .
       READ-APPROVAL-RECORD.
           READ CM-APPROVAL-FILE
             AT END
               SET WS-APV-EOF-YES TO TRUE
           END-READ
           .
       TAKE-APPROVAL.
           MOVE SPACES TO WS-APV-REASON
           MOVE 'N' TO WS-PD-FOUND-SW
           MOVE 1 TO WS-PD-I
           PERFORM MATCH-PENDING-ENTRY
             UNTIL WS-PD-FOUND-YES OR WS-PD-I > WS-PD-CT

           IF WS-PD-FOUND-YES
             MOVE WS-PND-TRAN-IMAGE TO CM-TRN-MAINT-RECORD
             MOVE CM-APV-CHECKER-ID TO WS-AUTH-OPER
             PERFORM CHECK-AUTHORIZATION
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-PD-FOUND-YES
               MOVE 'NO SUCH PENDING ITEM' TO WS-APV-REASON
             WHEN WS-PD-EXPIRED(WS-PD-I)
               MOVE 'ITEM HAS EXPIRED' TO WS-APV-REASON
             WHEN NOT WS-PD-OPEN(WS-PD-I)
               MOVE 'ITEM ALREADY DECIDED' TO WS-APV-REASON
             WHEN NOT CM-APV-DECISION-APPROVE
                  AND NOT CM-APV-DECISION-REJECT
               MOVE 'DECISION CODE NOT A OR R' TO WS-APV-REASON
             WHEN CM-APV-CHECKER-ID = SPACES
               MOVE 'NO CHECKER ID' TO WS-APV-REASON
             WHEN CM-APV-CHECKER-ID = WS-PND-MAKER-ID
               ADD 1 TO WS-CTL-SECURITY-CT
               MOVE 'CHECKER IS THE MAKER' TO WS-APV-REASON
             WHEN NOT WS-AUTH-OK-YES
               ADD 1 TO WS-CTL-SECURITY-CT
               MOVE 'CHECKER NOT AUTHORIZED' TO WS-APV-REASON
           END-EVALUATE

           EVALUATE TRUE
             WHEN WS-APV-REASON NOT = SPACES
               ADD 1 TO WS-CTL-REFUSED-CT
               ADD 1 TO WS-CTL-REJECT-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'REFUSED  '        DELIMITED BY SIZE
                 CM-APV-PEND-NO     DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 CM-APV-DECISION    DELIMITED BY SIZE
                 ' BY '             DELIMITED BY SIZE
                 CM-APV-CHECKER-ID  DELIMITED BY SIZE
                 ' - '              DELIMITED BY SIZE
                 WS-APV-REASON      DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-EXCEPTION-LINE

             WHEN CM-APV-DECISION-REJECT
               SET WS-PD-WITHDRAWN(WS-PD-I) TO TRUE
               SUBTRACT 1 FROM WS-PD-OPEN-CT
               ADD 1 TO WS-CTL-WITHDRAWN-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'WITHDRAWN '       DELIMITED BY SIZE
                 WS-PND-PEND-NO     DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 CM-TRN-ACTION      DELIMITED BY SIZE
                 ' TO BRANCH '      DELIMITED BY SIZE
                 CM-TRN-BRANCH-ID   DELIMITED BY SIZE
                 ' MAKER '          DELIMITED BY SIZE
                 WS-PND-MAKER-ID    DELIMITED BY SIZE
                 ' CHECKER '        DELIMITED BY SIZE
                 CM-APV-CHECKER-ID  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN OTHER
               PERFORM APPLY-APPROVED-CHANGE
           END-EVALUATE

           PERFORM READ-APPROVAL-RECORD
           .
       MATCH-PENDING-ENTRY.
           MOVE WS-PD-RECORD(WS-PD-I) TO WS-PND-PENDING-RECORD
           IF WS-PND-PEND-NO = CM-APV-PEND-NO
             SET WS-PD-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-PD-I
           END-IF
           .
      ******************************************************************
      * Applies an approved item through the same ADD, CHANGE and
      * DELETE paragraphs keyed transactions always used, with the
      * checker and the correction's provenance on the journal.  A
      * master that moved underneath the item since it was queued
      * fails it to the exceptions report as well.
      ******************************************************************
       APPLY-APPROVED-CHANGE.
           MOVE CM-APV-CHECKER-ID TO WS-CHECKER-ID
           MOVE WS-PND-PROVENANCE TO WS-APPLY-PROVENANCE
           MOVE 'N' TO WS-KEYFAIL-SW
           PERFORM NORMALIZE-MAINT-VALUE

           EVALUATE TRUE
             WHEN CM-TRN-ACTION-ADD
               PERFORM ADD-MASTER-RECORD
             WHEN CM-TRN-ACTION-CHANGE
               PERFORM CHANGE-MASTER-RECORD
             WHEN OTHER
               PERFORM DELETE-MASTER-RECORD
           END-EVALUATE

           IF WS-KEYFAIL-YES
             SET WS-PD-FAILED(WS-PD-I) TO TRUE
             SUBTRACT 1 FROM WS-PD-OPEN-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FAILED   '        DELIMITED BY SIZE
               WS-PND-PEND-NO     DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               CM-TRN-ACTION      DELIMITED BY SIZE
               ' BRANCH '         DELIMITED BY SIZE
               CM-TRN-BRANCH-ID   DELIMITED BY SIZE
               ' - MASTER CHANGED SINCE QUEUED' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           ELSE
             SET WS-PD-APPLIED(WS-PD-I) TO TRUE
             SUBTRACT 1 FROM WS-PD-OPEN-CT
             ADD 1 TO WS-CTL-APPROVED-CT
           END-IF
           .
      ******************************************************************
      * Writes back the items still pending - this run's new ones
      * and every earlier one not approved, withdrawn or expired -
      * as the next run's CIMPPEND.
      ******************************************************************
       REWRITE-PENDING-FILE.
           OPEN OUTPUT CM-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-PD-I
           PERFORM CARRY-PENDING-ITEM
             UNTIL WS-PD-I > WS-PD-CT

           CLOSE CM-PEND-FILE
           .
       CARRY-PENDING-ITEM.
           IF WS-PD-OPEN(WS-PD-I)
             MOVE WS-PD-RECORD(WS-PD-I) TO CM-PND-PENDING-RECORD
             WRITE CM-PND-PENDING-RECORD
             MOVE 'CIMPPEND' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-CARRIED-CT
           END-IF
           ADD 1 TO WS-PD-I
           .
       WRITE-EXCEPTION-LINE.
           MOVE WS-RPT-LINE-TEXT TO CM-EXCEPT-LINE
           WRITE CM-EXCEPT-LINE
           MOVE 'CIMPEXCR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'QUEUED: '          DELIMITED BY SIZE
             WS-CTL-QUEUED-CT    DELIMITED BY SIZE
             '  APPROVED: '      DELIMITED BY SIZE
             WS-CTL-APPROVED-CT  DELIMITED BY SIZE
             '  WITHDRAWN: '     DELIMITED BY SIZE
             WS-CTL-WITHDRAWN-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'EXPIRED: '         DELIMITED BY SIZE
             WS-CTL-EXPIRED-CT   DELIMITED BY SIZE
             '  REFUSED: '       DELIMITED BY SIZE
             WS-CTL-REFUSED-CT   DELIMITED BY SIZE
             '  STILL PENDING: ' DELIMITED BY SIZE
             WS-CTL-CARRIED-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           DISPLAY 'CIMPMNT - ADDS ' WS-CTL-ADD-CT
                ' CHANGES ' WS-CTL-CHANGE-CT
                ' DELETES ' WS-CTL-DELETE-CT
                ' REJECTS ' WS-CTL-REJECT-CT
           DISPLAY 'CIMPMNT - QUEUED ' WS-CTL-QUEUED-CT
                ' APPROVED ' WS-CTL-APPROVED-CT
                ' EXPIRED ' WS-CTL-EXPIRED-CT
                ' PENDING ' WS-CTL-CARRIED-CT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CM-REPORT-LINE
