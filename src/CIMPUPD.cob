           SELECT CI-REPORT-FILE ASSIGN TO "CIMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CI-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CI-HISTORY-FILE ASSIGN TO "CIMPHIST"
       FD  CI-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CI-REPORT-LINE PIC X(80).
       FD  CI-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==CI-PND-==.
       FD  CI-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==CI-HST-==.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-NOTFOUND-SW PIC X(01) VALUE 'N'.
         88 WS-NOTFOUND-YES VALUE 'Y'.
      * a correction passing its checks waits on CIMPPEND as a
      * CXIMPTRN CHANGE for a second operator's approval in CIMPMNT
       COPY CXIMPTRN REPLACING ==(PRFX)== BY ==WS-TRN-==.
       01 WS-NEXT-PEND-NO PIC 9(08) VALUE 1.
      * the items already waiting on CIMPPEND; none is queued past
      * the shared limit
       01 WS-PEND-OPEN-CT PIC 9(04) VALUE 0.
       COPY CXPNDMAX REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-PD-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-PD-EOF-YES VALUE 'Y'.
       01 WS-CTL-QUEUED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
      * without reading and rewriting the entire master. A correction
      * naming a branch id not on the master is reported and skipped
      * rather than added, since this job corrects existing readings,
      * not loads new ones.  No correction is applied here any more:
      * one that passes its checks is queued on CIMPPEND under the
      * maker id CIMPUPD and reaches the master only when CIMPMNT
      * takes a second operator's approval of it; CIMPMNT journals
      * and histories it then.
      ******************************************************************
           PERFORM VERIFY-INPUT-ENVELOPE


           PERFORM ACQUIRE-MASTER-LOCK

           OPEN INPUT CI-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CI-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM READ-PENDING-RECORD
           PERFORM SCAN-PENDING-RECORD
             UNTIL WS-PD-EOF-YES
           CLOSE CI-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND CI-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'CIMPRPT' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE CI-PEND-FILE
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'RUN ENDED QUEUED='  DELIMITED BY SIZE
             WS-CTL-QUEUED-CT     DELIMITED BY SIZE
             ' REJECTED='         DELIMITED BY SIZE
             WS-CTL-REJECT-CT     DELIMITED BY SIZE
             INTO WS-LOG-MSG
           .
      ******************************************************************
      * Looks the correction's branch id up on the master by key; if
      * found, queues the correction for approval - unless CIMPPEND
      * already holds the most items it may - otherwise reports the
      * branch id as not found. Either way advances to the next
      * correction record.
      ******************************************************************
       APPLY-CORRECTION.
           MOVE 'N' TO WS-NOTFOUND-SW
                   SET WS-NOTFOUND-YES TO TRUE
               END-READ

               EVALUATE TRUE
                 WHEN WS-NOTFOUND-YES
                   PERFORM WRITE-REJECT-LINE
                   ADD 1 TO WS-CTL-REJECT-CT
                 WHEN WS-PEND-OPEN-CT NOT < WS-PEND-MAX
                   PERFORM WRITE-PEND-FULL-LINE
                   ADD 1 TO WS-CTL-REJECT-CT
                 WHEN OTHER
                   PERFORM QUEUE-CORRECTION
                   PERFORM WRITE-QUEUED-LINE
                   ADD 1 TO WS-CTL-QUEUED-CT
               END-EVALUATE
           END-EVALUATE

           PERFORM READ-CORRECTION-RECORD
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Finds the highest pending number already on CIMPPEND so this
      * run's items number on past it, and counts the items waiting.
      ******************************************************************
       READ-PENDING-RECORD.
           READ CI-PEND-FILE
             AT END
               SET WS-PD-EOF-YES TO TRUE
           END-READ
           .
       SCAN-PENDING-RECORD.
           IF CI-PND-PEND-NO NOT < WS-NEXT-PEND-NO
             COMPUTE WS-NEXT-PEND-NO = CI-PND-PEND-NO + 1
           END-IF
           ADD 1 TO WS-PEND-OPEN-CT
           PERFORM READ-PENDING-RECORD
           .
      ******************************************************************
      * Parks the correction on CIMPPEND as a CHANGE maintenance
      * transaction, value in the unit it was keyed in, already
      * confirmed past the outlier gate it has just cleared, with
      * its provenance kept for the journal entry CIMPMNT writes
      * when a second operator approves it.
      ******************************************************************
       QUEUE-CORRECTION.
           MOVE SPACES TO WS-TRN-MAINT-RECORD
           MOVE 'C' TO WS-TRN-ACTION
           MOVE CI-COR-BRANCH-ID TO WS-TRN-BRANCH-ID
           MOVE CI-COR-RE TO WS-TRN-RE
           MOVE CI-COR-IM TO WS-TRN-IM
           MOVE CI-COR-UNIT-CODE TO WS-TRN-UNIT-CODE
           MOVE CI-COR-READING-TEMP TO WS-TRN-READING-TEMP
           MOVE 'C' TO WS-TRN-CONFIRM-SW
           MOVE 'CIMPUPD' TO WS-TRN-OPERATOR-ID

           MOVE SPACES TO CI-PND-PENDING-RECORD
           MOVE WS-NEXT-PEND-NO TO CI-PND-PEND-NO
           ADD 1 TO WS-NEXT-PEND-NO
           MOVE WS-RUN-DATE TO CI-PND-SUBMIT-DATE
           MOVE 'CIMPUPD' TO CI-PND-SOURCE-PGM
           MOVE 'CIMPUPD' TO CI-PND-MAKER-ID
           MOVE CI-COR-PROVENANCE TO CI-PND-PROVENANCE
           MOVE WS-TRN-MAINT-RECORD TO CI-PND-TRAN-IMAGE

           WRITE CI-PND-PENDING-RECORD
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-PEND-OPEN-CT
           .
      ******************************************************************
      * Writes one CIMPRPT line giving the pending number a checker
      * approves the correction by.
      ******************************************************************
       WRITE-QUEUED-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'QUEUED BRANCH '   DELIMITED BY SIZE
             CI-BRANCH-ID       DELIMITED BY SIZE
             ' ('               DELIMITED BY SIZE
             CI-COR-RE          DELIMITED BY SIZE
             ','                DELIMITED BY SIZE
             CI-COR-IM          DELIMITED BY SIZE
             ') UNIT='          DELIMITED BY SIZE
             CI-COR-UNIT-CODE   DELIMITED BY SIZE
             ' PENDING NO '     DELIMITED BY SIZE
             CI-PND-PEND-NO     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Writes one CIMPRPT line refusing a correction because
      * CIMPPEND already holds as many items as it may; the
      * correction is keyed again once CIMPMNT has settled some.
      ******************************************************************
       WRITE-PEND-FULL-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REJECTED - PENDING-CHANGE FILE FULL: ' DELIMITED BY SIZE
             CI-COR-BRANCH-ID                       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT

           PERFORM WRITE-REPORT-LINE
