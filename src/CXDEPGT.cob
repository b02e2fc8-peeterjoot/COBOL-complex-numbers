       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXDEPGT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DG-CARD-FILE ASSIGN TO "CXDEPGTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DG-DEPEND-FILE ASSIGN TO "CXDEPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DG-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DG-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DG-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * one gate action: C checks the named job's predecessors
      * before it runs; R registers the named job as finished for
      * the business date, under the file id given (spaces register
      * the job alone), for the jobs that do not register their own
      * runs - in a step of its own, COND-tied to that job's step.
       01  DG-CARD-RECORD.
         10  DG-CARD-JOB-NAME      PIC X(08).
         10  FILLER                PIC X(01).
         10  DG-CARD-ACTION        PIC X(01).
           88  DG-CARD-CHECK       VALUES 'C' SPACE.
           88  DG-CARD-REGISTER    VALUE 'R'.
         10  FILLER                PIC X(01).
         10  DG-CARD-FILE-ID       PIC X(08).
         10  FILLER                PIC X(61).
       FD  DG-DEPEND-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXDEPEND REPLACING ==(PRFX)== BY ==DG-DEP-==.
       FD  DG-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==DG-REG-==.
       FD  DG-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==DG-RC-==.
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-BUSINESS-INT PIC 9(08) VALUE 0.
      ******************************************************************
      * the predecessors of the job a C card names, each with the
      * latest business date CXRUNREG shows for it that is not after
      * the run's business date (zero until one is found).
      ******************************************************************
       01 WS-DP-TABLE.
         05 WS-DP-CT PIC 9(04) VALUE 0.
         05 WS-DP-ENTRY OCCURS 50 TIMES.
           10 WS-DP-PRED-JOB     PIC X(08).
           10 WS-DP-PRED-FILE-ID PIC X(08).
           10 WS-DP-MAX-AGE      PIC 9(02).
           10 WS-DP-LATEST-DATE  PIC 9(08).
       01 WS-DP-I PIC 9(04) VALUE 0.
       01 WS-AGE PIC S9(08) VALUE 0.
       01 WS-PRED-NAME PIC X(18) VALUE SPACES.
       01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-CARD-EOF-YES VALUE 'Y'.
       01 WS-DEP-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-DEP-EOF-YES VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-REG-EOF-YES VALUE 'Y'.
      * the registry entries on file when the gate started; a C card
      * looks at those alone, never at an entry an R card of the
      * same run appended.
       01 WS-REG-START-CT PIC 9(08) VALUE 0.
       01 WS-REG-READ-CT PIC 9(08) VALUE 0.
       01 WS-CTL-CHECKED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-REGISTERED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-REFUSED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-UNDEFINED-CT PIC 9(04) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXDEPGT'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Job-dependency gate, run as the step ahead of each batch step
      * so the JCL's COND codes are no longer the only thing keeping
      * the schedule in order.  Each C card on CXDEPGTP names a job
      * about to run: every predecessor the CXDEPEND master lists for
      * it must show a CXRUNREG registry entry for the run's business
      * date (the CXRUNCTL card's, or the machine date without one).
      * A predecessor missing from the registry or registered only
      * for an older date is logged through CRUNLOG and the gate ends
      * with condition code 12, so a step rerun by hand or a late
      * feed cannot quietly process yesterday's input.  The entries
      * checked are the ones the predecessors write themselves at
      * the end of a clean run (CXSTGEN, CXCOMBIN's feed envelopes,
      * COMPLEX and MULT).  Each R card registers a job as finished
      * for the business date, for a job that writes no entry of its
      * own; such a card belongs in a step of its own COND-tied to
      * that job's step, and a C card never counts an entry an R
      * card of the same run wrote.  A job with nothing on the
      * master passes with a warning.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD

           COMPUTE WS-BUSINESS-INT =
             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           PERFORM COUNT-REGISTRY-ENTRIES

           OPEN INPUT DG-CARD-FILE
           MOVE 'CXDEPGTP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-GATE-CARD
           PERFORM PROCESS-GATE-CARD
             UNTIL WS-CARD-EOF-YES

           CLOSE DG-CARD-FILE

           DISPLAY 'CXDEPGT - CHECKED ' WS-CTL-CHECKED-CT
                ' REGISTERED ' WS-CTL-REGISTERED-CT
                ' REFUSED ' WS-CTL-REFUSED-CT

           EVALUATE TRUE
             WHEN WS-CTL-REFUSED-CT > 0
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             WHEN WS-CTL-UNDEFINED-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Takes the business date off the CXRUNCTL card, falling back
      * to the machine date the way the transaction jobs do.
      ******************************************************************
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD

           OPEN INPUT DG-RUNCTL-FILE
           MOVE 'CXRUNCTL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ DG-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF DG-RC-BUSINESS-DATE NUMERIC
                 MOVE DG-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-READ

           CLOSE DG-RUNCTL-FILE
           .
       COUNT-REGISTRY-ENTRIES.
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT DG-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-REGISTRY-ENTRY
           PERFORM COUNT-REGISTRY-ENTRY
             UNTIL WS-REG-EOF-YES

           CLOSE DG-RUNREG-FILE
           .
       COUNT-REGISTRY-ENTRY.
           ADD 1 TO WS-REG-START-CT
           PERFORM READ-REGISTRY-ENTRY
           .
       READ-GATE-CARD.
           READ DG-CARD-FILE
             AT END
               SET WS-CARD-EOF-YES TO TRUE
           END-READ
           .
       PROCESS-GATE-CARD.
           EVALUATE TRUE
             WHEN DG-CARD-JOB-NAME = SPACES
               CONTINUE
             WHEN DG-CARD-REGISTER
               PERFORM REGISTER-JOB
             WHEN DG-CARD-CHECK
               PERFORM CHECK-PREDECESSORS
             WHEN OTHER
               DISPLAY 'CXDEPGT - UNKNOWN ACTION ' DG-CARD-ACTION
                    ' FOR ' DG-CARD-JOB-NAME ' - CARD IGNORED'
           END-EVALUATE

           PERFORM READ-GATE-CARD
           .
      ******************************************************************
      * Loads the job's predecessors off the dependency master, finds
      * each one's latest registration on CXRUNREG, and judges them.
      ******************************************************************
       CHECK-PREDECESSORS.
           ADD 1 TO WS-CTL-CHECKED-CT
           MOVE 0 TO WS-DP-CT

           MOVE 'N' TO WS-DEP-EOF-SW
           OPEN INPUT DG-DEPEND-FILE
           MOVE 'CXDEPEND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-DEPEND-RECORD
           PERFORM LOAD-DEPEND-RECORD
             UNTIL WS-DEP-EOF-YES

           CLOSE DG-DEPEND-FILE

           IF WS-DP-CT = 0
             ADD 1 TO WS-CTL-UNDEFINED-CT
             MOVE 'W' TO WS-LOG-SEV
             MOVE SPACES TO WS-LOG-MSG
             STRING
               'NO PREDECESSORS DEFINED FOR ' DELIMITED BY SIZE
               DG-CARD-JOB-NAME  DELIMITED BY SPACE
               ' - NOT GATED'    DELIMITED BY SIZE
               INTO WS-LOG-MSG
             PERFORM LOG-MESSAGE
           ELSE
             MOVE 'N' TO WS-REG-EOF-SW
             MOVE 0 TO WS-REG-READ-CT
             OPEN INPUT DG-RUNREG-FILE
             MOVE 'CXRUNREG' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             PERFORM READ-REGISTRY-ENTRY
             PERFORM MATCH-REGISTRY-ENTRY
               UNTIL WS-REG-EOF-YES

             CLOSE DG-RUNREG-FILE

             MOVE 1 TO WS-DP-I
             PERFORM JUDGE-PREDECESSOR
               UNTIL WS-DP-I > WS-DP-CT
           END-IF
           .
       READ-DEPEND-RECORD.
           READ DG-DEPEND-FILE
             AT END
               SET WS-DEP-EOF-YES TO TRUE
           END-READ
           .
       LOAD-DEPEND-RECORD.
           IF DG-DEP-JOB-NAME = DG-CARD-JOB-NAME
             IF WS-DP-CT < 50
               ADD 1 TO WS-DP-CT
               MOVE DG-DEP-PRED-JOB TO WS-DP-PRED-JOB(WS-DP-CT)
               MOVE DG-DEP-PRED-FILE-ID
                 TO WS-DP-PRED-FILE-ID(WS-DP-CT)
               IF DG-DEP-MAX-AGE NUMERIC
                 MOVE DG-DEP-MAX-AGE TO WS-DP-MAX-AGE(WS-DP-CT)
               ELSE
                 MOVE 0 TO WS-DP-MAX-AGE(WS-DP-CT)
               END-IF
               MOVE 0 TO WS-DP-LATEST-DATE(WS-DP-CT)
             ELSE
               DISPLAY 'CXDEPGT - MORE THAN 50 PREDECESSORS FOR '
                    DG-CARD-JOB-NAME
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           PERFORM READ-DEPEND-RECORD
           .
       READ-REGISTRY-ENTRY.
           READ DG-RUNREG-FILE
             AT END
               SET WS-REG-EOF-YES TO TRUE
           END-READ
           .
      * an entry dated after the business date is some later day's
      * run and proves nothing about this one
       MATCH-REGISTRY-ENTRY.
           ADD 1 TO WS-REG-READ-CT
           IF WS-REG-READ-CT NOT > WS-REG-START-CT
             MOVE 1 TO WS-DP-I
             PERFORM MATCH-ONE-PREDECESSOR
               UNTIL WS-DP-I > WS-DP-CT
           END-IF

           PERFORM READ-REGISTRY-ENTRY
           .
       MATCH-ONE-PREDECESSOR.
           IF DG-REG-JOB-NAME = WS-DP-PRED-JOB(WS-DP-I)
               AND (WS-DP-PRED-FILE-ID(WS-DP-I) = SPACES
                    OR DG-REG-FILE-ID = WS-DP-PRED-FILE-ID(WS-DP-I))
               AND DG-REG-BUSINESS-DATE NOT > WS-BUSINESS-DATE
               AND DG-REG-BUSINESS-DATE > WS-DP-LATEST-DATE(WS-DP-I)
             MOVE DG-REG-BUSINESS-DATE TO WS-DP-LATEST-DATE(WS-DP-I)
           END-IF

           ADD 1 TO WS-DP-I
           .
      ******************************************************************
      * Passes a predecessor registered within its allowed age of the
      * business date; logs a missing or stale one and refuses.
      ******************************************************************
       JUDGE-PREDECESSOR.
           MOVE SPACES TO WS-PRED-NAME
           STRING
             WS-DP-PRED-JOB(WS-DP-I)     DELIMITED BY SPACE
             ' '                         DELIMITED BY SIZE
             WS-DP-PRED-FILE-ID(WS-DP-I) DELIMITED BY SPACE
             INTO WS-PRED-NAME
           MOVE SPACES TO WS-LOG-MSG

           IF WS-DP-LATEST-DATE(WS-DP-I) = 0
             ADD 1 TO WS-CTL-REFUSED-CT
             STRING
               DG-CARD-JOB-NAME          DELIMITED BY SPACE
               ' REFUSED - '             DELIMITED BY SIZE
               WS-PRED-NAME              DELIMITED BY '  '
               ' NOT RUN FOR '           DELIMITED BY SIZE
               WS-BUSINESS-DATE          DELIMITED BY SIZE
               INTO WS-LOG-MSG
             MOVE 'E' TO WS-LOG-SEV
           ELSE
             COMPUTE WS-AGE = WS-BUSINESS-INT
               - FUNCTION INTEGER-OF-DATE(WS-DP-LATEST-DATE(WS-DP-I))
             IF WS-AGE > WS-DP-MAX-AGE(WS-DP-I)
               ADD 1 TO WS-CTL-REFUSED-CT
               STRING
                 DG-CARD-JOB-NAME          DELIMITED BY SPACE
                 ' REFUSED - '             DELIMITED BY SIZE
                 WS-PRED-NAME              DELIMITED BY '  '
                 ' STALE, LAST '           DELIMITED BY SIZE
                 WS-DP-LATEST-DATE(WS-DP-I) DELIMITED BY SIZE
                 INTO WS-LOG-MSG
               MOVE 'E' TO WS-LOG-SEV
             ELSE
               STRING
                 DG-CARD-JOB-NAME          DELIMITED BY SPACE
                 ' - '                     DELIMITED BY SIZE
                 WS-PRED-NAME              DELIMITED BY '  '
                 ' RAN FOR '               DELIMITED BY SIZE
                 WS-DP-LATEST-DATE(WS-DP-I) DELIMITED BY SIZE
                 INTO WS-LOG-MSG
               MOVE 'I' TO WS-LOG-SEV
             END-IF
           END-IF

           PERFORM LOG-MESSAGE

           ADD 1 TO WS-DP-I
           .
      ******************************************************************
      * Appends the R card's job to the registry for the business
      * date; the counts and hash stay zero - the entry records that
      * the step finished, not what it read.
      ******************************************************************
       REGISTER-JOB.
           OPEN INPUT DG-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE DG-RUNREG-FILE
           OPEN EXTEND DG-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE DG-CARD-JOB-NAME TO DG-REG-JOB-NAME
           MOVE DG-CARD-FILE-ID TO DG-REG-FILE-ID
           MOVE WS-BUSINESS-DATE TO DG-REG-BUSINESS-DATE
           MOVE 0 TO DG-REG-RECORD-CT
           MOVE 0 TO DG-REG-HASH-TOTAL

           WRITE DG-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE DG-RUNREG-FILE
           ADD 1 TO WS-CTL-REGISTERED-CT

           MOVE SPACES TO WS-PRED-NAME
           STRING
             DG-CARD-JOB-NAME  DELIMITED BY SPACE
             ' '               DELIMITED BY SIZE
             DG-CARD-FILE-ID   DELIMITED BY SPACE
             INTO WS-PRED-NAME

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             WS-PRED-NAME      DELIMITED BY '  '
             ' REGISTERED FOR ' DELIMITED BY SIZE
             WS-BUSINESS-DATE  DELIMITED BY SIZE
             INTO WS-LOG-MSG
           PERFORM LOG-MESSAGE
           .
       LOG-MESSAGE.
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           DISPLAY 'CXDEPGT - ' WS-LOG-MSG
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
             DISPLAY 'CXDEPGT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
