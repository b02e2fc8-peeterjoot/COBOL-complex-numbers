       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXACKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-PARM-FILE ASSIGN TO "CXACKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AR-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AR-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AR-ACKLOG-FILE ASSIGN TO "CXACKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AR-ACK-FILE ASSIGN TO "CXACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT AR-RESULT-FILE ASSIGN TO "CXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-MST-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT AR-SUSP-FILE ASSIGN TO "CXSUSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-SUS-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT AR-REPORT-FILE ASSIGN TO "CXACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-PARM-RECORD.
         10  AR-PARM-FILE-ID       PIC X(08).
         10  FILLER                PIC X(01).
         10  AR-PARM-CUTOFF        PIC X(03).
         10  AR-PARM-CUTOFF-N REDEFINES AR-PARM-CUTOFF
                                   PIC 9(03).
         10  FILLER                PIC X(01).
      * 'R' when the file's data records are CXRESULT results, whose
      * leading SEQ-NO finds them again on the results master
         10  AR-PARM-KIND          PIC X(01).
         10  FILLER                PIC X(66).
       FD  AR-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==AR-RC-==.
       FD  AR-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==AR-REG-==.
       FD  AR-ACKLOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CXACKLOG REPLACING ==(PRFX)== BY ==AR-LOG-==.
       FD  AR-ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXACK REPLACING ==(PRFX)== BY ==AR-IN-==.
       FD  AR-RESULT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==AR-MST-==.
       FD  AR-SUSP-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==AR-SUS-==.
       FD  AR-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AR-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-TODAY-INT PIC 9(08) VALUE 0.
       01 WS-SENT-INT PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS PIC S9(08) VALUE 0.
      * the days a receiver has to answer when its CXACKP card leaves
      * the cutoff blank.
       01 WS-DEFAULT-CUTOFF PIC 9(03) VALUE 3.
      * the registry entries that are outbound files are the ones
      * CXENVLP wrote when it wrapped them.
       01 WS-OUTBOUND-JOB PIC X(08) VALUE 'CXENVLP'.
       01 WS-REJECT-SUSP-CODE PIC X(02) VALUE 'AK'.
      ******************************************************************
      * the outbound files being reconciled, off the CXACKP cards.
      ******************************************************************
       01 WS-PRM-TABLE.
         05 WS-PRM-CT PIC 9(04) VALUE 0.
         05 WS-PRM-ENTRY OCCURS 50 TIMES.
           10 WS-PRM-FILE-ID PIC X(08).
           10 WS-PRM-CUTOFF PIC 9(03).
           10 WS-PRM-KIND PIC X(01).
             88 WS-PRM-KIND-RESULT VALUE 'R'.
       01 WS-PRM-MAX PIC 9(04) VALUE 50.
       01 WS-P PIC 9(04) VALUE 0.
       01 WS-PRM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-PRM-FOUND-YES VALUE 'Y'.
      ******************************************************************
      * what the registry says went out for those files - one entry
      * per file id and business date, a rewrap replacing the first -
      * and whether an acknowledgment for it is on the log yet.
      ******************************************************************
       01 WS-SENT-TABLE.
         05 WS-SENT-CT PIC 9(04) VALUE 0.
         05 WS-SENT-ENTRY OCCURS 2000 TIMES.
           10 WS-SENT-FILE-ID PIC X(08).
           10 WS-SENT-DATE PIC 9(08).
           10 WS-SENT-RECORD-CT PIC 9(08).
           10 WS-SENT-HASH-TOTAL PIC 9(15).
           10 WS-SENT-PRM PIC 9(04).
           10 WS-SENT-ANSWERED-SW PIC X(01).
             88 WS-SENT-ANSWERED-YES VALUE 'Y'.
       01 WS-SENT-MAX PIC 9(04) VALUE 2000.
       01 WS-S PIC 9(04) VALUE 0.
       01 WS-SENT-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-SENT-FOUND-YES VALUE 'Y'.
       01 WS-SENT-FULL-CT PIC 9(06) VALUE 0.
       01 WS-FIND-FILE-ID PIC X(08) VALUE SPACES.
       01 WS-FIND-DATE PIC 9(08) VALUE 0.
      ******************************************************************
      * the acknowledgment in hand: its header, the registry entry it
      * answers (zero when it answers nothing we sent), and what its
      * detail records have said so far.
      ******************************************************************
       01 WS-CUR-SW PIC X(01) VALUE 'N'.
         88 WS-CUR-ACTIVE VALUE 'Y'.
       01 WS-CUR-DUP-SW PIC X(01) VALUE 'N'.
         88 WS-CUR-DUP-YES VALUE 'Y'.
       01 WS-CUR-FILE-ID PIC X(08) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(08) VALUE 0.
       01 WS-CUR-SYSTEM-ID PIC X(08) VALUE SPACES.
       01 WS-CUR-RECORD-CT PIC 9(08) VALUE 0.
       01 WS-CUR-HASH-TOTAL PIC 9(15) VALUE 0.
       01 WS-CUR-ACK-DATE PIC 9(08) VALUE 0.
       01 WS-CUR-S PIC 9(04) VALUE 0.
       01 WS-CUR-OUTCOME PIC X(01) VALUE SPACE.
         88 WS-CUR-BALANCED VALUE 'B'.
         88 WS-CUR-OUT-OF-BALANCE VALUE 'O'.
         88 WS-CUR-NOT-SENT VALUE 'N'.
       01 WS-CUR-REJECT-CT PIC 9(08) VALUE 0.
       01 WS-CUR-ACCEPT-CT PIC 9(08) VALUE 0.
       01 WS-SEQ-KEY PIC X(08) VALUE SPACES.
       01 WS-SEQ-KEY-N REDEFINES WS-SEQ-KEY PIC 9(08).
       01 WS-MISS-SW PIC X(01) VALUE 'N'.
         88 WS-MISS-YES VALUE 'Y'.
       01 WS-DUP-SW PIC X(01) VALUE 'N'.
         88 WS-DUP-YES VALUE 'Y'.
       01 WS-ROUTE-TEXT PIC X(30) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-ACK-CT PIC 9(06) VALUE 0.
       01 WS-CTL-BALANCED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OOB-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NOT-SENT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DUP-CT PIC 9(06) VALUE 0.
       01 WS-CTL-STRAY-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-ROUTED-CT PIC 9(08) VALUE 0.
       01 WS-CTL-UNROUTED-CT PIC 9(08) VALUE 0.
       01 WS-CTL-OVERDUE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-AWAITING-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXACKREC'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-RPT-OUT-LINES.
         05 WS-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-RPT-OUT-CT-==.
       01 WS-RPT-I PIC 9(04) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Acknowledgment reconciliation for the outbound interfaces:
      * every file CXENVLP wrapped with the register flag is on the
      * CXRUNREG registry with the count and hash total its envelope
      * trailer carried.  Each acknowledgment on CXACKIN for one of
      * the files named on CXACKP is matched to that entry and its
      * count and hash compared with our trailer; an acknowledgment
      * for a file we have no record of sending is reported too.
      * Records the receiver rejected from a result file are found
      * again on the CXRSLTM results master and written back to the
      * CXSUSPM suspense master as open items, so they are worked
      * and aged like any other suspense; rejects from other files
      * are listed for follow-up with the receiver.  Every
      * reconciled acknowledgment is appended to the CXACKLOG log,
      * and any registered file still unanswered past its cutoff is
      * listed and logged to RUNLOG at warning severity.  The job
      * ends with the warning return code whenever anything needs
      * someone's attention.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM LOAD-PARAMETER-TABLE
           PERFORM LOAD-SENT-TABLE
           PERFORM LOAD-ACK-LOG

           OPEN OUTPUT AR-REPORT-FILE
           MOVE 'CXACKRPT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'OUTBOUND ACKNOWLEDGMENT RECONCILIATION'
             TO WS-RPT-TITLE
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE 55 TO WS-RPT-MAX-LINES
           MOVE 0 TO WS-RPT-LINE-CT
           MOVE 0 TO WS-RPT-PAGE-CT

           OPEN INPUT AR-RESULT-FILE
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           OPEN I-O AR-SUSP-FILE
           IF WS-IO-STATUS = '35'
             OPEN OUTPUT AR-SUSP-FILE
             MOVE 'CXSUSPM' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             CLOSE AR-SUSP-FILE
             OPEN I-O AR-SUSP-FILE
           END-IF
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           OPEN INPUT AR-ACKLOG-FILE
           CLOSE AR-ACKLOG-FILE
           OPEN EXTEND AR-ACKLOG-FILE
           MOVE 'CXACKLOG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           OPEN INPUT AR-ACK-FILE
           PERFORM READ-ACK-RECORD
           PERFORM RECONCILE-ACK-RECORD
             UNTIL WS-EOF-YES
           IF WS-CUR-ACTIVE
             PERFORM FINISH-CURRENT-ACK
           END-IF
           CLOSE AR-ACK-FILE

           CLOSE AR-ACKLOG-FILE
           CLOSE AR-SUSP-FILE
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE AR-RESULT-FILE

           MOVE 1 TO WS-S
           PERFORM CHECK-ONE-UNANSWERED
             UNTIL WS-S > WS-SENT-CT

           PERFORM WRITE-RUN-TOTALS
           PERFORM WRITE-REPORT-TRAILER
           CLOSE AR-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'ACKS RECONCILED=' DELIMITED BY SIZE
             WS-CTL-ACK-CT      DELIMITED BY SIZE
             ' REJECTS='        DELIMITED BY SIZE
             WS-CTL-REJECT-CT   DELIMITED BY SIZE
             ' OVERDUE='        DELIMITED BY SIZE
             WS-CTL-OVERDUE-CT  DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           DISPLAY 'CXACKREC - ACKNOWLEDGMENTS ' WS-CTL-ACK-CT
                ' REJECTS ' WS-CTL-REJECT-CT
                ' OVERDUE ' WS-CTL-OVERDUE-CT

           IF WS-CTL-OOB-CT > 0 OR WS-CTL-NOT-SENT-CT > 0
              OR WS-CTL-STRAY-CT > 0 OR WS-CTL-REJECT-CT > 0
              OR WS-CTL-OVERDUE-CT > 0 OR WS-SENT-FULL-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT AR-RUNCTL-FILE

           READ AR-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF AR-RC-BUSINESS-DATE NUMERIC
                 MOVE AR-RC-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-READ

           CLOSE AR-RUNCTL-FILE
           .
      ******************************************************************
      * Loads the outbound files to reconcile: file id in columns
      * 1-8, the days the receiver has to answer in 10-12 (blank for
      * the default), and the file kind in 14.  A run with no cards
      * has nothing to reconcile and stops.
      ******************************************************************
       LOAD-PARAMETER-TABLE.
           OPEN INPUT AR-PARM-FILE
           MOVE 'CXACKP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PARAMETER-CARD
           PERFORM LOAD-PARAMETER-ENTRY
             UNTIL WS-EOF-YES

           CLOSE AR-PARM-FILE
           MOVE 'N' TO WS-EOF-SW

           IF WS-PRM-CT = 0
             DISPLAY 'CXACKREC - NO OUTBOUND FILES ON CXACKP'
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-PARAMETER-CARD.
           READ AR-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-PARAMETER-ENTRY.
           IF AR-PARM-FILE-ID NOT = SPACES
             IF WS-PRM-CT < WS-PRM-MAX
               ADD 1 TO WS-PRM-CT
               MOVE AR-PARM-FILE-ID TO WS-PRM-FILE-ID(WS-PRM-CT)
               MOVE WS-DEFAULT-CUTOFF TO WS-PRM-CUTOFF(WS-PRM-CT)
               IF AR-PARM-CUTOFF-N NUMERIC
                 MOVE AR-PARM-CUTOFF-N TO WS-PRM-CUTOFF(WS-PRM-CT)
               END-IF
               MOVE AR-PARM-KIND TO WS-PRM-KIND(WS-PRM-CT)
             ELSE
               DISPLAY 'CXACKREC - CXACKP CARD IGNORED, OVER '
                    WS-PRM-MAX ' FILES: ' AR-PARM-FILE-ID
             END-IF
           END-IF

           PERFORM READ-PARAMETER-CARD
           .
       FIND-PARAMETER-ENTRY.
           MOVE 'N' TO WS-PRM-FOUND-SW
           MOVE 1 TO WS-P

           PERFORM FIND-PARAMETER-STEP
             UNTIL WS-PRM-FOUND-YES OR WS-P > WS-PRM-CT
           .
       FIND-PARAMETER-STEP.
           IF WS-PRM-FILE-ID(WS-P) = WS-FIND-FILE-ID
             SET WS-PRM-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-P
           END-IF
           .
      ******************************************************************
      * Loads what was sent: the CXENVLP registry entries for the
      * files on CXACKP.
      ******************************************************************
       LOAD-SENT-TABLE.
           OPEN INPUT AR-RUNREG-FILE

           PERFORM READ-RUNREG-RECORD
           PERFORM LOAD-SENT-ENTRY
             UNTIL WS-EOF-YES

           CLOSE AR-RUNREG-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-RUNREG-RECORD.
           READ AR-RUNREG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-SENT-ENTRY.
           IF AR-REG-JOB-NAME = WS-OUTBOUND-JOB
             MOVE AR-REG-FILE-ID TO WS-FIND-FILE-ID
             MOVE AR-REG-BUSINESS-DATE TO WS-FIND-DATE
             PERFORM FIND-PARAMETER-ENTRY
             IF WS-PRM-FOUND-YES
               PERFORM FIND-SENT-ENTRY
               IF NOT WS-SENT-FOUND-YES
                 IF WS-SENT-CT < WS-SENT-MAX
                   ADD 1 TO WS-SENT-CT
                   MOVE WS-SENT-CT TO WS-S
                   MOVE 'N' TO WS-SENT-ANSWERED-SW(WS-S)
                   SET WS-SENT-FOUND-YES TO TRUE
                 ELSE
                   ADD 1 TO WS-SENT-FULL-CT
                 END-IF
               END-IF
               IF WS-SENT-FOUND-YES
                 MOVE AR-REG-FILE-ID TO WS-SENT-FILE-ID(WS-S)
                 MOVE AR-REG-BUSINESS-DATE TO WS-SENT-DATE(WS-S)
                 MOVE AR-REG-RECORD-CT TO WS-SENT-RECORD-CT(WS-S)
                 MOVE AR-REG-HASH-TOTAL TO WS-SENT-HASH-TOTAL(WS-S)
                 MOVE WS-P TO WS-SENT-PRM(WS-S)
               END-IF
             END-IF
           END-IF

           PERFORM READ-RUNREG-RECORD
           .
       FIND-SENT-ENTRY.
           MOVE 'N' TO WS-SENT-FOUND-SW
           MOVE 1 TO WS-S

           PERFORM FIND-SENT-STEP
             UNTIL WS-SENT-FOUND-YES OR WS-S > WS-SENT-CT
           .
       FIND-SENT-STEP.
           IF WS-SENT-FILE-ID(WS-S) = WS-FIND-FILE-ID
              AND WS-SENT-DATE(WS-S) = WS-FIND-DATE
             SET WS-SENT-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-S
           END-IF
           .
      ******************************************************************
      * Marks every sent file already answered on an earlier run, so
      * a repeated acknowledgment is not reconciled twice and an
      * answered file is never reported as overdue.
      ******************************************************************
       LOAD-ACK-LOG.
           OPEN INPUT AR-ACKLOG-FILE

           PERFORM READ-ACKLOG-RECORD
           PERFORM NOTE-LOGGED-ACK
             UNTIL WS-EOF-YES

           CLOSE AR-ACKLOG-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-ACKLOG-RECORD.
           READ AR-ACKLOG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       NOTE-LOGGED-ACK.
           MOVE AR-LOG-FILE-ID TO WS-FIND-FILE-ID
           MOVE AR-LOG-BUSINESS-DATE TO WS-FIND-DATE
           PERFORM FIND-SENT-ENTRY
           IF WS-SENT-FOUND-YES
             SET WS-SENT-ANSWERED-YES(WS-S) TO TRUE
           END-IF

           PERFORM READ-ACKLOG-RECORD
           .
       READ-ACK-RECORD.
           READ AR-ACK-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One acknowledgment record: a header closes off the previous
      * acknowledgment and opens the next; a detail belongs to the
      * header before it and must name the same file and date.
      ******************************************************************
       RECONCILE-ACK-RECORD.
           EVALUATE TRUE
             WHEN AR-IN-ACK-HEADER
               IF WS-CUR-ACTIVE
                 PERFORM FINISH-CURRENT-ACK
               END-IF
               PERFORM START-ACK
             WHEN AR-IN-ACK-DETAIL
               IF WS-CUR-ACTIVE
                  AND AR-IN-FILE-ID = WS-CUR-FILE-ID
                  AND AR-IN-BUSINESS-DATE = WS-CUR-DATE
                 IF NOT WS-CUR-DUP-YES
                   PERFORM RECONCILE-DETAIL
                 END-IF
               ELSE
                 MOVE 'DETAIL WITHOUT ITS HEADER' TO WS-ROUTE-TEXT
                 PERFORM WRITE-STRAY-RECORD-LINE
               END-IF
             WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE' TO WS-ROUTE-TEXT
               PERFORM WRITE-STRAY-RECORD-LINE
           END-EVALUATE

           PERFORM READ-ACK-RECORD
           .
      ******************************************************************
      * Matches an acknowledgment header against the registry: the
      * receiver's count and hash total against our trailer's.
      ******************************************************************
       START-ACK.
           SET WS-CUR-ACTIVE TO TRUE
           MOVE 'N' TO WS-CUR-DUP-SW
           MOVE AR-IN-FILE-ID TO WS-CUR-FILE-ID
           MOVE AR-IN-BUSINESS-DATE TO WS-CUR-DATE
           MOVE AR-IN-SYSTEM-ID TO WS-CUR-SYSTEM-ID
           MOVE AR-IN-RECORD-CT TO WS-CUR-RECORD-CT
           MOVE AR-IN-HASH-TOTAL TO WS-CUR-HASH-TOTAL
           MOVE AR-IN-ACK-DATE TO WS-CUR-ACK-DATE
           MOVE 0 TO WS-CUR-REJECT-CT
           MOVE 0 TO WS-CUR-S

           MOVE WS-CUR-FILE-ID TO WS-FIND-FILE-ID
           MOVE WS-CUR-DATE TO WS-FIND-DATE
           PERFORM FIND-SENT-ENTRY

           IF WS-SENT-FOUND-YES
             MOVE WS-S TO WS-CUR-S
             IF WS-SENT-ANSWERED-YES(WS-S)
               SET WS-CUR-DUP-YES TO TRUE
               ADD 1 TO WS-CTL-DUP-CT
             ELSE
               IF WS-CUR-RECORD-CT = WS-SENT-RECORD-CT(WS-S)
                  AND WS-CUR-HASH-TOTAL = WS-SENT-HASH-TOTAL(WS-S)
                 SET WS-CUR-BALANCED TO TRUE
               ELSE
                 SET WS-CUR-OUT-OF-BALANCE TO TRUE
               END-IF
             END-IF
           ELSE
             SET WS-CUR-NOT-SENT TO TRUE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'ACK '                 DELIMITED BY SIZE
             WS-CUR-FILE-ID         DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-CUR-DATE            DELIMITED BY SIZE
             ' FROM '               DELIMITED BY SIZE
             WS-CUR-SYSTEM-ID       DELIMITED BY SIZE
             ' ON '                 DELIMITED BY SIZE
             WS-CUR-ACK-DATE        DELIMITED BY SIZE
             '  COUNT '             DELIMITED BY SIZE
             WS-CUR-RECORD-CT       DELIMITED BY SIZE
             ' HASH '               DELIMITED BY SIZE
             WS-CUR-HASH-TOTAL      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
             WHEN WS-CUR-DUP-YES
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '    ALREADY RECONCILED ON AN EARLIER RUN - IGNORED'
                                     DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN WS-CUR-OUT-OF-BALANCE
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '    OUT OF BALANCE - WE SENT COUNT '
                                     DELIMITED BY SIZE
                 WS-SENT-RECORD-CT(WS-S) DELIMITED BY SIZE
                 ' HASH '            DELIMITED BY SIZE
                 WS-SENT-HASH-TOTAL(WS-S) DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               MOVE 'W' TO WS-LOG-SEV
               MOVE SPACES TO WS-LOG-MSG
               STRING
                 'ACK OUT OF BALANCE ' DELIMITED BY SIZE
                 WS-CUR-FILE-ID        DELIMITED BY SIZE
                 ' '                   DELIMITED BY SIZE
                 WS-CUR-DATE           DELIMITED BY SIZE
                 ' FROM '              DELIMITED BY SIZE
                 WS-CUR-SYSTEM-ID      DELIMITED BY SIZE
                 INTO WS-LOG-MSG
               CALL 'CRUNLOG' USING
                 WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
             WHEN WS-CUR-NOT-SENT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 '    NO REGISTERED OUTBOUND FILE MATCHES THIS ACK'
                                     DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           .
      ******************************************************************
      * One detail: a rejected record is counted, and routed back to
      * suspense when it is a result we can find again.
      ******************************************************************
       RECONCILE-DETAIL.
           IF AR-IN-REC-REJECTED
             ADD 1 TO WS-CUR-REJECT-CT
             ADD 1 TO WS-CTL-REJECT-CT
             MOVE SPACES TO WS-ROUTE-TEXT
             IF WS-CUR-S > 0
                AND WS-PRM-KIND-RESULT(WS-SENT-PRM(WS-CUR-S))
               PERFORM ROUTE-REJECT-TO-SUSPENSE
             ELSE
               MOVE 'LISTED FOR FOLLOW-UP' TO WS-ROUTE-TEXT
               ADD 1 TO WS-CTL-UNROUTED-CT
             END-IF
             PERFORM WRITE-REJECT-LINE
           END-IF
           .
      ******************************************************************
      * Finds the rejected result on the results master by its
      * business date and SEQ-NO and opens a suspense item for it
      * under the same key; one already on suspense is left alone.
      ******************************************************************
       ROUTE-REJECT-TO-SUSPENSE.
           MOVE AR-IN-RECORD-KEY(1:8) TO WS-SEQ-KEY
           IF WS-SEQ-KEY-N NOT NUMERIC
             MOVE 'KEY NOT A RESULT SEQ-NO' TO WS-ROUTE-TEXT
             ADD 1 TO WS-CTL-UNROUTED-CT
           ELSE
             MOVE 'N' TO WS-MISS-SW
             MOVE WS-CUR-DATE TO AR-MST-BUSINESS-DATE
             MOVE WS-SEQ-KEY-N TO AR-MST-SEQ-NO
             READ AR-RESULT-FILE
               INVALID KEY
                 SET WS-MISS-YES TO TRUE
             END-READ
             IF WS-MISS-YES
               MOVE 'RESULT NOT ON RESULTS MASTER' TO WS-ROUTE-TEXT
               ADD 1 TO WS-CTL-UNROUTED-CT
             ELSE
               PERFORM WRITE-SUSPENSE-ITEM
             END-IF
           END-IF
           .
       WRITE-SUSPENSE-ITEM.
           MOVE 'N' TO WS-DUP-SW

           MOVE AR-MST-BUSINESS-DATE TO AR-SUS-BUSINESS-DATE
           MOVE AR-MST-SEQ-NO TO AR-SUS-SEQ-NO
           MOVE WS-REJECT-SUSP-CODE TO AR-SUS-REASON-CODE
           MOVE AR-MST-OPCODE TO AR-SUS-OPCODE
           MOVE AR-MST-OP1-RE TO AR-SUS-OP1-RE
           MOVE AR-MST-OP1-IM TO AR-SUS-OP1-IM
           MOVE AR-MST-OP2-RE TO AR-SUS-OP2-RE
           MOVE AR-MST-OP2-IM TO AR-SUS-OP2-IM
           MOVE 'R' TO AR-SUS-OPERAND-FORM
           MOVE SPACES TO AR-SUS-CHAIN-ID
           MOVE AR-MST-ORIGIN-DEPT TO AR-SUS-ORIGIN-DEPT
           MOVE AR-MST-SOURCE-SYS TO AR-SUS-SOURCE-SYS
           MOVE SPACE TO AR-SUS-PRIORITY-CLASS
           SET AR-SUS-ITEM-OPEN TO TRUE
           MOVE 0 TO AR-SUS-RESOLVED-DATE
           MOVE SPACES TO AR-SUS-REQUEST-ID

           WRITE AR-SUS-SUSP-MASTER-RECORD
             INVALID KEY
               SET WS-DUP-YES TO TRUE
           END-WRITE

           IF WS-DUP-YES
             MOVE 'ALREADY ON SUSPENSE' TO WS-ROUTE-TEXT
           ELSE
             MOVE 'CXSUSPM' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             MOVE 'ROUTED TO SUSPENSE' TO WS-ROUTE-TEXT
             ADD 1 TO WS-CTL-ROUTED-CT
           END-IF
           .
      ******************************************************************
      * Closes off an acknowledgment: the counts go on the report and
      * the acknowledgment goes on the log.
      ******************************************************************
       FINISH-CURRENT-ACK.
           MOVE 'N' TO WS-CUR-SW

           IF NOT WS-CUR-DUP-YES
             ADD 1 TO WS-CTL-ACK-CT
             EVALUATE TRUE
               WHEN WS-CUR-BALANCED
                 ADD 1 TO WS-CTL-BALANCED-CT
               WHEN WS-CUR-OUT-OF-BALANCE
                 ADD 1 TO WS-CTL-OOB-CT
               WHEN WS-CUR-NOT-SENT
                 ADD 1 TO WS-CTL-NOT-SENT-CT
             END-EVALUATE

             MOVE 0 TO WS-CUR-ACCEPT-CT
             IF WS-CUR-RECORD-CT > WS-CUR-REJECT-CT
               COMPUTE WS-CUR-ACCEPT-CT =
                 WS-CUR-RECORD-CT - WS-CUR-REJECT-CT
             END-IF

             MOVE SPACES TO AR-LOG-ACK-LOG-RECORD
             MOVE WS-CUR-FILE-ID TO AR-LOG-FILE-ID
             MOVE WS-CUR-DATE TO AR-LOG-BUSINESS-DATE
             MOVE WS-CUR-SYSTEM-ID TO AR-LOG-SYSTEM-ID
             MOVE WS-CUR-ACK-DATE TO AR-LOG-ACK-DATE
             MOVE WS-RUN-DATE TO AR-LOG-RECON-DATE
             MOVE WS-CUR-OUTCOME TO AR-LOG-OUTCOME
             MOVE WS-CUR-ACCEPT-CT TO AR-LOG-ACCEPT-CT
             MOVE WS-CUR-REJECT-CT TO AR-LOG-REJECT-CT
             WRITE AR-LOG-ACK-LOG-RECORD
             MOVE 'CXACKLOG' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             IF WS-CUR-S > 0
               SET WS-SENT-ANSWERED-YES(WS-CUR-S) TO TRUE
             END-IF

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    ACCEPTED '       DELIMITED BY SIZE
               WS-CUR-ACCEPT-CT      DELIMITED BY SIZE
               '  REJECTED '         DELIMITED BY SIZE
               WS-CUR-REJECT-CT      DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * A registered file with no acknowledgment on the log: overdue
      * once more days have passed since its business date than its
      * cutoff allows, otherwise still within its time.
      ******************************************************************
       CHECK-ONE-UNANSWERED.
           IF NOT WS-SENT-ANSWERED-YES(WS-S)
             COMPUTE WS-SENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-SENT-DATE(WS-S))
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
             MOVE WS-SENT-PRM(WS-S) TO WS-P
             IF WS-AGE-DAYS > WS-PRM-CUTOFF(WS-P)
               ADD 1 TO WS-CTL-OVERDUE-CT
               PERFORM REPORT-OVERDUE-FILE
             ELSE
               ADD 1 TO WS-CTL-AWAITING-CT
             END-IF
           END-IF

           ADD 1 TO WS-S
           .
       REPORT-OVERDUE-FILE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'UNACKNOWLEDGED PAST CUTOFF: ' DELIMITED BY SIZE
             WS-SENT-FILE-ID(WS-S)  DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-SENT-DATE(WS-S)     DELIMITED BY SIZE
             '  COUNT '             DELIMITED BY SIZE
             WS-SENT-RECORD-CT(WS-S) DELIMITED BY SIZE
             '  CUTOFF '            DELIMITED BY SIZE
             WS-PRM-CUTOFF(WS-P)    DELIMITED BY SIZE
             ' DAYS'                DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'W' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'UNACKNOWLEDGED '      DELIMITED BY SIZE
             WS-SENT-FILE-ID(WS-S)  DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-SENT-DATE(WS-S)     DELIMITED BY SIZE
             ' PAST CUTOFF'         DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           .
       WRITE-REJECT-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    REJECTED RECORD '  DELIMITED BY SIZE
             AR-IN-RECORD-NO        DELIMITED BY SIZE
             ' KEY '                 DELIMITED BY SIZE
             AR-IN-RECORD-KEY       DELIMITED BY SIZE
             ' '                     DELIMITED BY SIZE
             AR-IN-REJECT-REASON    DELIMITED BY SIZE
             ' - '                   DELIMITED BY SIZE
             WS-ROUTE-TEXT           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-STRAY-RECORD-LINE.
           ADD 1 TO WS-CTL-STRAY-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CXACKIN RECORD SKIPPED - ' DELIMITED BY SIZE
             WS-ROUTE-TEXT          DELIMITED BY SIZE
             ': '                   DELIMITED BY SIZE
             AR-IN-ACK-RECORD(1:40)    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'ACKNOWLEDGMENTS: '    DELIMITED BY SIZE
             WS-CTL-ACK-CT          DELIMITED BY SIZE
             '  IN BALANCE: '       DELIMITED BY SIZE
             WS-CTL-BALANCED-CT     DELIMITED BY SIZE
             '  OUT OF BALANCE: '   DELIMITED BY SIZE
             WS-CTL-OOB-CT          DELIMITED BY SIZE
             '  NOT SENT: '         DELIMITED BY SIZE
             WS-CTL-NOT-SENT-CT     DELIMITED BY SIZE
             '  REPEATED: '         DELIMITED BY SIZE
             WS-CTL-DUP-CT          DELIMITED BY SIZE
             '  SKIPPED: '          DELIMITED BY SIZE
             WS-CTL-STRAY-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REJECTED RECORDS: '   DELIMITED BY SIZE
             WS-CTL-REJECT-CT       DELIMITED BY SIZE
             '  ROUTED TO SUSPENSE: ' DELIMITED BY SIZE
             WS-CTL-ROUTED-CT       DELIMITED BY SIZE
             '  FOR FOLLOW-UP: '    DELIMITED BY SIZE
             WS-CTL-UNROUTED-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'UNACKNOWLEDGED FILES PAST CUTOFF: ' DELIMITED BY SIZE
             WS-CTL-OVERDUE-CT      DELIMITED BY SIZE
             '  STILL WITHIN CUTOFF: ' DELIMITED BY SIZE
             WS-CTL-AWAITING-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-SENT-FULL-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'SENT-FILE TABLE FULL - REGISTRY ENTRIES NOT CHECKED: '
                                     DELIMITED BY SIZE
               WS-SENT-FULL-CT       DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-REPORT-LINE.
           SET WS-RPT-ACT-DETAIL TO TRUE
           CALL 'CRPTWRT' USING
             WS-RPT-CONTROL, WS-RPT-LINE-TEXT,
             WS-RPT-OUT-LINES, WS-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       WRITE-REPORT-TRAILER.
           SET WS-RPT-ACT-TRAILER TO TRUE
           CALL 'CRPTWRT' USING
             WS-RPT-CONTROL, WS-RPT-LINE-TEXT,
             WS-RPT-OUT-LINES, WS-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           .
       PUT-REPORT-LINES.
           MOVE 1 TO WS-RPT-I

           PERFORM PUT-ONE-REPORT-LINE
             UNTIL WS-RPT-I > WS-RPT-OUT-CT-I
           .
       PUT-ONE-REPORT-LINE.
           MOVE WS-RPT-OUT-LINE(WS-RPT-I) TO AR-REPORT-LINE
           WRITE AR-REPORT-LINE
           MOVE 'CXACKRPT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-RPT-I
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
             DISPLAY 'CXACKREC - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
