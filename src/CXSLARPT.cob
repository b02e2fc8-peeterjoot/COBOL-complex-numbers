       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXSLARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SV-SLA-FILE ASSIGN TO "CXSLAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-JOURNAL-FILE ASSIGN TO "CXSVCJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-SUSP-FILE ASSIGN TO "CXSUSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-MST-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-CALENDAR-FILE ASSIGN TO "CXCALEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SV-SCHED-FILE ASSIGN TO "CXSCHEDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SV-PARM-FILE ASSIGN TO "CXSLAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-REPORT-FILE ASSIGN TO "CXSLARPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SV-SLA-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSLAM REPLACING ==(PRFX)== BY ==SV-SLA-==.
       FD  SV-JOURNAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==SV-JRN-==.
       FD  SV-SUSP-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==SV-MST-==.
       FD  SV-CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXCALEN REPLACING ==(PRFX)== BY ==SV-CAL-==.
       FD  SV-SCHED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SV-SCHED-RECORD.
         10  SV-SCHED-DATE         PIC 9(08).
         10  FILLER                PIC X(01).
         10  SV-SCHED-MONTH-END    PIC X(01).
         10  FILLER                PIC X(70).
       FD  SV-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SV-PARM-RECORD.
         10  SV-PARM-MONTH         PIC X(06).
         10  SV-PARM-MONTH-N REDEFINES SV-PARM-MONTH
                                   PIC 9(06).
         10  FILLER                PIC X(74).
       FD  SV-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SV-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      * the month reported (YYYYMM) and its first and last dates
       01 WS-RPT-MONTH PIC 9(06) VALUE 0.
       01 WS-MONTH-FIRST PIC 9(08) VALUE 0.
       01 WS-MONTH-LAST PIC 9(08) VALUE 0.
       01 WS-SKIP-RUN-SW PIC X(01) VALUE 'N'.
         88 WS-SKIP-RUN-YES VALUE 'Y'.
       01 WS-SCHED-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SCHED-EOF-YES VALUE 'Y'.
       01 WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF-YES VALUE 'Y'.
      ******************************************************************
      * the business days off the CXCALEN calendar, in date order;
      * a date's ordinal is the number of business days on or before
      * it, so the business days between two dates is the difference
      * of their ordinals.
      ******************************************************************
       01 WS-BD-TABLE.
         05 WS-BD-CT PIC 9(04) VALUE 0.
         05 WS-BD-DATE PIC 9(08) OCCURS 1500 TIMES.
       01 WS-BD-MAX PIC 9(04) VALUE 1500.
       01 WS-ORD-DATE PIC 9(08) VALUE 0.
       01 WS-ORD-RESULT PIC 9(04) VALUE 0.
       01 WS-ORD-DONE-SW PIC X(01) VALUE 'N'.
         88 WS-ORD-DONE VALUE 'Y'.
       01 WS-K PIC 9(04) VALUE 0.
       01 WS-ORD-RECEIPT PIC 9(04) VALUE 0.
       01 WS-ORD-ANSWER PIC 9(04) VALUE 0.
       01 WS-ORD-MONTH-END PIC 9(04) VALUE 0.
      ******************************************************************
      * the service-level master: committed business days per
      * department and priority class.
      ******************************************************************
       01 WS-SL-TABLE.
         05 WS-SL-CT PIC 9(04) VALUE 0.
         05 WS-SL-ENTRY OCCURS 200 TIMES.
           10 WS-SL-DEPT   PIC X(03).
           10 WS-SL-CLASS  PIC X(01).
           10 WS-SL-COMMIT PIC 9(02).
           10 WS-SL-NAME   PIC X(24).
       01 WS-SL-MAX PIC 9(04) VALUE 200.
       01 WS-S PIC 9(04) VALUE 0.
      ******************************************************************
      * one row per department and priority class seen in the
      * month, kept in department-class order: answers the journal
      * shows (first-pass and resubmitted alike), the suspense
      * cycles behind the resubmitted ones, and what was still
      * unanswered at month end.
      ******************************************************************
       01 WS-BK-TABLE.
         05 WS-BK-CT PIC 9(04) VALUE 0.
         05 WS-BK-ENTRY OCCURS 300 TIMES.
           10 WS-BK-KEY.
             15 WS-BK-DEPT  PIC X(03).
             15 WS-BK-CLASS PIC X(01).
           10 WS-BK-COMMIT-SW PIC X(01).
             88 WS-BK-COMMITTED VALUE 'Y'.
           10 WS-BK-COMMIT     PIC 9(02).
           10 WS-BK-ANSWER-CT  PIC 9(07).
           10 WS-BK-SUSP-CT    PIC 9(07).
           10 WS-BK-RESUB-CT   PIC 9(07).
           10 WS-BK-RESUB-MET  PIC 9(07).
           10 WS-BK-DAYS-TOTAL PIC 9(09).
           10 WS-BK-MAX-DAYS   PIC 9(04).
           10 WS-BK-OPEN-CT    PIC 9(07).
           10 WS-BK-OPEN-LATE  PIC 9(07).
       01 WS-BK-MAX PIC 9(04) VALUE 300.
       01 WS-B PIC 9(04) VALUE 0.
       01 WS-BK-SHIFT PIC 9(04) VALUE 0.
       01 WS-INSERT-SW PIC X(01) VALUE 'N'.
         88 WS-INSERT-HERE VALUE 'Y'.
       01 WS-BK-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-BK-FULL VALUE 'Y'.
       01 WS-KEY-IN.
         05 WS-KEY-DEPT  PIC X(03).
         05 WS-KEY-CLASS PIC X(01).
      ******************************************************************
      * every transaction that missed its commitment - answered late
      * in the month, or still unanswered at month end and already
      * past it - for the worst-offender lists.
      ******************************************************************
       01 WS-LT-TABLE.
         05 WS-LT-CT PIC 9(04) VALUE 0.
         05 WS-LT-ENTRY OCCURS 2000 TIMES.
           10 WS-LT-DEPT     PIC X(03).
           10 WS-LT-CLASS    PIC X(01).
           10 WS-LT-RECEIVED PIC 9(08).
           10 WS-LT-SEQ-NO   PIC 9(08).
           10 WS-LT-ANSWERED PIC 9(08).
           10 WS-LT-DAYS     PIC 9(04).
           10 WS-LT-COMMIT   PIC 9(02).
           10 WS-LT-OVER     PIC 9(04).
           10 WS-LT-SHOWN-SW PIC X(01).
             88 WS-LT-SHOWN VALUE 'Y'.
       01 WS-LT-MAX PIC 9(04) VALUE 2000.
       01 WS-L PIC 9(04) VALUE 0.
       01 WS-PICK-DEPT PIC X(03) VALUE SPACES.
       01 WS-PICK-LIMIT PIC 9(02) VALUE 0.
       01 WS-PICK-CT PIC 9(02) VALUE 0.
       01 WS-PICK-L PIC 9(04) VALUE 0.
       01 WS-PICK-END-SW PIC X(01) VALUE 'N'.
         88 WS-PICK-END VALUE 'Y'.
       01 WS-ANSWER-DATE PIC 9(08) VALUE 0.
       01 WS-DAYS PIC 9(04) VALUE 0.
       01 WS-CUR-DEPT PIC X(03) VALUE SPACES.
       01 WS-DEPT-NAME PIC X(24) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
      * per-row and shop-wide figures as printed
       01 WS-FIRST-PASS PIC 9(07) VALUE 0.
       01 WS-ANSWERED PIC 9(07) VALUE 0.
       01 WS-MET PIC 9(07) VALUE 0.
       01 WS-MEASURED PIC 9(07) VALUE 0.
       01 WS-PCT PIC 9(03)V9 VALUE 0.
       01 WS-AVG PIC 9(04)V99 VALUE 0.
       01 WS-PCT-DISP PIC ZZ9.9.
       01 WS-AVG-DISP PIC Z(03)9.99.
       01 WS-COMMIT-DISP PIC X(04) VALUE SPACES.
       01 WS-PCT-TEXT PIC X(05) VALUE SPACES.
       01 WS-ANSWERED-TEXT PIC X(10) VALUE SPACES.
       01 WS-CTL-ANSWERED PIC 9(07) VALUE 0.
       01 WS-CTL-MET PIC 9(07) VALUE 0.
       01 WS-CTL-MEASURED PIC 9(07) VALUE 0.
       01 WS-CTL-OPEN-LATE PIC 9(07) VALUE 0.
       01 WS-CTL-UNCOMMITTED PIC 9(07) VALUE 0.
       01 WS-CTL-LATE-CT PIC 9(07) VALUE 0.
       01 WS-CTL-SLA-REJECT PIC 9(04) VALUE 0.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-RPT-OUT-LINES.
         05 WS-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-RPT-OUT-CT-==.
       01 WS-RPT-I PIC 9(04) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Monthly service-level report by originating department and
      * priority class: how long each department waited, in business
      * days off the CXCALEN calendar, from receipt - the business
      * date a transaction first reached COMPLEX - to the business
      * date its answer was produced, against the turnaround the
      * CXSLAM master commits to that department and class ('***'
      * entries being the shop-wide commitment).
      *
      * A transaction answered the night it arrived took 0 days; the
      * CXSVCJ service journal COMPLEX writes gives those answers by
      * class.  One that suspended is on the CXSUSPM suspense master
      * under the date it first arrived, however many correction and
      * resubmission cycles it went through, and once resolved its
      * answer came out of the next business day's run - so the
      * resubmitted answers the journal shows that month are
      * measured from the master instead, and whatever the master
      * still held open at month end is aged to the month's last
      * business day, counting as missed once past its commitment.
      *
      * Per class: answers, met, percent met, average and worst
      * days, and items open past commitment; per department, its
      * worst offenders; shop-wide, the totals and the ten worst.
      * Each department's figures print as one 'DEPT xxx' section
      * so CXDISTRB can burst the report to the departments off
      * their CXDISTM entries.  The CXSLAP card gives the month in
      * columns 1-6 (YYYYMM) for a rerun; without it the CXSCHEDF
      * flag card decides, as for CXSTMT - the report runs on the
      * last business day of the month, for that month.  Condition
      * code 4 when any commitment was missed, 8 when a CXSLAM entry
      * was rejected.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH

           PERFORM READ-PARAMETER-CARD
           IF WS-PARM-EOF-YES
             PERFORM CHECK-SCHEDULE-FLAG
           END-IF
           IF WS-SKIP-RUN-YES
             DISPLAY 'CXSLARPT - NOT THE LAST BUSINESS DAY - '
                  'SERVICE-LEVEL REPORT NOT PRODUCED'
             GOBACK
           END-IF

           COMPUTE WS-MONTH-FIRST = WS-RPT-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-RPT-MONTH * 100 + 31

           OPEN OUTPUT SV-REPORT-FILE
           MOVE 'CXSLARPR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'SERVICE LEVELS BY DEPARTMENT' TO WS-RPT-TITLE
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE 55 TO WS-RPT-MAX-LINES
           MOVE 0 TO WS-RPT-LINE-CT
           MOVE 0 TO WS-RPT-PAGE-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SERVICE LEVELS FOR MONTH '      DELIMITED BY SIZE
             WS-RPT-MONTH                     DELIMITED BY SIZE
             ' - BUSINESS DAYS FROM RECEIPT TO ANSWER'
                                              DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-CALENDAR-TABLE
           PERFORM LOAD-SLA-TABLE

           MOVE WS-MONTH-LAST TO WS-ORD-DATE
           PERFORM FIND-ORDINAL
           MOVE WS-ORD-RESULT TO WS-ORD-MONTH-END

           IF WS-ORD-MONTH-END = 0
             DISPLAY 'CXSLARPT - CXCALEN HAS NO BUSINESS DAY BY '
                  WS-MONTH-LAST ' - RUN STOPPED'
             MOVE 'CALENDAR DOES NOT COVER THE MONTH - NO REPORT'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE SV-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM TALLY-JOURNAL
           IF NOT WS-BK-FULL
             PERFORM TALLY-SUSPENSE
           END-IF

           IF WS-BK-FULL
             DISPLAY 'CXSLARPT - MORE THAN ' WS-BK-MAX
                  ' DEPARTMENT/CLASS ROWS - NO REPORT PRODUCED'
             MOVE 'TOO MANY DEPARTMENT/CLASS ROWS - NO REPORT'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE SV-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM SUM-SHOP-TOTALS
           PERFORM PRINT-SHOP-SUMMARY

           MOVE SPACES TO WS-CUR-DEPT
           MOVE 1 TO WS-B
           PERFORM PRINT-BUCKET-ROW
             UNTIL WS-B > WS-BK-CT
           IF WS-BK-CT > 0
             PERFORM PRINT-DEPT-OFFENDERS
           END-IF

           PERFORM WRITE-REPORT-TRAILER

           CLOSE SV-REPORT-FILE

           DISPLAY 'CXSLARPT - MONTH ' WS-RPT-MONTH
                ' ANSWERED ' WS-CTL-ANSWERED
                ' MISSED ' WS-CTL-LATE-CT

           EVALUATE TRUE
             WHEN WS-CTL-SLA-REJECT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-LATE-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * The report month off the optional CXSLAP card; a month that
      * is not YYYYMM refuses the run.  No card leaves WS-PARM-EOF
      * set for the schedule flag to decide.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT SV-PARM-FILE
           MOVE 'CXSLAP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ SV-PARM-FILE
             AT END
               SET WS-PARM-EOF-YES TO TRUE
           END-READ
           CLOSE SV-PARM-FILE

           IF NOT WS-PARM-EOF-YES
               AND SV-PARM-MONTH = SPACES
             SET WS-PARM-EOF-YES TO TRUE
           END-IF

           IF NOT WS-PARM-EOF-YES
             IF SV-PARM-MONTH NUMERIC
                 AND SV-PARM-MONTH(5:2) >= '01'
                 AND SV-PARM-MONTH(5:2) <= '12'
               MOVE SV-PARM-MONTH-N TO WS-RPT-MONTH
             ELSE
               DISPLAY 'CXSLARPT - REPORT MONTH ' SV-PARM-MONTH
                    ' INVALID - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
      ******************************************************************
      * Reads CXSCHED's flag card when the schedule supplies one: a
      * month-end flag of anything but Y means this is not the night
      * for the report; on the night, the month is the business
      * date's.  No card at all runs for the run month.
      ******************************************************************
       CHECK-SCHEDULE-FLAG.
           OPEN INPUT SV-SCHED-FILE

           READ SV-SCHED-FILE
             AT END
               SET WS-SCHED-EOF-YES TO TRUE
           END-READ

           IF NOT WS-SCHED-EOF-YES
             IF SV-SCHED-MONTH-END NOT = 'Y'
               SET WS-SKIP-RUN-YES TO TRUE
             ELSE
               MOVE SV-SCHED-DATE(1:6) TO WS-RPT-MONTH
             END-IF
           END-IF

           CLOSE SV-SCHED-FILE
           .
      ******************************************************************
      * Business days only, in the calendar's own date order.
      ******************************************************************
       LOAD-CALENDAR-TABLE.
           OPEN INPUT SV-CALENDAR-FILE
           MOVE 'CXCALEN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CALENDAR-RECORD
           PERFORM LOAD-CALENDAR-RECORD
             UNTIL WS-EOF-YES

           CLOSE SV-CALENDAR-FILE
           .
       READ-CALENDAR-RECORD.
           READ SV-CALENDAR-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CALENDAR-RECORD.
           IF SV-CAL-DAY-BUSINESS
             IF WS-BD-CT = WS-BD-MAX
               DISPLAY 'CXSLARPT - MORE THAN ' WS-BD-MAX
                    ' BUSINESS DAYS ON CXCALEN - RUN STOPPED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE SV-CALENDAR-FILE
               CLOSE SV-REPORT-FILE
               GOBACK
             END-IF
             ADD 1 TO WS-BD-CT
             MOVE SV-CAL-CAL-DATE TO WS-BD-DATE(WS-BD-CT)
           END-IF

           PERFORM READ-CALENDAR-RECORD
           .
      ******************************************************************
      * WS-ORD-RESULT = the number of business days on or before
      * WS-ORD-DATE (zero for a date ahead of the calendar).
      ******************************************************************
       FIND-ORDINAL.
           MOVE 0 TO WS-ORD-RESULT
           MOVE 'N' TO WS-ORD-DONE-SW
           MOVE 1 TO WS-K
           PERFORM COUNT-ORDINAL-STEP
             UNTIL WS-ORD-DONE OR WS-K > WS-BD-CT
           .
       COUNT-ORDINAL-STEP.
           IF WS-BD-DATE(WS-K) > WS-ORD-DATE
             SET WS-ORD-DONE TO TRUE
           ELSE
             MOVE WS-K TO WS-ORD-RESULT
             ADD 1 TO WS-K
           END-IF
           .
      ******************************************************************
      * The commitments.  An entry with a class other than U or B,
      * or a commitment that is not two digits, is listed and left
      * out - its department falls back on the shop-wide entry.
      ******************************************************************
       LOAD-SLA-TABLE.
           OPEN INPUT SV-SLA-FILE
           MOVE 'CXSLAM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-SLA-RECORD
           PERFORM LOAD-SLA-RECORD
             UNTIL WS-EOF-YES

           CLOSE SV-SLA-FILE
           .
       READ-SLA-RECORD.
           READ SV-SLA-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-SLA-RECORD.
           EVALUATE TRUE
             WHEN NOT SV-SLA-CLASS-VALID
                 OR SV-SLA-COMMIT-DAYS NOT NUMERIC
                 OR SV-SLA-ORIGIN-DEPT = SPACES
               ADD 1 TO WS-CTL-SLA-REJECT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'CXSLAM ENTRY REJECTED: '  DELIMITED BY SIZE
                 SV-SLA-ORIGIN-DEPT         DELIMITED BY SIZE
                 ' CLASS '                  DELIMITED BY SIZE
                 SV-SLA-PRIORITY-CLASS      DELIMITED BY SIZE
                 ' COMMIT '                 DELIMITED BY SIZE
                 SV-SLA-COMMIT-DAYS         DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN WS-SL-CT = WS-SL-MAX
               DISPLAY 'CXSLARPT - MORE THAN ' WS-SL-MAX
                    ' ENTRIES ON CXSLAM - RUN STOPPED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE SV-SLA-FILE
               CLOSE SV-REPORT-FILE
               GOBACK
             WHEN OTHER
               ADD 1 TO WS-SL-CT
               MOVE SV-SLA-ORIGIN-DEPT TO WS-SL-DEPT(WS-SL-CT)
               MOVE SV-SLA-PRIORITY-CLASS TO WS-SL-CLASS(WS-SL-CT)
               MOVE SV-SLA-COMMIT-DAYS-N TO WS-SL-COMMIT(WS-SL-CT)
               MOVE SV-SLA-DEPT-NAME TO WS-SL-NAME(WS-SL-CT)
           END-EVALUATE

           PERFORM READ-SLA-RECORD
           .
      ******************************************************************
      * The month's journal entries: every answer COMPLEX produced,
      * and every suspension, against its department and class.
      ******************************************************************
       TALLY-JOURNAL.
           OPEN INPUT SV-JOURNAL-FILE
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-JOURNAL-RECORD
           PERFORM TALLY-JOURNAL-RECORD
             UNTIL WS-EOF-YES OR WS-BK-FULL

           CLOSE SV-JOURNAL-FILE
           .
       READ-JOURNAL-RECORD.
           READ SV-JOURNAL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       TALLY-JOURNAL-RECORD.
           IF SV-JRN-RUN-DATE(1:6) = WS-RPT-MONTH
             MOVE SV-JRN-ORIGIN-DEPT TO WS-KEY-DEPT
             MOVE SV-JRN-PRIORITY-CLASS TO WS-KEY-CLASS
             PERFORM LOCATE-BUCKET
             IF NOT WS-BK-FULL
               EVALUATE TRUE
                 WHEN SV-JRN-DISP-ANSWERED
                   ADD 1 TO WS-BK-ANSWER-CT(WS-B)
                 WHEN SV-JRN-DISP-SUSPENDED
                   ADD 1 TO WS-BK-SUSP-CT(WS-B)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF

           PERFORM READ-JOURNAL-RECORD
           .
      ******************************************************************
      * Every suspense item received by the end of the month: one
      * whose resubmitted answer came out in the month is measured
      * receipt to answer; one still unanswered at month end is
      * aged to the month's last business day; one answered before
      * the month belongs to an earlier report.
      ******************************************************************
       TALLY-SUSPENSE.
           OPEN INPUT SV-SUSP-FILE
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-SUSPENSE-RECORD
           PERFORM TALLY-SUSPENSE-RECORD
             UNTIL WS-EOF-YES OR WS-BK-FULL

           CLOSE SV-SUSP-FILE
           .
       READ-SUSPENSE-RECORD.
           READ SV-SUSP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       TALLY-SUSPENSE-RECORD.
           IF SV-MST-BUSINESS-DATE <= WS-MONTH-LAST
             MOVE SV-MST-BUSINESS-DATE TO WS-ORD-DATE
             PERFORM FIND-ORDINAL
             MOVE WS-ORD-RESULT TO WS-ORD-RECEIPT
             PERFORM DERIVE-ANSWER-DATE

             MOVE SV-MST-ORIGIN-DEPT TO WS-KEY-DEPT
             MOVE SV-MST-PRIORITY-CLASS TO WS-KEY-CLASS

             EVALUATE TRUE
               WHEN WS-ANSWER-DATE > 0
                   AND WS-ANSWER-DATE < WS-MONTH-FIRST
                 CONTINUE
               WHEN WS-ANSWER-DATE > 0
                   AND WS-ANSWER-DATE <= WS-MONTH-LAST
                 PERFORM LOCATE-BUCKET
                 IF NOT WS-BK-FULL
                   PERFORM TALLY-RESUBMITTED-ANSWER
                 END-IF
               WHEN OTHER
                 PERFORM LOCATE-BUCKET
                 IF NOT WS-BK-FULL
                   PERFORM TALLY-OPEN-ITEM
                 END-IF
             END-EVALUATE
           END-IF

           PERFORM READ-SUSPENSE-RECORD
           .
      ******************************************************************
      * A resolved item went back in at the front of the next
      * business day's CXTRANS, so its answer is the business day
      * after RESOLVED-DATE; zero while the item is open, and
      * all nines when that day lies past the calendar's end.
      ******************************************************************
       DERIVE-ANSWER-DATE.
           MOVE 0 TO WS-ANSWER-DATE
           MOVE 0 TO WS-ORD-ANSWER
           IF SV-MST-ITEM-CLOSED AND SV-MST-RESOLVED-DATE > 0
             MOVE SV-MST-RESOLVED-DATE TO WS-ORD-DATE
             PERFORM FIND-ORDINAL
             COMPUTE WS-ORD-ANSWER = WS-ORD-RESULT + 1
             IF WS-ORD-ANSWER > WS-BD-CT
               MOVE 99999999 TO WS-ANSWER-DATE
             ELSE
               MOVE WS-BD-DATE(WS-ORD-ANSWER) TO WS-ANSWER-DATE
             END-IF
           END-IF
           .
       TALLY-RESUBMITTED-ANSWER.
           IF WS-ORD-ANSWER > WS-ORD-RECEIPT
             COMPUTE WS-DAYS = WS-ORD-ANSWER - WS-ORD-RECEIPT
           ELSE
             MOVE 0 TO WS-DAYS
           END-IF

           ADD 1 TO WS-BK-RESUB-CT(WS-B)
           ADD WS-DAYS TO WS-BK-DAYS-TOTAL(WS-B)
           IF WS-DAYS > WS-BK-MAX-DAYS(WS-B)
             MOVE WS-DAYS TO WS-BK-MAX-DAYS(WS-B)
           END-IF

           IF WS-BK-COMMITTED(WS-B)
             IF WS-DAYS > WS-BK-COMMIT(WS-B)
               PERFORM RECORD-LATE-ITEM
             ELSE
               ADD 1 TO WS-BK-RESUB-MET(WS-B)
             END-IF
           END-IF
           .
       TALLY-OPEN-ITEM.
           IF WS-ORD-MONTH-END > WS-ORD-RECEIPT
             COMPUTE WS-DAYS = WS-ORD-MONTH-END - WS-ORD-RECEIPT
           ELSE
             MOVE 0 TO WS-DAYS
           END-IF
           MOVE 0 TO WS-ANSWER-DATE

           ADD 1 TO WS-BK-OPEN-CT(WS-B)
           IF WS-BK-COMMITTED(WS-B)
               AND WS-DAYS > WS-BK-COMMIT(WS-B)
             ADD 1 TO WS-BK-OPEN-LATE(WS-B)
             PERFORM RECORD-LATE-ITEM
           END-IF
           .
       RECORD-LATE-ITEM.
           ADD 1 TO WS-CTL-LATE-CT
           IF WS-LT-CT < WS-LT-MAX
             ADD 1 TO WS-LT-CT
             MOVE WS-BK-DEPT(WS-B) TO WS-LT-DEPT(WS-LT-CT)
             MOVE WS-BK-CLASS(WS-B) TO WS-LT-CLASS(WS-LT-CT)
             MOVE SV-MST-BUSINESS-DATE TO WS-LT-RECEIVED(WS-LT-CT)
             MOVE SV-MST-SEQ-NO TO WS-LT-SEQ-NO(WS-LT-CT)
             MOVE WS-ANSWER-DATE TO WS-LT-ANSWERED(WS-LT-CT)
             MOVE WS-DAYS TO WS-LT-DAYS(WS-LT-CT)
             MOVE WS-BK-COMMIT(WS-B) TO WS-LT-COMMIT(WS-LT-CT)
             COMPUTE WS-LT-OVER(WS-LT-CT) =
               WS-DAYS - WS-BK-COMMIT(WS-B)
             MOVE 'N' TO WS-LT-SHOWN-SW(WS-LT-CT)
           END-IF
           .
      ******************************************************************
      * WS-B = the row for WS-KEY-IN, added in department-class
      * order when new with its commitment resolved: the
      * department's own entry for the class, else the shop-wide
      * '***' entry, else none.  A blank department is reported
      * as '***' and any class but U as bulk.
      ******************************************************************
       LOCATE-BUCKET.
           IF WS-KEY-DEPT = SPACES
             MOVE '***' TO WS-KEY-DEPT
           END-IF
           IF WS-KEY-CLASS NOT = 'U'
             MOVE 'B' TO WS-KEY-CLASS
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-INSERT-SW
           MOVE 1 TO WS-B
           PERFORM MATCH-BUCKET-STEP
             UNTIL WS-FOUND-YES OR WS-INSERT-HERE OR WS-B > WS-BK-CT

           IF NOT WS-FOUND-YES
             IF WS-BK-CT = WS-BK-MAX
               SET WS-BK-FULL TO TRUE
             ELSE
               MOVE WS-BK-CT TO WS-BK-SHIFT
               PERFORM SHIFT-BUCKET-DOWN
                 UNTIL WS-BK-SHIFT < WS-B
               ADD 1 TO WS-BK-CT
               PERFORM CLEAR-BUCKET
             END-IF
           END-IF
           .
       MATCH-BUCKET-STEP.
           EVALUATE TRUE
             WHEN WS-BK-KEY(WS-B) = WS-KEY-IN
               SET WS-FOUND-YES TO TRUE
             WHEN WS-BK-KEY(WS-B) > WS-KEY-IN
               SET WS-INSERT-HERE TO TRUE
             WHEN OTHER
               ADD 1 TO WS-B
           END-EVALUATE
           .
       SHIFT-BUCKET-DOWN.
           MOVE WS-BK-ENTRY(WS-BK-SHIFT) TO WS-BK-ENTRY(WS-BK-SHIFT + 1)
           SUBTRACT 1 FROM WS-BK-SHIFT
           .
       CLEAR-BUCKET.
           MOVE WS-KEY-DEPT TO WS-BK-DEPT(WS-B)
           MOVE WS-KEY-CLASS TO WS-BK-CLASS(WS-B)
           MOVE 0 TO WS-BK-ANSWER-CT(WS-B)
           MOVE 0 TO WS-BK-SUSP-CT(WS-B)
           MOVE 0 TO WS-BK-RESUB-CT(WS-B)
           MOVE 0 TO WS-BK-RESUB-MET(WS-B)
           MOVE 0 TO WS-BK-DAYS-TOTAL(WS-B)
           MOVE 0 TO WS-BK-MAX-DAYS(WS-B)
           MOVE 0 TO WS-BK-OPEN-CT(WS-B)
           MOVE 0 TO WS-BK-OPEN-LATE(WS-B)
           MOVE 'N' TO WS-BK-COMMIT-SW(WS-B)
           MOVE 0 TO WS-BK-COMMIT(WS-B)

           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-S
           PERFORM MATCH-COMMIT-STEP
             UNTIL WS-FOUND-YES OR WS-S > WS-SL-CT
           IF NOT WS-FOUND-YES
             MOVE '***' TO WS-KEY-DEPT
             MOVE 1 TO WS-S
             PERFORM MATCH-COMMIT-STEP
               UNTIL WS-FOUND-YES OR WS-S > WS-SL-CT
           END-IF
           IF WS-FOUND-YES
             SET WS-BK-COMMITTED(WS-B) TO TRUE
             MOVE WS-SL-COMMIT(WS-S) TO WS-BK-COMMIT(WS-B)
           END-IF
           MOVE WS-BK-DEPT(WS-B) TO WS-KEY-DEPT
           SET WS-FOUND-YES TO TRUE
           .
       MATCH-COMMIT-STEP.
           IF WS-SL-DEPT(WS-S) = WS-KEY-DEPT
               AND WS-SL-CLASS(WS-S) = WS-KEY-CLASS
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-S
           END-IF
           .
      ******************************************************************
      * Per row: the first-pass answers are the journal's answers
      * less the resubmitted ones the suspense master accounts for,
      * all of them same-night and so within any commitment; the
      * measured population is every answer plus every item open
      * past its commitment.
      ******************************************************************
       FIGURE-BUCKET-ROW.
           IF WS-BK-ANSWER-CT(WS-B) > WS-BK-RESUB-CT(WS-B)
             COMPUTE WS-FIRST-PASS =
               WS-BK-ANSWER-CT(WS-B) - WS-BK-RESUB-CT(WS-B)
           ELSE
             MOVE 0 TO WS-FIRST-PASS
           END-IF
           COMPUTE WS-ANSWERED = WS-FIRST-PASS + WS-BK-RESUB-CT(WS-B)

           IF WS-BK-COMMITTED(WS-B)
             COMPUTE WS-MET = WS-FIRST-PASS + WS-BK-RESUB-MET(WS-B)
             COMPUTE WS-MEASURED = WS-ANSWERED + WS-BK-OPEN-LATE(WS-B)
           ELSE
             MOVE 0 TO WS-MET
             MOVE 0 TO WS-MEASURED
           END-IF
           .
       SUM-SHOP-TOTALS.
           MOVE 1 TO WS-B
           PERFORM SUM-ONE-BUCKET
             UNTIL WS-B > WS-BK-CT
           .
       SUM-ONE-BUCKET.
           PERFORM FIGURE-BUCKET-ROW
           ADD WS-ANSWERED TO WS-CTL-ANSWERED
           ADD WS-MET TO WS-CTL-MET
           ADD WS-MEASURED TO WS-CTL-MEASURED
           ADD WS-BK-OPEN-LATE(WS-B) TO WS-CTL-OPEN-LATE
           IF NOT WS-BK-COMMITTED(WS-B)
             ADD WS-ANSWERED TO WS-CTL-UNCOMMITTED
           END-IF
           ADD 1 TO WS-B
           .
       PRINT-SHOP-SUMMARY.
           MOVE WS-CTL-MET TO WS-MET
           MOVE WS-CTL-MEASURED TO WS-MEASURED
           PERFORM FORMAT-PERCENT-MET

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SHOP TOTAL - ANSWERED '   DELIMITED BY SIZE
             WS-CTL-ANSWERED            DELIMITED BY SIZE
             '  MET '                   DELIMITED BY SIZE
             WS-CTL-MET                 DELIMITED BY SIZE
             '  PCT MET '               DELIMITED BY SIZE
             WS-PCT-TEXT                DELIMITED BY SIZE
             '  OPEN PAST COMMITMENT '  DELIMITED BY SIZE
             WS-CTL-OPEN-LATE           DELIMITED BY SIZE
             '  NO COMMITMENT '         DELIMITED BY SIZE
             WS-CTL-UNCOMMITTED         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'WORST OFFENDERS - ALL DEPARTMENTS'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PICK-DEPT
           MOVE 10 TO WS-PICK-LIMIT
           PERFORM PRINT-WORST-OFFENDERS

           IF WS-CTL-LATE-CT > WS-LT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  (' DELIMITED BY SIZE
               WS-CTL-LATE-CT DELIMITED BY SIZE
               ' MISSED - OFFENDERS DRAWN FROM THE FIRST '
                 DELIMITED BY SIZE
               WS-LT-MAX DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 1 TO WS-L
           PERFORM RESET-SHOWN-STEP
             UNTIL WS-L > WS-LT-CT
           .
       RESET-SHOWN-STEP.
           MOVE 'N' TO WS-LT-SHOWN-SW(WS-L)
           ADD 1 TO WS-L
           .
      ******************************************************************
      * One department-class row, opening a new 'DEPT xxx' section
      * (and closing the last one with its offenders) when the
      * department changes.
      ******************************************************************
       PRINT-BUCKET-ROW.
           IF WS-BK-DEPT(WS-B) NOT = WS-CUR-DEPT
             IF WS-CUR-DEPT NOT = SPACES
               PERFORM PRINT-DEPT-OFFENDERS
             END-IF
             MOVE WS-BK-DEPT(WS-B) TO WS-CUR-DEPT
             PERFORM PRINT-DEPT-HEADING
           END-IF

           PERFORM FIGURE-BUCKET-ROW
           PERFORM FORMAT-PERCENT-MET

           IF WS-BK-COMMITTED(WS-B)
             MOVE WS-BK-COMMIT(WS-B) TO WS-COMMIT-DISP
           ELSE
             MOVE 'NONE' TO WS-COMMIT-DISP
           END-IF

           IF WS-ANSWERED > 0
             COMPUTE WS-AVG ROUNDED =
               WS-BK-DAYS-TOTAL(WS-B) / WS-ANSWERED
           ELSE
             MOVE 0 TO WS-AVG
           END-IF
           MOVE WS-AVG TO WS-AVG-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  '                     DELIMITED BY SIZE
             WS-BK-CLASS(WS-B)        DELIMITED BY SIZE
             '    '                   DELIMITED BY SIZE
             WS-COMMIT-DISP           DELIMITED BY SIZE
             '   '                    DELIMITED BY SIZE
             WS-ANSWERED              DELIMITED BY SIZE
             '   '                    DELIMITED BY SIZE
             WS-FIRST-PASS            DELIMITED BY SIZE
             '     '                  DELIMITED BY SIZE
             WS-BK-RESUB-CT(WS-B)     DELIMITED BY SIZE
             '   '                    DELIMITED BY SIZE
             WS-BK-SUSP-CT(WS-B)      DELIMITED BY SIZE
             '  '                     DELIMITED BY SIZE
             WS-MET                   DELIMITED BY SIZE
             '  '                     DELIMITED BY SIZE
             WS-PCT-TEXT              DELIMITED BY SIZE
             '   '                    DELIMITED BY SIZE
             WS-AVG-DISP              DELIMITED BY SIZE
             '    '                   DELIMITED BY SIZE
             WS-BK-MAX-DAYS(WS-B)     DELIMITED BY SIZE
             '     '                  DELIMITED BY SIZE
             WS-BK-OPEN-LATE(WS-B)    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-B
           .
       PRINT-DEPT-HEADING.
           MOVE SPACES TO WS-DEPT-NAME
           MOVE 1 TO WS-S
           PERFORM FIND-DEPT-NAME-STEP
             UNTIL WS-S > WS-SL-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'DEPT '       DELIMITED BY SIZE
             WS-CUR-DEPT   DELIMITED BY SIZE
             '  '          DELIMITED BY SIZE
             WS-DEPT-NAME  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 'CLASS COMMIT  ANSWERED  FIRST-PASS  RESUBMIT  SUSPEND'
             TO WS-RPT-LINE-TEXT
           MOVE 'MET     PCT-MET  AVG-DAYS  MAX-DAYS  OPEN-LATE'
             TO WS-RPT-LINE-TEXT(56:)
           PERFORM WRITE-REPORT-LINE
           .
       FIND-DEPT-NAME-STEP.
           IF WS-SL-DEPT(WS-S) = WS-CUR-DEPT
               AND WS-DEPT-NAME = SPACES
             MOVE WS-SL-NAME(WS-S) TO WS-DEPT-NAME
           END-IF
           ADD 1 TO WS-S
           .
       PRINT-DEPT-OFFENDERS.
           MOVE '  WORST OFFENDERS' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CUR-DEPT TO WS-PICK-DEPT
           MOVE 5 TO WS-PICK-LIMIT
           PERFORM PRINT-WORST-OFFENDERS
           .
      ******************************************************************
      * Up to WS-PICK-LIMIT missed items, furthest past commitment
      * first, for department WS-PICK-DEPT (spaces: all departments).
      ******************************************************************
       PRINT-WORST-OFFENDERS.
           MOVE 0 TO WS-PICK-CT
           MOVE 'N' TO WS-PICK-END-SW
           PERFORM PRINT-NEXT-OFFENDER
             UNTIL WS-PICK-END OR WS-PICK-CT = WS-PICK-LIMIT

           IF WS-PICK-CT = 0
             MOVE '    NONE - EVERY COMMITMENT MET' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       PRINT-NEXT-OFFENDER.
           MOVE 0 TO WS-PICK-L
           MOVE 1 TO WS-L
           PERFORM PICK-OFFENDER-STEP
             UNTIL WS-L > WS-LT-CT

           IF WS-PICK-L = 0
             SET WS-PICK-END TO TRUE
           ELSE
             ADD 1 TO WS-PICK-CT
             SET WS-LT-SHOWN(WS-PICK-L) TO TRUE
             PERFORM PRINT-OFFENDER-LINE
           END-IF
           .
       PICK-OFFENDER-STEP.
           IF NOT WS-LT-SHOWN(WS-L)
               AND (WS-PICK-DEPT = SPACES
                    OR WS-LT-DEPT(WS-L) = WS-PICK-DEPT)
             IF WS-PICK-L = 0
               MOVE WS-L TO WS-PICK-L
             ELSE
               IF WS-LT-OVER(WS-L) > WS-LT-OVER(WS-PICK-L)
                 MOVE WS-L TO WS-PICK-L
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-L
           .
       PRINT-OFFENDER-LINE.
           IF WS-LT-ANSWERED(WS-PICK-L) = 0
             MOVE 'STILL OPEN' TO WS-ANSWERED-TEXT
           ELSE
             MOVE WS-LT-ANSWERED(WS-PICK-L) TO WS-ANSWERED-TEXT
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    DEPT '                 DELIMITED BY SIZE
             WS-LT-DEPT(WS-PICK-L)       DELIMITED BY SIZE
             ' CLASS '                   DELIMITED BY SIZE
             WS-LT-CLASS(WS-PICK-L)      DELIMITED BY SIZE
             '  RECEIVED '               DELIMITED BY SIZE
             WS-LT-RECEIVED(WS-PICK-L)   DELIMITED BY SIZE
             ' SEQ '                     DELIMITED BY SIZE
             WS-LT-SEQ-NO(WS-PICK-L)     DELIMITED BY SIZE
             '  ANSWERED '               DELIMITED BY SIZE
             WS-ANSWERED-TEXT            DELIMITED BY SIZE
             '  DAYS '                   DELIMITED BY SIZE
             WS-LT-DAYS(WS-PICK-L)       DELIMITED BY SIZE
             '  COMMIT '                 DELIMITED BY SIZE
             WS-LT-COMMIT(WS-PICK-L)     DELIMITED BY SIZE
             '  OVER BY '                DELIMITED BY SIZE
             WS-LT-OVER(WS-PICK-L)       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       FORMAT-PERCENT-MET.
           IF WS-MEASURED > 0
             COMPUTE WS-PCT ROUNDED = WS-MET * 100 / WS-MEASURED
             MOVE WS-PCT TO WS-PCT-DISP
             MOVE WS-PCT-DISP TO WS-PCT-TEXT
           ELSE
             MOVE '  N/A' TO WS-PCT-TEXT
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
           MOVE WS-RPT-OUT-LINE(WS-RPT-I) TO SV-REPORT-LINE
           WRITE SV-REPORT-LINE
           MOVE 'CXSLARPR' TO WS-IO-FILE
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
             DISPLAY 'CXSLARPT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
