           SELECT OPTIONAL SG-SCHED-FILE ASSIGN TO "CXSCHEDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SG-CALENDAR-FILE ASSIGN TO "CXCALEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SG-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SG-OUT-FILE ASSIGN TO "CXSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SG-DATED-FILE ASSIGN TO "CXSTDATD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SG-REPORT-FILE ASSIGN TO "CXSTGENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
         10  FILLER                PIC X(01).
         10  SG-SCHED-MONTH-END    PIC X(01).
         10  FILLER                PIC X(70).
       FD  SG-CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXCALEN REPLACING ==(PRFX)== BY ==SG-CAL-==.
       FD  SG-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==SG-REG-==.
       FD  SG-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==SG-OUT-==.
       FD  SG-DATED-FILE
           RECORD CONTAINS 108 CHARACTERS.
       COPY CXSTDTRN REPLACING ==(PRFX)== BY ==SG-DT-==.
       FD  SG-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SG-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-BUSINESS-MONTH-END-SW PIC X(01) VALUE 'N'.
         88 WS-BUSINESS-MONTH-END-YES VALUE 'Y'.
      * the day whose orders are being expanded - a missed business
      * day on a catch-up pass, otherwise the business date itself.
       01 WS-GEN-DATE PIC 9(08) VALUE 0.
       01 WS-GEN-KIND PIC X(01) VALUE 'T'.
       01 WS-MONTH-END-SW PIC X(01) VALUE 'N'.
         88 WS-MONTH-END-YES VALUE 'Y'.
      * the last business date the schedule completed - the card's,
      * or this step's own last CXRUNREG entry - and the business
      * days the calendar shows between it and the business date.
       01 WS-LAST-DATE PIC 9(08) VALUE 0.
       01 WS-LAST-SOURCE PIC X(08) VALUE SPACES.
       01 WS-MISSED-TABLE.
         05 WS-MISSED-CT PIC 9(04) VALUE 0.
         05 WS-MISSED-ENTRY OCCURS 20 TIMES.
           10 WS-MISSED-DATE      PIC 9(08).
           10 WS-MISSED-MONTH-END PIC X(01).
           10 WS-MISSED-DUE-CT    PIC 9(06).
       01 WS-MISSED-I PIC 9(04) VALUE 0.
       01 WS-MISSED-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-MISSED-OVERFLOW-YES VALUE 'Y'.
       01 WS-CAL-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-CAL-EOF-YES VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-REG-EOF-YES VALUE 'Y'.
      * the expanded day's day of week, 1 Monday through 7 Sunday,
      * from the day count since the Monday the intrinsic date base
      * starts on.
       01 WS-DAY-NO PIC 9(01) VALUE 0.
         88 WS-DUE-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DUE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DAY-DUE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CATCH-UP-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXSTGEN'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
      * volume shows separately from the keyed volume on every
      * control report downstream, and the instrumentation group
      * stops rekeying the same few dozen calculations every night.
      *
      * A business day the schedule never ran for (an outage, a site
      * closure) is caught up on the next run: the last completed
      * business date - keyed on the CXRUNCTL card after an outage,
      * otherwise the date of this step's own last CXRUNREG entry -
      * is compared against the CXCALEN calendar, and every business
      * day between it and the business date has its daily, weekly
      * and month-end orders generated ahead of the day's own, each
      * judged as of the missed day.  Every generated transaction is
      * written to CXSTDATD stamped with the business date it belongs
      * to, but only the business day's own go on CXSTOUT: a missed
      * day's orders must be processed under that day's date, so
      * CXSTCTCH.JCL takes them off CXSTDATD one missed day at a
      * time.  The catch-up days are listed separately on CXSTGENR
      * with the warning return code, so operations confirm them and
      * submit the catch-up runs.  More missed days than the table
      * holds stops the step with the environment code - a gap that
      * long wants the card's last date keyed by hand.
      *
      * A clean run registers itself on CXRUNREG for the business
      * date under file id CXSTOUT: the entry the next run's catch-up
      * starts from and the CXDEPGT gate ahead of COMPLEX checks.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM READ-SCHEDULE-FLAG

           IF WS-LAST-DATE = 0
             PERFORM FIND-LAST-REGISTERED-DATE
           END-IF

           IF WS-LAST-DATE > 0 AND WS-LAST-DATE < WS-BUSINESS-DATE
             PERFORM LOAD-MISSED-DAYS
           END-IF

           IF WS-MISSED-OVERFLOW-YES
             MOVE 'E' TO WS-LOG-SEV
             MOVE SPACES TO WS-LOG-MSG
             STRING
               'OVER 20 MISSED BUSINESS DAYS SINCE ' DELIMITED BY SIZE
               WS-LAST-DATE        DELIMITED BY SIZE
               ' - KEY LAST DATE'  DELIMITED BY SIZE
               INTO WS-LOG-MSG
             CALL 'CRUNLOG' USING
               WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
             DISPLAY 'CXSTGEN - ' WS-LOG-MSG
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT SG-OUT-FILE
           MOVE 'CXSTOUT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SG-DATED-FILE
           MOVE 'CXSTDATD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SG-REPORT-FILE
           MOVE 'CXSTGENR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-MISSED-I
           PERFORM CATCH-UP-MISSED-DAY
             UNTIL WS-MISSED-I > WS-MISSED-CT

           PERFORM WRITE-CATCH-UP-SUMMARY

           MOVE WS-BUSINESS-DATE TO WS-GEN-DATE
           MOVE 'T' TO WS-GEN-KIND
           MOVE WS-BUSINESS-MONTH-END-SW TO WS-MONTH-END-SW
           PERFORM EXPAND-DAY
           MOVE WS-CTL-DAY-DUE-CT TO WS-CTL-DUE-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE SG-OUT-FILE
           CLOSE SG-DATED-FILE
           CLOSE SG-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           STRING
             'STANDING ORDERS EXPANDED=' DELIMITED BY SIZE
             WS-CTL-DUE-CT              DELIMITED BY SIZE
             ' CATCH-UP='               DELIMITED BY SIZE
             WS-CTL-CATCH-UP-CT         DELIMITED BY SIZE
             ' DAYS='                   DELIMITED BY SIZE
             WS-MISSED-CT               DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           PERFORM RECORD-STEP-END

           IF WS-MISSED-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Establishes the business day - the CXRUNCTL card's date,
      * the machine date without it - and the last completed
      * business date when the card carries one.
      ******************************************************************
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               IF SG-RC-BUSINESS-DATE NUMERIC
                 MOVE SG-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               IF SG-RC-LAST-BUS-DATE NUMERIC
                   AND SG-RC-LAST-BUS-DATE-N > 0
                 MOVE SG-RC-LAST-BUS-DATE-N TO WS-LAST-DATE
                 MOVE 'CXRUNCTL' TO WS-LAST-SOURCE
               END-IF
           END-READ

           CLOSE SG-RUNCTL-FILE
           .
       READ-SCHEDULE-FLAG.
           OPEN INPUT SG-SCHED-FILE
               CONTINUE
             NOT AT END
               IF SG-SCHED-MONTH-END = 'Y'
                 SET WS-BUSINESS-MONTH-END-YES TO TRUE
               END-IF
           END-READ

           CLOSE SG-SCHED-FILE
           .
      ******************************************************************
      * Without a keyed last date, the last day this step completed
      * is its latest CXRUNREG entry before the business date; with
      * no entry at all there is nothing to catch up from.
      ******************************************************************
       FIND-LAST-REGISTERED-DATE.
           OPEN INPUT SG-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-REGISTRY-ENTRY
           PERFORM MATCH-REGISTRY-ENTRY
             UNTIL WS-REG-EOF-YES

           CLOSE SG-RUNREG-FILE

           IF WS-LAST-DATE > 0
             MOVE 'CXRUNREG' TO WS-LAST-SOURCE
           END-IF
           .
       READ-REGISTRY-ENTRY.
           READ SG-RUNREG-FILE
             AT END
               SET WS-REG-EOF-YES TO TRUE
           END-READ
           .
       MATCH-REGISTRY-ENTRY.
           IF SG-REG-JOB-NAME = 'CXSTGEN'
               AND SG-REG-BUSINESS-DATE < WS-BUSINESS-DATE
               AND SG-REG-BUSINESS-DATE > WS-LAST-DATE
             MOVE SG-REG-BUSINESS-DATE TO WS-LAST-DATE
           END-IF

           PERFORM READ-REGISTRY-ENTRY
           .
      ******************************************************************
      * Collects the calendar's business days after the last
      * completed date and before the business date, with their
      * month-end flags, in date order.
      ******************************************************************
       LOAD-MISSED-DAYS.
           OPEN INPUT SG-CALENDAR-FILE
           MOVE 'CXCALEN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CALENDAR-RECORD
           PERFORM LOAD-MISSED-DAY
             UNTIL WS-CAL-EOF-YES

           CLOSE SG-CALENDAR-FILE
           .
       READ-CALENDAR-RECORD.
           READ SG-CALENDAR-FILE
             AT END
               SET WS-CAL-EOF-YES TO TRUE
           END-READ
           .
       LOAD-MISSED-DAY.
           IF SG-CAL-DAY-BUSINESS
               AND SG-CAL-CAL-DATE > WS-LAST-DATE
               AND SG-CAL-CAL-DATE < WS-BUSINESS-DATE
             IF WS-MISSED-CT < 20
               ADD 1 TO WS-MISSED-CT
               MOVE SG-CAL-CAL-DATE TO WS-MISSED-DATE(WS-MISSED-CT)
               IF SG-CAL-MONTH-END
                 MOVE 'Y' TO WS-MISSED-MONTH-END(WS-MISSED-CT)
               ELSE
                 MOVE 'N' TO WS-MISSED-MONTH-END(WS-MISSED-CT)
               END-IF
               MOVE 0 TO WS-MISSED-DUE-CT(WS-MISSED-CT)
             ELSE
               SET WS-MISSED-OVERFLOW-YES TO TRUE
             END-IF
           END-IF

           PERFORM READ-CALENDAR-RECORD
           .
      ******************************************************************
      * Generates one missed day's orders as of that day and lists
      * the day on the report.
      ******************************************************************
       CATCH-UP-MISSED-DAY.
           MOVE WS-MISSED-DATE(WS-MISSED-I) TO WS-GEN-DATE
           MOVE 'C' TO WS-GEN-KIND
           MOVE WS-MISSED-MONTH-END(WS-MISSED-I) TO WS-MONTH-END-SW
           PERFORM EXPAND-DAY
           MOVE WS-CTL-DAY-DUE-CT TO WS-MISSED-DUE-CT(WS-MISSED-I)
           ADD WS-CTL-DAY-DUE-CT TO WS-CTL-CATCH-UP-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CATCH-UP FOR MISSED BUSINESS DAY ' DELIMITED BY SIZE
             WS-GEN-DATE        DELIMITED BY SIZE
             '  MONTH-END='     DELIMITED BY SIZE
             WS-MONTH-END-SW    DELIMITED BY SIZE
             '  DUE: '          DELIMITED BY SIZE
             WS-CTL-DAY-DUE-CT  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-MISSED-I
           .
       WRITE-CATCH-UP-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           EVALUATE TRUE
             WHEN WS-LAST-DATE = 0
               MOVE 'LAST COMPLETED BUSINESS DATE UNKNOWN - NO CATCH-UP'
                 TO WS-RPT-LINE-TEXT
             WHEN WS-MISSED-CT = 0
               STRING
                 'NO MISSED BUSINESS DAYS SINCE ' DELIMITED BY SIZE
                 WS-LAST-DATE       DELIMITED BY SIZE
                 ' ('               DELIMITED BY SIZE
                 WS-LAST-SOURCE     DELIMITED BY SPACE
                 ')'                DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN OTHER
               STRING
                 'CATCH-UP DAYS: '  DELIMITED BY SIZE
                 WS-MISSED-CT       DELIMITED BY SIZE
                 '  ORDERS: '       DELIMITED BY SIZE
                 WS-CTL-CATCH-UP-CT DELIMITED BY SIZE
                 '  LAST COMPLETED ' DELIMITED BY SIZE
                 WS-LAST-DATE       DELIMITED BY SIZE
                 ' ('               DELIMITED BY SIZE
                 WS-LAST-SOURCE     DELIMITED BY SPACE
                 ') - RUN CXSTCTCH FOR EACH' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Runs the standing master once for the day in WS-GEN-DATE:
      * its day of week, 1-7 Monday-Sunday from the intrinsic day
      * count, whose base date fell on a Monday, and its orders due.
      ******************************************************************
       EXPAND-DAY.
           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
           COMPUTE WS-DAY-NO =
             FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           MOVE 0 TO WS-CTL-DAY-DUE-CT
           MOVE 0 TO WS-CTL-READ-CT
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT SG-STANDING-FILE
           MOVE 'CXSTAND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-STANDING-RECORD
           PERFORM EXPAND-STANDING-ORDER
             UNTIL WS-EOF-YES

           CLOSE SG-STANDING-FILE
           .
       READ-STANDING-RECORD.
           READ SG-STANDING-FILE
             AT END
           END-READ
           .
      ******************************************************************
      * Decides whether one standing order is due on the day being
      * expanded - inside its effective window and matching its
      * frequency - and writes its transaction body to the feed, and
      * its dated copy, when it is.
      ******************************************************************
       EXPAND-STANDING-ORDER.
           ADD 1 TO WS-CTL-READ-CT
           MOVE 'N' TO WS-DUE-SW

           IF WS-GEN-DATE >= SG-ST-EFF-FROM
               AND (SG-ST-EFF-TO = 0
                    OR WS-GEN-DATE <= SG-ST-EFF-TO)
             EVALUATE TRUE
               WHEN SG-ST-FREQ-DAILY
                 SET WS-DUE-YES TO TRUE
           END-IF

           IF WS-DUE-YES
             ADD 1 TO WS-CTL-DAY-DUE-CT
             MOVE SG-ST-TRAN-DATA TO SG-OUT-TRANS-RECORD
             IF WS-GEN-KIND = 'T'
               WRITE SG-OUT-TRANS-RECORD
               MOVE 'CXSTOUT' TO WS-IO-FILE
               MOVE 'WRITE' TO WS-IO-OP
               PERFORM CHECK-IO-STATUS
             END-IF

             MOVE SPACES TO SG-DT-DATED-TRAN-RECORD
             MOVE WS-GEN-DATE TO SG-DT-STAND-DATE
             MOVE WS-GEN-KIND TO SG-DT-DAY-KIND
             MOVE SG-OUT-TRANS-RECORD TO SG-DT-TRAN-DATA
             WRITE SG-DT-DATED-TRAN-RECORD
             MOVE 'CXSTDATD' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF

           PERFORM READ-STANDING-RECORD
           .
      ******************************************************************
      * Registers the run for the business date, with the count of
      * the day's own orders put on CXSTOUT.  A run given no registry
      * registers nothing.
      ******************************************************************
       RECORD-STEP-END.
           OPEN INPUT SG-RUNREG-FILE
           IF WS-IO-STATUS = '05'
             CLOSE SG-RUNREG-FILE
           ELSE
             CLOSE SG-RUNREG-FILE
             PERFORM APPEND-STEP-END
           END-IF
           .
       APPEND-STEP-END.
           OPEN EXTEND SG-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'CXSTGEN' TO SG-REG-JOB-NAME
           MOVE 'CXSTOUT' TO SG-REG-FILE-ID
           MOVE WS-BUSINESS-DATE TO SG-REG-BUSINESS-DATE
           MOVE WS-CTL-DUE-CT TO SG-REG-RECORD-CT
           MOVE 0 TO SG-REG-HASH-TOTAL

           WRITE SG-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE SG-RUNREG-FILE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO SG-REPORT-LINE
           WRITE SG-REPORT-LINE
