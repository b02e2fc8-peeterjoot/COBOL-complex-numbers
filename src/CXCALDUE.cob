       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXCALDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DU-CALIB-FILE ASSIGN TO "CXCALIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DU-HOLD-FILE ASSIGN TO "CXCALSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DU-PARM-FILE ASSIGN TO "CXCALDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DU-REPORT-FILE ASSIGN TO "CXCALDUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DU-SORT-FILE ASSIGN TO "CXCALDUW".
       DATA DIVISION.
       FILE SECTION.
       FD  DU-CALIB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXCALIB REPLACING ==(PRFX)== BY ==DU-CAL-==.
       FD  DU-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CXCALSUS REPLACING ==(PRFX)== BY ==DU-HLD-==.
       FD  DU-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DU-PARM-RECORD.
         10  DU-PARM-MONTH         PIC X(06).
         10  DU-PARM-MONTH-N REDEFINES DU-PARM-MONTH
                                   PIC 9(06).
         10  FILLER                PIC X(74).
       FD  DU-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DU-REPORT-LINE PIC X(132).
       SD  DU-SORT-FILE.
       01  DU-SRT-RECORD.
         10  DU-SRT-INSTRUMENT-ID  PIC X(08).
         10  DU-SRT-EFF-FROM       PIC 9(08).
         10  DU-SRT-INTERVAL       PIC X(03).
         10  DU-SRT-DUE-DATE       PIC 9(08).
         10  DU-SRT-HELD-CT        PIC 9(06).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      * the month the list is for (YYYYMM) and the one after it
       01 WS-RPT-MONTH PIC 9(06) VALUE 0.
       01 WS-RPT-MONTH-PARTS REDEFINES WS-RPT-MONTH.
         05 WS-RPT-YYYY PIC 9(04).
         05 WS-RPT-MM   PIC 9(02).
       01 WS-NEXT-MONTH PIC 9(06) VALUE 0.
       01 WS-DUE-MONTH-OF PIC 9(06) VALUE 0.
      ******************************************************************
      * one row per instrument: its calibration in force at the end
      * of the report month (the latest effective by then), when
      * that calibration falls due, and how many readings and
      * captures it has waiting on calibration suspense.
      ******************************************************************
       01 WS-IN-TABLE.
         05 WS-IN-CT PIC 9(04) VALUE 0.
         05 WS-IN-ENTRY OCCURS 500 TIMES.
           10 WS-IN-INSTRUMENT-ID PIC X(08).
           10 WS-IN-EFF-FROM      PIC 9(08).
           10 WS-IN-INTERVAL      PIC X(03).
           10 WS-IN-DUE-DATE      PIC 9(08).
           10 WS-IN-HELD-CT       PIC 9(06).
       01 WS-IN-MAX PIC 9(04) VALUE 500.
       01 WS-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-DUE-DATE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE-PARTS REDEFINES WS-DUE-BASE.
         05 WS-DUE-BASE-YYYY PIC 9(04).
         05 WS-DUE-BASE-MM   PIC 9(02).
         05 WS-DUE-BASE-DD   PIC 9(02).
       01 WS-DUE-MONTHS PIC 9(06) VALUE 0.
       01 WS-DUE-YEAR PIC 9(04) VALUE 0.
       01 WS-DUE-MONTH PIC 9(02) VALUE 0.
       01 WS-STATUS-TEXT PIC X(16) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SORT-EOF-YES VALUE 'Y'.
       01 WS-CTL-OVERDUE-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-DUE-CT      PIC 9(06) VALUE 0.
       01 WS-CTL-NEXT-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-CURRENT-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-NODUE-CT    PIC 9(06) VALUE 0.
       01 WS-CTL-HELD-CT     PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Monthly calibration due-list: for every instrument on the
      * CXCALIB master, the calibration in force at the end of the
      * report month, when it falls due (its own due date, else
      * EFF-FROM plus its interval), and where that leaves the
      * instrument - OVERDUE, DUE THIS MONTH, DUE NEXT MONTH,
      * CURRENT, or NO DUE DATE when the record carries neither -
      * with the readings and captures each has held on CXCALSUS,
      * listed in instrument order.  The CXCALDUP card gives the
      * report month in columns 1-6 (YYYYMM; blank or no card: the
      * run month).  Condition code 4 when an instrument is overdue
      * or has items held, so the lab hears about it.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-PARAMETER-CARD

           OPEN OUTPUT DU-REPORT-FILE
           MOVE 'CXCALDUR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CALIBRATION DUE LIST FOR ' DELIMITED BY SIZE
             WS-RPT-MONTH                DELIMITED BY SIZE
             '  RUN DATE '               DELIMITED BY SIZE
             WS-RUN-DATE                 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 'INSTRUMENT  CALIBRATED  INTERVAL  DUE       STATUS'
             TO WS-RPT-LINE-TEXT
           MOVE 'HELD' TO WS-RPT-LINE-TEXT(62:)
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-INSTRUMENT-TABLE
           IF NOT WS-TABLE-FULL
             PERFORM COUNT-HELD-ITEMS
           END-IF

           IF WS-TABLE-FULL
             DISPLAY 'CXCALDUE - MORE THAN ' WS-IN-MAX
                  ' INSTRUMENTS ON CXCALIB - NO LIST PRODUCED'
             MOVE 'TOO MANY INSTRUMENTS - NO LIST PRODUCED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE DU-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           SORT DU-SORT-FILE
             ON ASCENDING KEY DU-SRT-INSTRUMENT-ID
             INPUT PROCEDURE IS RELEASE-INSTRUMENTS
             OUTPUT PROCEDURE IS PRINT-DUE-LIST

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'INSTRUMENTS: '      DELIMITED BY SIZE
             WS-IN-CT             DELIMITED BY SIZE
             '  OVERDUE: '        DELIMITED BY SIZE
             WS-CTL-OVERDUE-CT    DELIMITED BY SIZE
             '  DUE THIS MONTH: ' DELIMITED BY SIZE
             WS-CTL-DUE-CT        DELIMITED BY SIZE
             '  DUE NEXT MONTH: ' DELIMITED BY SIZE
             WS-CTL-NEXT-CT       DELIMITED BY SIZE
             '  CURRENT: '        DELIMITED BY SIZE
             WS-CTL-CURRENT-CT    DELIMITED BY SIZE
             '  NO DUE DATE: '    DELIMITED BY SIZE
             WS-CTL-NODUE-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'ITEMS HELD ON CALIBRATION SUSPENSE: ' DELIMITED BY SIZE
             WS-CTL-HELD-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE DU-REPORT-FILE

           IF WS-CTL-OVERDUE-CT > 0 OR WS-CTL-HELD-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * The report month off the optional CXCALDUP card, else the run
      * month; a month that is not YYYYMM refuses the run.
      ******************************************************************
       READ-PARAMETER-CARD.
           MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH

           OPEN INPUT DU-PARM-FILE
           MOVE 'CXCALDUP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ DU-PARM-FILE
             AT END
               MOVE SPACES TO DU-PARM-RECORD
           END-READ
           CLOSE DU-PARM-FILE

           IF DU-PARM-MONTH NOT = SPACES
             IF DU-PARM-MONTH NUMERIC
                 AND DU-PARM-MONTH(5:2) >= '01'
                 AND DU-PARM-MONTH(5:2) <= '12'
               MOVE DU-PARM-MONTH-N TO WS-RPT-MONTH
             ELSE
               DISPLAY 'CXCALDUE - REPORT MONTH ' DU-PARM-MONTH
                    ' INVALID - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           IF WS-RPT-MM = 12
             COMPUTE WS-NEXT-MONTH = (WS-RPT-YYYY + 1) * 100 + 1
           ELSE
             COMPUTE WS-NEXT-MONTH = WS-RPT-MONTH + 1
           END-IF
           .
      ******************************************************************
      * One row per instrument, keeping the latest calibration
      * effective by the end of the report month; calibrations
      * dated after it are not yet in force and are passed over.
      ******************************************************************
       LOAD-INSTRUMENT-TABLE.
           OPEN INPUT DU-CALIB-FILE
           MOVE 'CXCALIB' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CALIB-RECORD
           PERFORM LOAD-CALIB-RECORD
             UNTIL WS-EOF-YES OR WS-TABLE-FULL

           CLOSE DU-CALIB-FILE
           .
       READ-CALIB-RECORD.
           READ DU-CALIB-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CALIB-RECORD.
           IF DU-CAL-EFF-FROM(1:6) <= WS-RPT-MONTH
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-I
             PERFORM MATCH-INSTRUMENT-STEP
               UNTIL WS-FOUND-YES OR WS-I > WS-IN-CT

             IF NOT WS-FOUND-YES
               IF WS-IN-CT = WS-IN-MAX
                 SET WS-TABLE-FULL TO TRUE
               ELSE
                 ADD 1 TO WS-IN-CT
                 MOVE WS-IN-CT TO WS-I
                 MOVE DU-CAL-INSTRUMENT-ID TO WS-IN-INSTRUMENT-ID(WS-I)
                 MOVE 0 TO WS-IN-EFF-FROM(WS-I)
                 MOVE 0 TO WS-IN-HELD-CT(WS-I)
                 SET WS-FOUND-YES TO TRUE
               END-IF
             END-IF

             IF WS-FOUND-YES
                 AND DU-CAL-EFF-FROM >= WS-IN-EFF-FROM(WS-I)
               MOVE DU-CAL-EFF-FROM TO WS-IN-EFF-FROM(WS-I)
               MOVE DU-CAL-INTERVAL-MONTHS TO WS-IN-INTERVAL(WS-I)
               PERFORM DERIVE-DUE-DATE
               MOVE WS-DUE-DATE TO WS-IN-DUE-DATE(WS-I)
             END-IF
           END-IF

           PERFORM READ-CALIB-RECORD
           .
       MATCH-INSTRUMENT-STEP.
           IF WS-IN-INSTRUMENT-ID(WS-I) = DU-CAL-INSTRUMENT-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
      ******************************************************************
      * The calibration record's due date when it carries one, else
      * EFF-FROM moved on by INTERVAL-MONTHS (the day of the month
      * kept, which orders correctly even past a short month's end);
      * zero when the record has neither.
      ******************************************************************
       DERIVE-DUE-DATE.
           MOVE 0 TO WS-DUE-DATE
           IF DU-CAL-DUE-DATE NUMERIC AND DU-CAL-DUE-DATE-N > 0
             MOVE DU-CAL-DUE-DATE-N TO WS-DUE-DATE
           ELSE
             IF DU-CAL-INTERVAL-MONTHS NUMERIC
                 AND DU-CAL-INTERVAL-MONTHS-N > 0
               MOVE DU-CAL-EFF-FROM TO WS-DUE-BASE
               COMPUTE WS-DUE-MONTHS =
                 WS-DUE-BASE-YYYY * 12 + WS-DUE-BASE-MM - 1
                 + DU-CAL-INTERVAL-MONTHS-N
               DIVIDE WS-DUE-MONTHS BY 12
                 GIVING WS-DUE-YEAR REMAINDER WS-DUE-MONTH
               COMPUTE WS-DUE-DATE =
                 WS-DUE-YEAR * 10000 + (WS-DUE-MONTH + 1) * 100
                 + WS-DUE-BASE-DD
             END-IF
           END-IF
           .
      ******************************************************************
      * Counts the items waiting on calibration suspense against
      * their instruments.
      ******************************************************************
       COUNT-HELD-ITEMS.
           OPEN INPUT DU-HOLD-FILE
           MOVE 'CXCALSUS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HOLD-RECORD
           PERFORM COUNT-HOLD-RECORD
             UNTIL WS-EOF-YES

           CLOSE DU-HOLD-FILE
           .
       READ-HOLD-RECORD.
           READ DU-HOLD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       COUNT-HOLD-RECORD.
           ADD 1 TO WS-CTL-HELD-CT
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM MATCH-HELD-STEP
             UNTIL WS-FOUND-YES OR WS-I > WS-IN-CT

           IF WS-FOUND-YES
             ADD 1 TO WS-IN-HELD-CT(WS-I)
           END-IF

           PERFORM READ-HOLD-RECORD
           .
       MATCH-HELD-STEP.
           IF WS-IN-INSTRUMENT-ID(WS-I) = DU-HLD-INSTRUMENT-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
       RELEASE-INSTRUMENTS.
           MOVE 1 TO WS-I
           PERFORM RELEASE-ONE-INSTRUMENT
             UNTIL WS-I > WS-IN-CT
           .
       RELEASE-ONE-INSTRUMENT.
           MOVE WS-IN-INSTRUMENT-ID(WS-I) TO DU-SRT-INSTRUMENT-ID
           MOVE WS-IN-EFF-FROM(WS-I) TO DU-SRT-EFF-FROM
           MOVE WS-IN-INTERVAL(WS-I) TO DU-SRT-INTERVAL
           MOVE WS-IN-DUE-DATE(WS-I) TO DU-SRT-DUE-DATE
           MOVE WS-IN-HELD-CT(WS-I) TO DU-SRT-HELD-CT
           RELEASE DU-SRT-RECORD
           ADD 1 TO WS-I
           .
       PRINT-DUE-LIST.
           PERFORM RETURN-SORTED-INSTRUMENT
           PERFORM PRINT-INSTRUMENT-LINE
             UNTIL WS-SORT-EOF-YES
           .
       RETURN-SORTED-INSTRUMENT.
           RETURN DU-SORT-FILE
             AT END
               SET WS-SORT-EOF-YES TO TRUE
           END-RETURN
           .
      ******************************************************************
      * One instrument's line: where its due date falls against the
      * report month decides its status.
      ******************************************************************
       PRINT-INSTRUMENT-LINE.
           COMPUTE WS-DUE-MONTH-OF = DU-SRT-DUE-DATE / 100
           EVALUATE TRUE
             WHEN DU-SRT-DUE-DATE = 0
               MOVE 'NO DUE DATE' TO WS-STATUS-TEXT
               ADD 1 TO WS-CTL-NODUE-CT
             WHEN WS-DUE-MONTH-OF < WS-RPT-MONTH
               MOVE 'OVERDUE' TO WS-STATUS-TEXT
               ADD 1 TO WS-CTL-OVERDUE-CT
             WHEN WS-DUE-MONTH-OF = WS-RPT-MONTH
               MOVE 'DUE THIS MONTH' TO WS-STATUS-TEXT
               ADD 1 TO WS-CTL-DUE-CT
             WHEN WS-DUE-MONTH-OF = WS-NEXT-MONTH
               MOVE 'DUE NEXT MONTH' TO WS-STATUS-TEXT
               ADD 1 TO WS-CTL-NEXT-CT
             WHEN OTHER
               MOVE 'CURRENT' TO WS-STATUS-TEXT
               ADD 1 TO WS-CTL-CURRENT-CT
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             DU-SRT-INSTRUMENT-ID DELIMITED BY SIZE
             '    '               DELIMITED BY SIZE
             DU-SRT-EFF-FROM      DELIMITED BY SIZE
             '    '               DELIMITED BY SIZE
             DU-SRT-INTERVAL      DELIMITED BY SIZE
             '       '            DELIMITED BY SIZE
             DU-SRT-DUE-DATE      DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             WS-STATUS-TEXT       DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             DU-SRT-HELD-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM RETURN-SORTED-INSTRUMENT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO DU-REPORT-LINE
           WRITE DU-REPORT-LINE
           MOVE 'CXCALDUR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
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
             DISPLAY 'CXCALDUE - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
