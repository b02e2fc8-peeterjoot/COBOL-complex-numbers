           SELECT AD-REPORT-FILE ASSIGN TO "CXINSTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AD-CALIB-FILE ASSIGN TO "CXCALIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL AD-HOLD-FILE ASSIGN TO "CXCALSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AD-MAP-FILE
       FD  AD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AD-REPORT-LINE PIC X(132).
       FD  AD-CALIB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXCALIB REPLACING ==(PRFX)== BY ==AD-CAL-==.
       FD  AD-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CXCALSUS REPLACING ==(PRFX)== BY ==AD-HLD-==.
       WORKING-STORAGE SECTION.
      * the export's field mapping, carried over from its CXFLDMAP
      * record, and the label-to-branch cross-reference table.
           10 WS-XR-LABEL PIC X(16).
           10 WS-XR-BRANCH PIC X(08).
       01 WS-X PIC 9(04) VALUE 0.
      ******************************************************************
      * the exporting instrument's calibrations off CXCALIB, each
      * with the date it falls due (zero: never); a reading taken
      * after the due date of the calibration then in force is held
      * on CXCALSUS rather than converted.
      ******************************************************************
       01 WS-INSTRUMENT-ID PIC X(08) VALUE SPACES.
       01 WS-CAL-TABLE.
         05 WS-CAL-CT PIC 9(04) VALUE 0.
         05 WS-CAL-ENTRY OCCURS 200 TIMES.
           10 WS-CAL-EFF-FROM PIC 9(08).
           10 WS-CAL-DUE-DATE PIC 9(08).
       01 WS-C PIC 9(04) VALUE 0.
       01 WS-CAL-BEST PIC 9(04) VALUE 0.
       01 WS-HOLD-SW PIC X(01) VALUE 'N'.
         88 WS-HOLD-YES VALUE 'Y'.
       01 WS-DUE-DATE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE-PARTS REDEFINES WS-DUE-BASE.
         05 WS-DUE-BASE-YYYY PIC 9(04).
         05 WS-DUE-BASE-MM   PIC 9(02).
         05 WS-DUE-BASE-DD   PIC 9(02).
       01 WS-DUE-MONTHS PIC 9(06) VALUE 0.
       01 WS-DUE-YEAR PIC 9(04) VALUE 0.
       01 WS-DUE-MONTH PIC 9(02) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-FIELD-TEXT PIC X(32) VALUE SPACES.
       01 WS-CTL-READ-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OUT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-HELD-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
      * date re-epochs to YYYYMMDD for the listing; an export label
      * with no cross-reference, or cells that won't parse, go to
      * the reject listing and the data-reject condition code.
      * A reading taken after the instrument's calibration fell due
      * (copy/CXCALIB.cpy) is not converted: it goes to the CXCALSUS
      * calibration suspense file under the overdue-calibration
      * reason, is listed as held, and the run ends with at least
      * the warning code.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(19000101)

           PERFORM READ-FIELD-MAPPING
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-CALIB-TABLE

           OPEN INPUT AD-EXPORT-FILE
           MOVE 'CXINSTIN' TO WS-IO-FILE
           MOVE 'CXINSTAR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND AD-HOLD-FILE
           MOVE 'CXCALSUS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-ENVELOPE-HEADER

             WS-CTL-OUT-CT    DELIMITED BY SIZE
             '  REJECTED: '   DELIMITED BY SIZE
             WS-CTL-REJECT-CT DELIMITED BY SIZE
             '  HELD: '       DELIMITED BY SIZE
             WS-CTL-HELD-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE AD-EXPORT-FILE
           CLOSE AD-OUT-FILE
           CLOSE AD-REPORT-FILE
           CLOSE AD-HOLD-FILE

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-HELD-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
               GOBACK
           END-READ

           MOVE AD-MAP-INSTRUMENT-ID TO WS-INSTRUMENT-ID
           MOVE AD-MAP-BRANCH-POS TO WS-BRANCH-POS
           MOVE AD-MAP-BRANCH-LEN TO WS-BRANCH-LEN
           MOVE AD-MAP-VAL1-POS TO WS-VAL1-POS

           PERFORM READ-XREF-RECORD
           .
      ******************************************************************
      * Keeps the mapped instrument's calibrations, each with its due
      * date: the record's own, else EFF-FROM moved on by the
      * interval in months (day of month kept, which orders
      * correctly even past a short month's end), else none.
      ******************************************************************
       LOAD-CALIB-TABLE.
           OPEN INPUT AD-CALIB-FILE
           MOVE 'CXCALIB' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CALIB-RECORD
           PERFORM LOAD-CALIB-RECORD
             UNTIL WS-EOF-YES

           CLOSE AD-CALIB-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-CALIB-RECORD.
           READ AD-CALIB-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CALIB-RECORD.
           IF AD-CAL-INSTRUMENT-ID = WS-INSTRUMENT-ID
               AND WS-CAL-CT < 200
             ADD 1 TO WS-CAL-CT
             MOVE AD-CAL-EFF-FROM TO WS-CAL-EFF-FROM(WS-CAL-CT)
             MOVE 0 TO WS-DUE-DATE
             IF AD-CAL-DUE-DATE NUMERIC AND AD-CAL-DUE-DATE-N > 0
               MOVE AD-CAL-DUE-DATE-N TO WS-DUE-DATE
             ELSE
               IF AD-CAL-INTERVAL-MONTHS NUMERIC
                   AND AD-CAL-INTERVAL-MONTHS-N > 0
                 MOVE AD-CAL-EFF-FROM TO WS-DUE-BASE
                 COMPUTE WS-DUE-MONTHS =
                   WS-DUE-BASE-YYYY * 12 + WS-DUE-BASE-MM - 1
                   + AD-CAL-INTERVAL-MONTHS-N
                 DIVIDE WS-DUE-MONTHS BY 12
                   GIVING WS-DUE-YEAR REMAINDER WS-DUE-MONTH
                 COMPUTE WS-DUE-DATE =
                   WS-DUE-YEAR * 10000 + (WS-DUE-MONTH + 1) * 100
                   + WS-DUE-BASE-DD
               END-IF
             END-IF
             MOVE WS-DUE-DATE TO WS-CAL-DUE-DATE(WS-CAL-CT)
           END-IF

           PERFORM READ-CALIB-RECORD
           .
       READ-EXPORT-LINE.
           READ AD-EXPORT-FILE
             AT END
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             ELSE
               PERFORM CHECK-CALIBRATION-DUE
               IF WS-HOLD-YES
                 PERFORM HOLD-OVERDUE-READING
               ELSE
                 PERFORM WRITE-CORRECTION-RECORD
               END-IF
             END-IF
           END-IF

             ADD 1 TO WS-X
           END-IF
           .
      ******************************************************************
      * Finds the calibration in force on the reading date - the
      * latest on or before it - and flags the reading for hold when
      * that calibration had fallen due by then.  A reading older
      * than every calibration on file has none to judge it by.
      ******************************************************************
       CHECK-CALIBRATION-DUE.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 0 TO WS-CAL-BEST
           MOVE 1 TO WS-C
           PERFORM MATCH-CALIB-ROW
             UNTIL WS-C > WS-CAL-CT

           IF WS-CAL-BEST > 0
             IF WS-CAL-DUE-DATE(WS-CAL-BEST) > 0
                 AND WS-CAL-DUE-DATE(WS-CAL-BEST) < WS-READING-DATE
               SET WS-HOLD-YES TO TRUE
             END-IF
           END-IF
           .
       MATCH-CALIB-ROW.
           IF WS-CAL-EFF-FROM(WS-C) <= WS-READING-DATE
             IF WS-CAL-BEST = 0
               MOVE WS-C TO WS-CAL-BEST
             ELSE
               IF WS-CAL-EFF-FROM(WS-C) >= WS-CAL-EFF-FROM(WS-CAL-BEST)
                 MOVE WS-C TO WS-CAL-BEST
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-C
           .
      ******************************************************************
      * Builds the reading's correction record as it would have been
      * written and puts it on calibration suspense instead, outside
      * the envelope, with the calibration it fell under.
      ******************************************************************
       HOLD-OVERDUE-READING.
           MOVE SPACES TO AD-OUT-CORRECTION-RECORD
           MOVE WS-XR-BRANCH(WS-X) TO AD-OUT-BRANCH-ID
           MOVE WS-VALUE-RE TO AD-OUT-RE
           MOVE WS-VALUE-IM TO AD-OUT-IM
           MOVE WS-UNIT-CODE TO AD-OUT-UNIT-CODE
           PERFORM CARVE-READING-TEMP

           MOVE SPACES TO AD-HLD-CALSUSP-RECORD
           SET AD-HLD-REASON-CAL-OVERDUE TO TRUE
           MOVE WS-RUN-DATE TO AD-HLD-HELD-DATE
           MOVE WS-INSTRUMENT-ID TO AD-HLD-INSTRUMENT-ID
           MOVE WS-CAL-EFF-FROM(WS-CAL-BEST) TO AD-HLD-CAL-EFF-FROM
           MOVE WS-CAL-DUE-DATE(WS-CAL-BEST) TO AD-HLD-CAL-DUE-DATE
           MOVE WS-READING-DATE TO AD-HLD-TAKEN-DATE
           SET AD-HLD-ITEM-READING TO TRUE
           MOVE AD-OUT-CORRECTION-RECORD TO AD-HLD-HELD-DATA
           WRITE AD-HLD-CALSUSP-RECORD
           MOVE 'CXCALSUS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-CTL-HELD-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'HELD LINE '      DELIMITED BY SIZE
             WS-CTL-READ-CT    DELIMITED BY SIZE
             ' BRANCH '        DELIMITED BY SIZE
             WS-XR-BRANCH(WS-X) DELIMITED BY SIZE
             ' DATED '         DELIMITED BY SIZE
             WS-READING-DATE   DELIMITED BY SIZE
             ' - INSTRUMENT '  DELIMITED BY SIZE
             WS-INSTRUMENT-ID  DELIMITED BY SIZE
             ' CALIBRATION DUE ' DELIMITED BY SIZE
             WS-CAL-DUE-DATE(WS-CAL-BEST) DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       PARSE-VALUE-FIELDS.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE AD-EXPORT-LINE(WS-VAL1-POS:WS-VAL1-LEN)
           MOVE WS-VALUE-RE TO AD-OUT-RE
           MOVE WS-VALUE-IM TO AD-OUT-IM
           MOVE WS-UNIT-CODE TO AD-OUT-UNIT-CODE
           PERFORM CARVE-READING-TEMP

           WRITE AD-OUT-CORRECTION-RECORD
           MOVE 'CXINSTOU' TO WS-IO-FILE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       CARVE-READING-TEMP.
           IF WS-TEMP-LEN > 0
             MOVE SPACES TO WS-FIELD-TEXT
             MOVE AD-EXPORT-LINE(WS-TEMP-POS:WS-TEMP-LEN)
               TO WS-FIELD-TEXT
             IF FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
               COMPUTE AD-OUT-READING-TEMP =
                 FUNCTION NUMVAL(WS-FIELD-TEXT)
             END-IF
           END-IF
           .
       WRITE-ENVELOPE-HEADER.
           MOVE SPACES TO AD-OUT-CORRECTION-RECORD
           MOVE SPACES TO WS-ENVELOPE-RECORD
