           SELECT CC-REPORT-FILE ASSIGN TO "CDFTCALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CC-HOLD-FILE ASSIGN TO "CXCALSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CC-SAMPLE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY DFTSAMPC REPLACING ==(PRFX)== BY ==CC-WCS-==.
       FD  CC-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CC-CAT-==.
       FD  CC-CALIB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXCALIB REPLACING ==(PRFX)== BY ==CC-CAL-==.
       FD  CC-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CC-REPORT-LINE PIC X(80).
       FD  CC-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CXCALSUS REPLACING ==(PRFX)== BY ==CC-HLD-==.
       WORKING-STORAGE SECTION.
      * the capture's identity off its catalog entry, and the
      * calibration chosen for it: the instrument's latest entry on
       01 WS-INSTRUMENT-ID PIC X(08) VALUE SPACES.
       01 WS-CAPTURE-DATE PIC 9(08) VALUE 0.
       01 WS-BEST-DATE PIC 9(08) VALUE 0.
       01 WS-CATALOG-RECORD PIC X(66) VALUE SPACES.
      * when the chosen calibration falls due: its own due date, or
      * EFF-FROM plus its interval; zero when it never does
       01 WS-BEST-DUE-DATE PIC 9(08) VALUE 0.
       01 WS-DUE-DATE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE PIC 9(08) VALUE 0.
       01 WS-DUE-BASE-PARTS REDEFINES WS-DUE-BASE.
         05 WS-DUE-BASE-YYYY PIC 9(04).
         05 WS-DUE-BASE-MM   PIC 9(02).
         05 WS-DUE-BASE-DD   PIC 9(02).
       01 WS-DUE-MONTHS PIC 9(06) VALUE 0.
       01 WS-DUE-YEAR PIC 9(04) VALUE 0.
       01 WS-DUE-MONTH PIC 9(02) VALUE 0.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-CAL-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-CAL-FOUND-YES VALUE 'Y'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-SCALE-==.
      * so a spectrum's provenance is on paper.  A capture without
      * a catalog entry, or an instrument with no calibration, is
      * refused - correcting with a guess is worse than the error.
      * A capture taken after its calibration fell due is corrected
      * with nothing: its catalog entry goes to CXCALSUS under the
      * overdue-calibration reason and the run ends with the data-
      * reject code, so the DFT steps behind it do not run.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CAPTURE-CATALOG
           PERFORM SELECT-CALIBRATION

             GOBACK
           END-IF

           OPEN OUTPUT CC-REPORT-FILE
           MOVE 'CDFTCALR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-BEST-DUE-DATE > 0
               AND WS-BEST-DUE-DATE < WS-CAPTURE-DATE
             PERFORM HOLD-OVERDUE-CAPTURE
             CLOSE CC-REPORT-FILE
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM DETERMINE-SAMPLE-MODE

           IF WS-CMODE-YES
             OPEN INPUT CC-CSAMPLE-FILE
             MOVE 'CDSAMPC' TO WS-IO-FILE
               GOBACK
           END-READ

           MOVE CC-CAT-CATALOG-RECORD TO WS-CATALOG-RECORD
           MOVE CC-CAT-CAPTURE-ID TO WS-CAPTURE-ID
           MOVE CC-CAT-INSTRUMENT-ID TO WS-INSTRUMENT-ID
           MOVE CC-CAT-CAPTURE-DATE TO WS-CAPTURE-DATE
             MOVE CC-CAL-SCALE-IM TO WS-SCALE-IM
             MOVE CC-CAL-OFFSET-RE TO WS-OFFSET-RE
             MOVE CC-CAL-OFFSET-IM TO WS-OFFSET-IM
             PERFORM DERIVE-DUE-DATE
             MOVE WS-DUE-DATE TO WS-BEST-DUE-DATE
           END-IF

           PERFORM READ-CALIB-RECORD
           .
      ******************************************************************
      * The calibration record's due date when it carries one, else
      * EFF-FROM moved on by INTERVAL-MONTHS (the day of the month
      * kept, which orders correctly even past a short month's end);
      * zero when the record has neither.
      ******************************************************************
       DERIVE-DUE-DATE.
           MOVE 0 TO WS-DUE-DATE
           IF CC-CAL-DUE-DATE NUMERIC AND CC-CAL-DUE-DATE-N > 0
             MOVE CC-CAL-DUE-DATE-N TO WS-DUE-DATE
           ELSE
             IF CC-CAL-INTERVAL-MONTHS NUMERIC
                 AND CC-CAL-INTERVAL-MONTHS-N > 0
               MOVE CC-CAL-EFF-FROM TO WS-DUE-BASE
               COMPUTE WS-DUE-MONTHS =
                 WS-DUE-BASE-YYYY * 12 + WS-DUE-BASE-MM - 1
                 + CC-CAL-INTERVAL-MONTHS-N
               DIVIDE WS-DUE-MONTHS BY 12
                 GIVING WS-DUE-YEAR REMAINDER WS-DUE-MONTH
               COMPUTE WS-DUE-DATE =
                 WS-DUE-YEAR * 10000 + (WS-DUE-MONTH + 1) * 100
                 + WS-DUE-BASE-DD
             END-IF
           END-IF
           .
      ******************************************************************
      * Puts the capture's catalog entry on calibration suspense and
      * says why on the report.
      ******************************************************************
       HOLD-OVERDUE-CAPTURE.
           OPEN EXTEND CC-HOLD-FILE
           MOVE 'CXCALSUS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO CC-HLD-CALSUSP-RECORD
           SET CC-HLD-REASON-CAL-OVERDUE TO TRUE
           MOVE WS-RUN-DATE TO CC-HLD-HELD-DATE
           MOVE WS-INSTRUMENT-ID TO CC-HLD-INSTRUMENT-ID
           MOVE WS-BEST-DATE TO CC-HLD-CAL-EFF-FROM
           MOVE WS-BEST-DUE-DATE TO CC-HLD-CAL-DUE-DATE
           MOVE WS-CAPTURE-DATE TO CC-HLD-TAKEN-DATE
           SET CC-HLD-ITEM-CAPTURE TO TRUE
           MOVE WS-CATALOG-RECORD TO CC-HLD-HELD-DATA
           WRITE CC-HLD-CALSUSP-RECORD
           MOVE 'CXCALSUS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE CC-HOLD-FILE

           DISPLAY 'CDFTCAL - INSTRUMENT ' WS-INSTRUMENT-ID
                ' CALIBRATION DUE ' WS-BEST-DUE-DATE
                ' - CAPTURE ' WS-CAPTURE-ID ' HELD'

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CAPTURE '      DELIMITED BY SIZE
             WS-CAPTURE-ID   DELIMITED BY SIZE
             ' INSTRUMENT '  DELIMITED BY SIZE
             WS-INSTRUMENT-ID DELIMITED BY SIZE
             ' HELD - NOT CORRECTED' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           MOVE WS-RPT-LINE-TEXT TO CC-REPORT-LINE
           WRITE CC-REPORT-LINE
           MOVE 'CDFTCALR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CALIBRATION OF ' DELIMITED BY SIZE
             WS-BEST-DATE      DELIMITED BY SIZE
             ' FELL DUE '      DELIMITED BY SIZE
             WS-BEST-DUE-DATE  DELIMITED BY SIZE
             ', CAPTURE TAKEN ' DELIMITED BY SIZE
             WS-CAPTURE-DATE   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           MOVE WS-RPT-LINE-TEXT TO CC-REPORT-LINE
           WRITE CC-REPORT-LINE
           MOVE 'CDFTCALR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Peeks at the OPTIONAL CDSAMPC file, the same mode choice
      * CDFT makes downstream.
      ******************************************************************
