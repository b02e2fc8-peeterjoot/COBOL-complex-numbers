       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLODPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LP-PARM-FILE ASSIGN TO "CLODPRFP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LP-INTERVAL-FILE ASSIGN TO "CXINTVL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LP-POWER-FILE ASSIGN TO "CXINTPWR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LP-DEMAND-FILE ASSIGN TO "CXDEMAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT LP-REPORT-FILE ASSIGN TO "CLODPRFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CLODPRFP card: the meters' interval length in minutes,
      * columns 1-2.  It must divide the day evenly; a blank card or
      * none at all keeps the standing fifteen minutes.
      ******************************************************************
       01  LP-PARM-RECORD.
         10  LP-PARM-MINUTES       PIC X(02).
         10  FILLER                PIC X(78).
       FD  LP-INTERVAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXINTVL REPLACING ==(PRFX)== BY ==LP-IN-==.
       FD  LP-POWER-FILE
           RECORD CONTAINS 91 CHARACTERS.
       COPY CXINTPWR REPLACING ==(PRFX)== BY ==LP-PW-==.
       FD  LP-DEMAND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXDEMAND REPLACING ==(PRFX)== BY ==LP-DM-==.
       FD  LP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LP-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-INTERVAL-MIN PIC 9(04) VALUE 15.
       01 WS-SLOTS-PER-DAY PIC 9(04) VALUE 96.
       01 WS-HOURS-PER-INTERVAL-V COMP-2.
       01 WS-PARM-NUM PIC 9(02) VALUE 0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-CONJI-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-S-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-APP-==.
       01 WS-P-V COMP-2.
       01 WS-Q-V COMP-2.
       01 WS-PF-V COMP-2.
      ******************************************************************
      * the circuit-day in hand: each interval slot of the day holds
      * the real and reactive power summed over the circuit's
      * branches and whether any branch reported in it.  The depth
      * covers one-minute metering.
      ******************************************************************
       01 WS-SLOT-TABLE.
         05 WS-SLOT-ENTRY OCCURS 1440 TIMES.
           10 WS-SLOT-P-V COMP-2.
           10 WS-SLOT-Q-V COMP-2.
           10 WS-SLOT-SEEN PIC X(01).
       01 WS-SLOT PIC 9(04) VALUE 0.
       01 WS-SLOT-MINUTES PIC 9(04) VALUE 0.
       01 WS-SLOT-REM PIC 9(04) VALUE 0.
       01 WS-SLOT-TIME.
         05 WS-SLOT-HH PIC 9(02).
         05 WS-SLOT-MM PIC 9(02).
       01 WS-PREV-KEY PIC X(28) VALUE LOW-VALUES.
       01 WS-CUR-CIRCUIT PIC X(08) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(08) VALUE 0.
       01 WS-CUR-BRANCH PIC X(08) VALUE SPACES.
       01 WS-DAY-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-DAY-OPEN VALUE 'Y'.
       01 WS-BRANCH-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-BRANCH-OPEN VALUE 'Y'.
       01 WS-CIRCUIT-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-CIRCUIT-OPEN VALUE 'Y'.
      * branch-day accumulators
       01 WS-BR-EP-V COMP-2.
       01 WS-BR-EQ-V COMP-2.
       01 WS-BR-PEAK-V COMP-2.
       01 WS-BR-PEAK-TIME PIC 9(04) VALUE 0.
       01 WS-BR-INTERVAL-CT PIC 9(04) VALUE 0.
      * circuit-day figures
       01 WS-DAY-EP-V COMP-2.
       01 WS-DAY-EQ-V COMP-2.
       01 WS-DAY-PEAK-V COMP-2.
       01 WS-DAY-PEAK-TIME PIC 9(04) VALUE 0.
       01 WS-DAY-LF-V COMP-2.
       01 WS-DAY-SEEN-CT PIC 9(04) VALUE 0.
       01 WS-DAY-MISSING-CT PIC 9(04) VALUE 0.
       01 WS-DAY-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-DAY-FOUND VALUE 'Y'.
      * circuit roll-up across the days on the file
       01 WS-CIR-EP-V COMP-2.
       01 WS-CIR-EQ-V COMP-2.
       01 WS-CIR-PEAK-V COMP-2.
       01 WS-CIR-PEAK-DATE PIC 9(08) VALUE 0.
       01 WS-CIR-PEAK-TIME PIC 9(04) VALUE 0.
       01 WS-CIR-DAY-CT PIC 9(04) VALUE 0.
       01 WS-CIR-LF-V COMP-2.
       01 WS-LF-DISP PIC 9.9999.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(08) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-INTERVAL-CT PIC 9(08) VALUE 0.
       01 WS-CTL-DAY-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SHORT-DAY-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OVERFLOW-CT PIC 9(06) VALUE 0.
      * engineering-notation rendering through CENGFMT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-ENG-TEXT-1 PIC X(15) VALUE SPACES.
       01 WS-ENG-TEXT-2 PIC X(15) VALUE SPACES.
       01 WS-ENG-TEXT-3 PIC X(15) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-RPT-OUT-LINES.
         05 WS-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-RPT-OUT-CT-==.
       01 WS-RPT-I PIC 9(04) VALUE 0.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Interval load profile and peak demand.  CPWRRPT prices one
      * snapshot of the phasors; the meters deliver a voltage and
      * current phasor pair per branch for every interval of the
      * day (CXINTVL, in circuit, day, branch, interval order).  Each
      * pair gets S = V * CONJ(I) through CMCONJ and CMMULT exactly
      * as CPWRRPT does it, and goes out as a CXINTPWR interval power
      * record.  Per branch and day the real and reactive energy are
      * summed (power times the interval length in hours) and the
      * branch's own highest interval noted; per circuit and day the
      * branches' powers are summed interval by interval, and the
      * highest interval is the circuit's peak demand.  The daily
      * load factor is the day's energy over the peak held for
      * twenty-four hours.  Each circuit-day goes to CXDEMAND for
      * capacity planning, and the circuit is rolled up over all its
      * days to its highest peak and the load factor against it.
      * A record out of sequence, repeated, or not on an interval
      * boundary is listed and skipped (return code 8); a day the
      * meters did not cover in full is reported with its missing
      * intervals counted as zero load (return code 4).
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           OPEN INPUT LP-INTERVAL-FILE
           MOVE 'CXINTVL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LP-POWER-FILE
           MOVE 'CXINTPWR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LP-DEMAND-FILE
           MOVE 'CXDEMAND' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT LP-REPORT-FILE
           MOVE 'CLODPRFR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'INTERVAL LOAD PROFILE AND PEAK DEMAND' TO WS-RPT-TITLE
           ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 55 TO WS-RPT-MAX-LINES
           MOVE 0 TO WS-RPT-LINE-CT
           MOVE 0 TO WS-RPT-PAGE-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'INTERVAL LENGTH '     DELIMITED BY SIZE
             WS-INTERVAL-MIN        DELIMITED BY SIZE
             ' MINUTES, '           DELIMITED BY SIZE
             WS-SLOTS-PER-DAY       DELIMITED BY SIZE
             ' INTERVALS PER DAY'   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-INTERVAL-RECORD

           PERFORM PROCESS-INTERVAL-RECORD
             UNTIL WS-EOF-YES

           IF WS-DAY-OPEN
             PERFORM CLOSE-BRANCH-DAY
             PERFORM CLOSE-CIRCUIT-DAY
             PERFORM CLOSE-CIRCUIT
           END-IF

           PERFORM WRITE-RUN-TOTALS
           PERFORM WRITE-REPORT-TRAILER

           CLOSE LP-INTERVAL-FILE
           CLOSE LP-POWER-FILE
           CLOSE LP-DEMAND-FILE
           CLOSE LP-REPORT-FILE

           DISPLAY 'CLODPRF - READ: ' WS-CTL-READ-CT
                ' REJECTED: ' WS-CTL-REJECT-CT
                ' CIRCUIT-DAYS: ' WS-CTL-DAY-CT

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0 OR WS-CTL-OVERFLOW-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-SHORT-DAY-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the CLODPRFP card, if there is one, for the interval
      * length; a length that does not divide the day is refused.
      ******************************************************************
       READ-PARAMETER-CARD.
           MOVE SPACES TO LP-PARM-RECORD

           OPEN INPUT LP-PARM-FILE
           MOVE 'CLODPRFP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ LP-PARM-FILE
             AT END
               MOVE SPACES TO LP-PARM-RECORD
           END-READ

           CLOSE LP-PARM-FILE

           IF LP-PARM-MINUTES NOT = SPACES
             IF LP-PARM-MINUTES IS NUMERIC
               MOVE LP-PARM-MINUTES TO WS-PARM-NUM
             ELSE
               MOVE 0 TO WS-PARM-NUM
             END-IF
             IF WS-PARM-NUM = 0
               DISPLAY 'CLODPRF - CLODPRFP INTERVAL NOT NUMERIC: '
                    LP-PARM-MINUTES
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
               GOBACK
             END-IF
             DIVIDE 1440 BY WS-PARM-NUM GIVING WS-SLOTS-PER-DAY
               REMAINDER WS-SLOT-REM
             IF WS-SLOT-REM NOT = 0
               DISPLAY 'CLODPRF - CLODPRFP INTERVAL DOES NOT DIVIDE '
                    'THE DAY: ' WS-PARM-NUM
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PARM-NUM TO WS-INTERVAL-MIN
           END-IF

           DIVIDE 1440 BY WS-INTERVAL-MIN GIVING WS-SLOTS-PER-DAY
           COMPUTE WS-HOURS-PER-INTERVAL-V = WS-INTERVAL-MIN / 60
           .
       READ-INTERVAL-RECORD.
           READ LP-INTERVAL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'CXINTVL' TO WS-IO-FILE
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-READ-CT
           END-IF
           .
      ******************************************************************
      * One interval reading: edited, then the control breaks taken
      * - branch, then circuit-day, then circuit - before the pair
      * is priced and accumulated.
      ******************************************************************
       PROCESS-INTERVAL-RECORD.
           PERFORM EDIT-INTERVAL-RECORD

           IF WS-REJECT-REASON NOT = SPACES
             PERFORM REJECT-INTERVAL-RECORD
           ELSE
             MOVE LP-IN-SEQ-KEY TO WS-PREV-KEY
             IF WS-DAY-OPEN
               IF LP-IN-CIRCUIT-ID NOT = WS-CUR-CIRCUIT
                   OR LP-IN-READ-DATE NOT = WS-CUR-DATE
                 PERFORM CLOSE-BRANCH-DAY
                 PERFORM CLOSE-CIRCUIT-DAY
                 IF LP-IN-CIRCUIT-ID NOT = WS-CUR-CIRCUIT
                   PERFORM CLOSE-CIRCUIT
                 END-IF
               ELSE
                 IF LP-IN-BRANCH-ID NOT = WS-CUR-BRANCH
                   PERFORM CLOSE-BRANCH-DAY
                 END-IF
               END-IF
             END-IF
             IF NOT WS-CIRCUIT-OPEN
               PERFORM OPEN-CIRCUIT
             END-IF
             IF NOT WS-DAY-OPEN
               PERFORM OPEN-CIRCUIT-DAY
             END-IF
             IF NOT WS-BRANCH-OPEN
               PERFORM OPEN-BRANCH-DAY
             END-IF
             PERFORM PRICE-INTERVAL
           END-IF

           PERFORM READ-INTERVAL-RECORD
           .
       EDIT-INTERVAL-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
             WHEN LP-IN-READ-DATE IS NOT NUMERIC
                 OR LP-IN-READ-TIME IS NOT NUMERIC
               MOVE 'DATE OR TIME NOT NUMERIC' TO WS-REJECT-REASON
             WHEN LP-IN-VOLT-RE IS NOT NUMERIC
                 OR LP-IN-VOLT-IM IS NOT NUMERIC
                 OR LP-IN-AMP-RE IS NOT NUMERIC
                 OR LP-IN-AMP-IM IS NOT NUMERIC
               MOVE 'PHASOR NOT NUMERIC' TO WS-REJECT-REASON
             WHEN LP-IN-READ-HH > 23 OR LP-IN-READ-MM > 59
               MOVE 'TIME NOT A TIME OF DAY' TO WS-REJECT-REASON
             WHEN LP-IN-SEQ-KEY = WS-PREV-KEY
               MOVE 'INTERVAL REPEATED' TO WS-REJECT-REASON
             WHEN LP-IN-SEQ-KEY < WS-PREV-KEY
               MOVE 'OUT OF SEQUENCE' TO WS-REJECT-REASON
             WHEN OTHER
               COMPUTE WS-SLOT-MINUTES =
                 LP-IN-READ-HH * 60 + LP-IN-READ-MM
               DIVIDE WS-SLOT-MINUTES BY WS-INTERVAL-MIN
                 GIVING WS-SLOT REMAINDER WS-SLOT-REM
               ADD 1 TO WS-SLOT
               IF WS-SLOT-REM NOT = 0
                 MOVE 'TIME NOT ON AN INTERVAL BOUNDARY'
                   TO WS-REJECT-REASON
               END-IF
           END-EVALUATE
           .
       REJECT-INTERVAL-RECORD.
           ADD 1 TO WS-CTL-REJECT-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  REJECTED '        DELIMITED BY SIZE
             LP-IN-CIRCUIT-ID     DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             LP-IN-READ-DATE      DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             LP-IN-BRANCH-ID      DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             LP-IN-READ-TIME      DELIMITED BY SIZE
             ' - '                DELIMITED BY SIZE
             WS-REJECT-REASON     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       OPEN-CIRCUIT.
           SET WS-CIRCUIT-OPEN TO TRUE
           MOVE LP-IN-CIRCUIT-ID TO WS-CUR-CIRCUIT
           MOVE 0 TO WS-CIR-EP-V
           MOVE 0 TO WS-CIR-EQ-V
           MOVE 0 TO WS-CIR-PEAK-V
           MOVE 0 TO WS-CIR-PEAK-DATE
           MOVE 0 TO WS-CIR-PEAK-TIME
           MOVE 0 TO WS-CIR-DAY-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CIRCUIT '           DELIMITED BY SIZE
             WS-CUR-CIRCUIT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       OPEN-CIRCUIT-DAY.
           SET WS-DAY-OPEN TO TRUE
           MOVE LP-IN-READ-DATE TO WS-CUR-DATE
           MOVE 0 TO WS-DAY-EP-V
           MOVE 0 TO WS-DAY-EQ-V
           MOVE 1 TO WS-SLOT
           PERFORM CLEAR-ONE-SLOT
             UNTIL WS-SLOT > WS-SLOTS-PER-DAY

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  DAY '             DELIMITED BY SIZE
             WS-CUR-DATE          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       CLEAR-ONE-SLOT.
           MOVE 0 TO WS-SLOT-P-V(WS-SLOT)
           MOVE 0 TO WS-SLOT-Q-V(WS-SLOT)
           MOVE 'N' TO WS-SLOT-SEEN(WS-SLOT)
           ADD 1 TO WS-SLOT
           .
       OPEN-BRANCH-DAY.
           SET WS-BRANCH-OPEN TO TRUE
           MOVE LP-IN-BRANCH-ID TO WS-CUR-BRANCH
           MOVE 0 TO WS-BR-EP-V
           MOVE 0 TO WS-BR-EQ-V
           MOVE 0 TO WS-BR-PEAK-V
           MOVE 0 TO WS-BR-PEAK-TIME
           MOVE 0 TO WS-BR-INTERVAL-CT
           .
      ******************************************************************
      * S = V * CONJ(I) for the interval, written to CXINTPWR and
      * added into the branch's energy and the circuit's slot.  The
      * slot was settled by the edit.
      ******************************************************************
       PRICE-INTERVAL.
           COMPUTE WS-SLOT-MINUTES = LP-IN-READ-HH * 60 + LP-IN-READ-MM
           COMPUTE WS-SLOT = WS-SLOT-MINUTES / WS-INTERVAL-MIN + 1
           ADD 1 TO WS-CTL-INTERVAL-CT
           ADD 1 TO WS-BR-INTERVAL-CT

           MOVE LP-IN-AMP-COMPLEX TO WS-CONJI-COMPLEX
           CALL 'CMCONJ' USING WS-CONJI-COMPLEX

           MOVE LP-IN-VOLT-COMPLEX TO WS-S-COMPLEX
           CALL 'CMMULT' USING WS-S-COMPLEX, WS-CONJI-COMPLEX

           MOVE WS-S-RE TO WS-P-V
           MOVE WS-S-IM TO WS-Q-V
           COMPUTE WS-APP-V = FUNCTION SQRT(
             (WS-P-V * WS-P-V) + (WS-Q-V * WS-Q-V))
           IF WS-APP-V = 0
             MOVE 0 TO WS-PF-V
           ELSE
             COMPUTE WS-PF-V = WS-P-V / WS-APP-V
           END-IF

           COMPUTE WS-BR-EP-V = WS-BR-EP-V
             + WS-P-V * WS-HOURS-PER-INTERVAL-V
           COMPUTE WS-BR-EQ-V = WS-BR-EQ-V
             + WS-Q-V * WS-HOURS-PER-INTERVAL-V
           IF WS-BR-INTERVAL-CT = 1 OR WS-P-V > WS-BR-PEAK-V
             MOVE WS-P-V TO WS-BR-PEAK-V
             MOVE LP-IN-READ-TIME TO WS-BR-PEAK-TIME
           END-IF

           COMPUTE WS-SLOT-P-V(WS-SLOT) = WS-SLOT-P-V(WS-SLOT) + WS-P-V
           COMPUTE WS-SLOT-Q-V(WS-SLOT) = WS-SLOT-Q-V(WS-SLOT) + WS-Q-V
           MOVE 'Y' TO WS-SLOT-SEEN(WS-SLOT)

           MOVE SPACES TO LP-PW-INTERVAL-POWER-RECORD
           MOVE LP-IN-CIRCUIT-ID TO LP-PW-CIRCUIT-ID
           MOVE LP-IN-READ-DATE TO LP-PW-READ-DATE
           MOVE LP-IN-BRANCH-ID TO LP-PW-BRANCH-ID
           MOVE LP-IN-READ-TIME TO LP-PW-READ-TIME
           MOVE WS-S-RE TO LP-PW-REAL-PWR
           MOVE WS-S-IM TO LP-PW-REACTIVE-PWR
           COMPUTE LP-PW-APPARENT-PWR = WS-APP-V
             ON SIZE ERROR
               ADD 1 TO WS-CTL-OVERFLOW-CT
               MOVE 0 TO LP-PW-APPARENT-PWR
           END-COMPUTE
           MOVE WS-PF-V TO LP-PW-POWER-FACTOR

           WRITE LP-PW-INTERVAL-POWER-RECORD
           MOVE 'CXINTPWR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * The branch's day: its energies, intervals metered, and its
      * own highest interval.
      ******************************************************************
       CLOSE-BRANCH-DAY.
           MOVE 'N' TO WS-BRANCH-OPEN-SW

           MOVE WS-BR-EP-V TO WS-ENG-V
           MOVE 'WH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-1
           MOVE WS-BR-EQ-V TO WS-ENG-V
           MOVE 'VARH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-2
           MOVE WS-BR-PEAK-V TO WS-ENG-V
           MOVE 'W' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-3

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    BRANCH '        DELIMITED BY SIZE
             WS-CUR-BRANCH        DELIMITED BY SIZE
             ' ENERGY P '         DELIMITED BY SIZE
             WS-ENG-TEXT-1        DELIMITED BY SIZE
             ' Q '                DELIMITED BY SIZE
             WS-ENG-TEXT-2        DELIMITED BY SIZE
             ' HIGHEST '          DELIMITED BY SIZE
             WS-ENG-TEXT-3        DELIMITED BY SIZE
             ' AT '               DELIMITED BY SIZE
             WS-BR-PEAK-TIME      DELIMITED BY SIZE
             ' INTERVALS '        DELIMITED BY SIZE
             WS-BR-INTERVAL-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * The circuit's day: the intervals walked for the day's energy
      * and the peak demand, the load factor settled, the CXDEMAND
      * record written and the circuit roll-up advanced.  An
      * interval no branch reported counts as zero load and as
      * missing.
      ******************************************************************
       CLOSE-CIRCUIT-DAY.
           MOVE 'N' TO WS-DAY-OPEN-SW
           ADD 1 TO WS-CTL-DAY-CT
           ADD 1 TO WS-CIR-DAY-CT

           MOVE 0 TO WS-DAY-PEAK-V
           MOVE 0 TO WS-DAY-PEAK-TIME
           MOVE 0 TO WS-DAY-SEEN-CT
           MOVE 'N' TO WS-DAY-FOUND-SW
           MOVE 1 TO WS-SLOT
           PERFORM SCAN-ONE-SLOT
             UNTIL WS-SLOT > WS-SLOTS-PER-DAY
           COMPUTE WS-DAY-MISSING-CT =
             WS-SLOTS-PER-DAY - WS-DAY-SEEN-CT

           IF WS-DAY-PEAK-V > 0
             COMPUTE WS-DAY-LF-V = WS-DAY-EP-V / (WS-DAY-PEAK-V * 24)
           ELSE
             MOVE 0 TO WS-DAY-LF-V
           END-IF

           COMPUTE WS-CIR-EP-V = WS-CIR-EP-V + WS-DAY-EP-V
           COMPUTE WS-CIR-EQ-V = WS-CIR-EQ-V + WS-DAY-EQ-V
           IF WS-CIR-DAY-CT = 1 OR WS-DAY-PEAK-V > WS-CIR-PEAK-V
             MOVE WS-DAY-PEAK-V TO WS-CIR-PEAK-V
             MOVE WS-CUR-DATE TO WS-CIR-PEAK-DATE
             MOVE WS-DAY-PEAK-TIME TO WS-CIR-PEAK-TIME
           END-IF

           MOVE SPACES TO LP-DM-DEMAND-RECORD
           MOVE WS-CUR-CIRCUIT TO LP-DM-CIRCUIT-ID
           MOVE WS-CUR-DATE TO LP-DM-READ-DATE
           COMPUTE LP-DM-REAL-ENERGY = WS-DAY-EP-V
             ON SIZE ERROR
               ADD 1 TO WS-CTL-OVERFLOW-CT
               MOVE 0 TO LP-DM-REAL-ENERGY
           END-COMPUTE
           COMPUTE LP-DM-REACTIVE-ENERGY = WS-DAY-EQ-V
             ON SIZE ERROR
               ADD 1 TO WS-CTL-OVERFLOW-CT
               MOVE 0 TO LP-DM-REACTIVE-ENERGY
           END-COMPUTE
           COMPUTE LP-DM-PEAK-DEMAND = WS-DAY-PEAK-V
             ON SIZE ERROR
               ADD 1 TO WS-CTL-OVERFLOW-CT
               MOVE 0 TO LP-DM-PEAK-DEMAND
           END-COMPUTE
           MOVE WS-DAY-PEAK-TIME TO LP-DM-PEAK-TIME
           MOVE WS-DAY-LF-V TO LP-DM-LOAD-FACTOR
           MOVE WS-DAY-SEEN-CT TO LP-DM-INTERVAL-CT
           MOVE WS-DAY-MISSING-CT TO LP-DM-MISSING-CT

           WRITE LP-DM-DEMAND-RECORD
           MOVE 'CXDEMAND' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-DAY-EP-V TO WS-ENG-V
           MOVE 'WH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-1
           MOVE WS-DAY-EQ-V TO WS-ENG-V
           MOVE 'VARH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-2
           MOVE WS-DAY-PEAK-V TO WS-ENG-V
           MOVE 'W' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-3
           MOVE WS-DAY-LF-V TO WS-LF-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  DAY '             DELIMITED BY SIZE
             WS-CUR-DATE          DELIMITED BY SIZE
             ' ENERGY P '         DELIMITED BY SIZE
             WS-ENG-TEXT-1        DELIMITED BY SIZE
             ' Q '                DELIMITED BY SIZE
             WS-ENG-TEXT-2        DELIMITED BY SIZE
             ' PEAK '             DELIMITED BY SIZE
             WS-ENG-TEXT-3        DELIMITED BY SIZE
             ' AT '               DELIMITED BY SIZE
             WS-DAY-PEAK-TIME     DELIMITED BY SIZE
             ' LOAD FACTOR '      DELIMITED BY SIZE
             WS-LF-DISP           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-DAY-MISSING-CT > 0
             ADD 1 TO WS-CTL-SHORT-DAY-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '    *INCOMPLETE DAY* INTERVALS METERED '
                                  DELIMITED BY SIZE
               WS-DAY-SEEN-CT     DELIMITED BY SIZE
               ' MISSING '        DELIMITED BY SIZE
               WS-DAY-MISSING-CT  DELIMITED BY SIZE
               ' - TAKEN AS ZERO LOAD' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       SCAN-ONE-SLOT.
           COMPUTE WS-DAY-EP-V = WS-DAY-EP-V
             + WS-SLOT-P-V(WS-SLOT) * WS-HOURS-PER-INTERVAL-V
           COMPUTE WS-DAY-EQ-V = WS-DAY-EQ-V
             + WS-SLOT-Q-V(WS-SLOT) * WS-HOURS-PER-INTERVAL-V
           IF WS-SLOT-SEEN(WS-SLOT) = 'Y'
             ADD 1 TO WS-DAY-SEEN-CT
             IF NOT WS-DAY-FOUND
                 OR WS-SLOT-P-V(WS-SLOT) > WS-DAY-PEAK-V
               SET WS-DAY-FOUND TO TRUE
               MOVE WS-SLOT-P-V(WS-SLOT) TO WS-DAY-PEAK-V
               COMPUTE WS-SLOT-MINUTES =
                 (WS-SLOT - 1) * WS-INTERVAL-MIN
               DIVIDE WS-SLOT-MINUTES BY 60
                 GIVING WS-SLOT-HH REMAINDER WS-SLOT-MM
               MOVE WS-SLOT-TIME TO WS-DAY-PEAK-TIME
             END-IF
           END-IF
           ADD 1 TO WS-SLOT
           .
      ******************************************************************
      * The circuit over every day on the file: total energy, its
      * highest daily peak - the figure capacity planning sizes to -
      * and the load factor of all the days against that peak.
      ******************************************************************
       CLOSE-CIRCUIT.
           MOVE 'N' TO WS-CIRCUIT-OPEN-SW

           IF WS-CIR-PEAK-V > 0
             COMPUTE WS-CIR-LF-V = WS-CIR-EP-V
               / (WS-CIR-PEAK-V * 24 * WS-CIR-DAY-CT)
           ELSE
             MOVE 0 TO WS-CIR-LF-V
           END-IF

           MOVE WS-CIR-EP-V TO WS-ENG-V
           MOVE 'WH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-1
           MOVE WS-CIR-EQ-V TO WS-ENG-V
           MOVE 'VARH' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-2
           MOVE WS-CIR-PEAK-V TO WS-ENG-V
           MOVE 'W' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-ENG-TEXT-3
           MOVE WS-CIR-LF-V TO WS-LF-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  CIRCUIT '         DELIMITED BY SIZE
             WS-CUR-CIRCUIT       DELIMITED BY SIZE
             ' DAYS '             DELIMITED BY SIZE
             WS-CIR-DAY-CT        DELIMITED BY SIZE
             ' ENERGY P '         DELIMITED BY SIZE
             WS-ENG-TEXT-1        DELIMITED BY SIZE
             ' Q '                DELIMITED BY SIZE
             WS-ENG-TEXT-2        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '    PEAK DEMAND '   DELIMITED BY SIZE
             WS-ENG-TEXT-3        DELIMITED BY SIZE
             ' ON '               DELIMITED BY SIZE
             WS-CIR-PEAK-DATE     DELIMITED BY SIZE
             ' AT '               DELIMITED BY SIZE
             WS-CIR-PEAK-TIME     DELIMITED BY SIZE
             ' LOAD FACTOR '      DELIMITED BY SIZE
             WS-LF-DISP           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RECORDS READ '       DELIMITED BY SIZE
             WS-CTL-READ-CT        DELIMITED BY SIZE
             '  INTERVALS PRICED ' DELIMITED BY SIZE
             WS-CTL-INTERVAL-CT    DELIMITED BY SIZE
             '  REJECTED '         DELIMITED BY SIZE
             WS-CTL-REJECT-CT      DELIMITED BY SIZE
             '  CIRCUIT-DAYS '     DELIMITED BY SIZE
             WS-CTL-DAY-CT         DELIMITED BY SIZE
             '  INCOMPLETE '       DELIMITED BY SIZE
             WS-CTL-SHORT-DAY-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           IF WS-CTL-OVERFLOW-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'VALUES TOO LARGE FOR THE OUTPUT FIELDS, ZEROED '
                                   DELIMITED BY SIZE
               WS-CTL-OVERFLOW-CT  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * Writes WS-RPT-LINE-TEXT to the report through CRPTWRT, the
      * standard report-writer, which starts a new page with the
      * standard heading once the page is full; the trailer entry
      * closes the report the standard way.
      ******************************************************************
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
           MOVE WS-RPT-OUT-LINE(WS-RPT-I) TO LP-REPORT-LINE
           WRITE LP-REPORT-LINE
           MOVE 'CLODPRFR' TO WS-IO-FILE
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
             DISPLAY 'CLODPRF - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
