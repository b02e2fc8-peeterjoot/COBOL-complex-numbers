       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPSLIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SL-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-BRANCH-ID
               ALTERNATE RECORD KEY IS SL-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SL-PARM-FILE ASSIGN TO "CIMPSLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SL-REPORT-FILE ASSIGN TO "CIMPSLMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SL-DECK-FILE ASSIGN TO "CIMPSLMD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SL-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SL-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SL-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SL-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==SL-==.
       FD  SL-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SL-PARM-RECORD.
         10  SL-PARM-SIGMA         PIC X(03).
         10  SL-PARM-SIGMA-N REDEFINES SL-PARM-SIGMA
                                   PIC 9(02)V9(01).
         10  FILLER                PIC X(01).
         10  SL-PARM-MIN-READINGS  PIC X(03).
         10  SL-PARM-MIN-READINGS-N REDEFINES SL-PARM-MIN-READINGS
                                   PIC 9(03).
         10  FILLER                PIC X(73).
       FD  SL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SL-REPORT-LINE PIC X(132).
       FD  SL-DECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXLIMPRP REPLACING ==(PRFX)== BY ==SL-PRP-==.
       FD  SL-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==SL-HST-==.
       FD  SL-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==SL-TC-==.
       FD  SL-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==SL-LIM-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      * the band is WS-SIGMA standard deviations either side of the
      * mean; a branch needs WS-MIN-READINGS readings for a proposal
       01 WS-SIGMA PIC 9(02)V9(01) VALUE 3.0.
       01 WS-SIGMA-DISP PIC Z9.9.
       01 WS-MIN-READINGS PIC 9(03) VALUE 12.
       01 WS-TABLE-MAX PIC 9(04) VALUE 2000.
       01 WS-FULL-SW PIC X(01) VALUE 'N'.
         88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-FULL-FILE PIC X(08) VALUE SPACES.
      ******************************************************************
      * per-branch reading statistics off CIMPHIST: count, and the
      * sums and sums of squares of the RE and IM parts after each
      * reading is normalized to its branch's reference temperature
      * (WS-ST-NORM-CT of them could be).
      ******************************************************************
       01 WS-ST-TABLE.
         05 WS-ST-CT PIC 9(04) VALUE 0.
         05 WS-ST-ENTRY OCCURS 2000 TIMES.
           10 WS-ST-BRANCH-ID PIC X(08).
           10 WS-ST-N         PIC 9(06).
           10 WS-ST-NORM-CT   PIC 9(06).
           10 WS-ST-RE-SUM-V   COMP-2.
           10 WS-ST-IM-SUM-V   COMP-2.
           10 WS-ST-RE-SUMSQ-V COMP-2.
           10 WS-ST-IM-SUMSQ-V COMP-2.
       01 WS-TC-TABLE.
         05 WS-TC-CT PIC 9(04) VALUE 0.
         05 WS-TC-ENTRY OCCURS 2000 TIMES.
           10 WS-TC-BRANCH-ID PIC X(08).
           10 WS-TC-COEFF-V   COMP-2.
           10 WS-TC-REF-V     COMP-2.
       01 WS-LIM-TABLE.
         05 WS-LIM-CT PIC 9(04) VALUE 0.
         05 WS-LIM-ENTRY OCCURS 2000 TIMES.
           10 WS-LIM-BRANCH-ID PIC X(08).
           10 WS-LIM-NOMINAL-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-LIM-NOMINAL-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-LIM-TOLERANCE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * master branches whose history is too thin for a proposal
       01 WS-FEW-TABLE.
         05 WS-FEW-CT PIC 9(04) VALUE 0.
         05 WS-FEW-ENTRY OCCURS 2000 TIMES.
           10 WS-FEW-BRANCH-ID PIC X(08).
           10 WS-FEW-N         PIC 9(06).
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-RAW-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-COMP-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CTEMP-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CCOEF-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CREF-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TCOMP-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-MEAN-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MEANMAG-==.
       01 WS-RE-MEAN-V COMP-2.
       01 WS-IM-MEAN-V COMP-2.
       01 WS-RE-VAR-V  COMP-2.
       01 WS-IM-VAR-V  COMP-2.
       01 WS-TOL-V     COMP-2.
       01 WS-FLOOR-V   COMP-2.
       01 WS-SD-RE
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SD-IM
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-T PIC 9(04) VALUE 0.
       01 WS-L PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-LIM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-LIM-FOUND VALUE 'Y'.
       01 WS-TC-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-TC-FOUND VALUE 'Y'.
       01 WS-CTL-MASTER-CT   PIC 9(06) VALUE 0.
       01 WS-CTL-PROPOSED-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPSLIM'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPSLIM'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Statistically derived engineering limits: for every branch on
      * the CXIMPED master, the mean and spread of the RE and IM
      * parts of its CIMPHIST readings - each normalized to the
      * branch's reference temperature through CTEMPCMP when CXTCOMP
      * has a coefficient for it and the reading a temperature, as
      * CIMPTOL judges them - give a proposed limit: nominal at the
      * mean, tolerance WS-SIGMA standard deviations of the combined
      * RE/IM scatter, floored (as the outlier gate floors its
      * spread) at one percent of the mean's modulus.  The CIMPSLMP
      * card gives in columns 1-3 the band in tenths of a standard
      * deviation (default 030) and in columns 5-7 the fewest
      * readings a proposal may rest on (default 012, never under
      * 3).  The report sets each proposal beside the current CIMPLIM
      * limit, then lists the branches with too few readings, which
      * get no proposal.  The proposals go to the CIMPSLMD load deck
      * (copy/CXLIMPRP.cpy) dated today, and reach CIMPLIM only
      * through CIMPLLOD with engineering's approval.
      * Months the history compaction has rolled up are not used:
      * the proposal rests on the detail readings of the retention
      * window, the branch's behaviour as it stands.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-PARAMETER-CARD

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT SL-REPORT-FILE
           MOVE 'CIMPSLMR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-SIGMA TO WS-SIGMA-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'STATISTICAL LIMIT PROPOSALS  RUN DATE ' DELIMITED BY SIZE
             WS-RUN-DATE                             DELIMITED BY SIZE
             '  BAND '                               DELIMITED BY SIZE
             WS-SIGMA-DISP                           DELIMITED BY SIZE
             ' SD  MINIMUM READINGS '                DELIMITED BY SIZE
             WS-MIN-READINGS                         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-TCOMP-TABLE
           PERFORM LOAD-LIMIT-TABLE
           PERFORM LOAD-HISTORY-STATS

           IF WS-TABLE-FULL
             DISPLAY 'CIMPSLIM - ' WS-FULL-FILE ' HOLDS MORE THAN '
                  WS-TABLE-MAX ' BRANCHES - NO PROPOSALS MADE'
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               WS-FULL-FILE          DELIMITED BY SIZE
               ' TOO LARGE - NO PROPOSALS MADE' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE SL-REPORT-FILE
             PERFORM RELEASE-MASTER-LOCK
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT SL-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SL-DECK-FILE
           MOVE 'CIMPSLMD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-MASTER-RECORD
           PERFORM PROPOSE-BRANCH-LIMIT
             UNTIL WS-EOF-YES

           CLOSE SL-MASTER-FILE
           CLOSE SL-DECK-FILE

           PERFORM WRITE-TOO-FEW-SECTION

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'MASTER BRANCHES: '  DELIMITED BY SIZE
             WS-CTL-MASTER-CT     DELIMITED BY SIZE
             '  PROPOSED: '       DELIMITED BY SIZE
             WS-CTL-PROPOSED-CT   DELIMITED BY SIZE
             '  TOO FEW READINGS: ' DELIMITED BY SIZE
             WS-FEW-CT            DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE SL-REPORT-FILE

           DISPLAY 'CIMPSLIM - LIMITS PROPOSED: ' WS-CTL-PROPOSED-CT
                ' TOO FEW READINGS: ' WS-FEW-CT

           PERFORM RELEASE-MASTER-LOCK

           GOBACK
           .
      ******************************************************************
      * Reads the optional CIMPSLMP card.  Blank fields keep their
      * defaults; a field that is not a number, or a zero band,
      * refuses the run.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT SL-PARM-FILE
           MOVE 'CIMPSLMP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ SL-PARM-FILE
             AT END
               MOVE SPACES TO SL-PARM-RECORD
           END-READ
           CLOSE SL-PARM-FILE

           IF SL-PARM-SIGMA NOT = SPACES
             IF SL-PARM-SIGMA NUMERIC AND SL-PARM-SIGMA-N > 0
               MOVE SL-PARM-SIGMA-N TO WS-SIGMA
             ELSE
               DISPLAY 'CIMPSLIM - BAND ' SL-PARM-SIGMA
                    ' INVALID - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           IF SL-PARM-MIN-READINGS NOT = SPACES
             IF SL-PARM-MIN-READINGS NUMERIC
               MOVE SL-PARM-MIN-READINGS-N TO WS-MIN-READINGS
             ELSE
               DISPLAY 'CIMPSLIM - MINIMUM READINGS '
                    SL-PARM-MIN-READINGS ' INVALID - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-MIN-READINGS < 3
             MOVE 3 TO WS-MIN-READINGS
           END-IF
           .
      ******************************************************************
      * The side tables: compensation coefficients off CXTCOMP and
      * the current limits off CIMPLIM, both optional.
      ******************************************************************
       LOAD-TCOMP-TABLE.
           OPEN INPUT SL-TCOMP-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-TCOMP-RECORD
           PERFORM LOAD-TCOMP-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE SL-TCOMP-FILE
           .
       READ-TCOMP-RECORD.
           READ SL-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-TCOMP-ENTRY.
           IF WS-TC-CT = WS-TABLE-MAX
             SET WS-TABLE-FULL TO TRUE
             MOVE 'CXTCOMP' TO WS-FULL-FILE
           ELSE
             ADD 1 TO WS-TC-CT
             MOVE SL-TC-BRANCH-ID TO WS-TC-BRANCH-ID(WS-TC-CT)
             MOVE SL-TC-TEMP-COEFF TO WS-TC-COEFF-V(WS-TC-CT)
             MOVE SL-TC-REF-TEMP TO WS-TC-REF-V(WS-TC-CT)
             PERFORM READ-TCOMP-RECORD
           END-IF
           .
       LOAD-LIMIT-TABLE.
           OPEN INPUT SL-LIMIT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIMIT-RECORD
           PERFORM LOAD-LIMIT-ENTRY
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE SL-LIMIT-FILE
           .
       READ-LIMIT-RECORD.
           READ SL-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-LIMIT-ENTRY.
           IF WS-LIM-CT = WS-TABLE-MAX
             SET WS-TABLE-FULL TO TRUE
             MOVE 'CIMPLIM' TO WS-FULL-FILE
           ELSE
             ADD 1 TO WS-LIM-CT
             MOVE SL-LIM-BRANCH-ID  TO WS-LIM-BRANCH-ID(WS-LIM-CT)
             MOVE SL-LIM-NOMINAL-RE TO WS-LIM-NOMINAL-RE(WS-LIM-CT)
             MOVE SL-LIM-NOMINAL-IM TO WS-LIM-NOMINAL-IM(WS-LIM-CT)
             MOVE SL-LIM-TOLERANCE  TO WS-LIM-TOLERANCE(WS-LIM-CT)
             PERFORM READ-LIMIT-RECORD
           END-IF
           .
      ******************************************************************
      * One pass of CIMPHIST into the per-branch statistics, each
      * reading normalized first where it can be.
      ******************************************************************
       LOAD-HISTORY-STATS.
           OPEN INPUT SL-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM TALLY-HISTORY-READING
             UNTIL WS-EOF-YES OR WS-TABLE-FULL
           CLOSE SL-HISTORY-FILE
           .
       READ-HISTORY-RECORD.
           READ SL-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       TALLY-HISTORY-READING.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM MATCH-STATS-ENTRY
             UNTIL WS-FOUND-YES OR WS-I > WS-ST-CT

           IF NOT WS-FOUND-YES
             IF WS-ST-CT = WS-TABLE-MAX
               SET WS-TABLE-FULL TO TRUE
               MOVE 'CIMPHIST' TO WS-FULL-FILE
             ELSE
               ADD 1 TO WS-ST-CT
               MOVE WS-ST-CT TO WS-I
               MOVE SL-HST-BRANCH-ID TO WS-ST-BRANCH-ID(WS-I)
               MOVE 0 TO WS-ST-N(WS-I)
               MOVE 0 TO WS-ST-NORM-CT(WS-I)
               MOVE 0 TO WS-ST-RE-SUM-V(WS-I)
               MOVE 0 TO WS-ST-IM-SUM-V(WS-I)
               MOVE 0 TO WS-ST-RE-SUMSQ-V(WS-I)
               MOVE 0 TO WS-ST-IM-SUMSQ-V(WS-I)
               SET WS-FOUND-YES TO TRUE
             END-IF
           END-IF

           IF WS-FOUND-YES
             PERFORM NORMALIZE-HISTORY-READING
             ADD 1 TO WS-ST-N(WS-I)
             COMPUTE WS-ST-RE-SUM-V(WS-I) =
               WS-ST-RE-SUM-V(WS-I) + WS-COMP-RE
             COMPUTE WS-ST-IM-SUM-V(WS-I) =
               WS-ST-IM-SUM-V(WS-I) + WS-COMP-IM
             COMPUTE WS-ST-RE-SUMSQ-V(WS-I) =
               WS-ST-RE-SUMSQ-V(WS-I) + (WS-COMP-RE * WS-COMP-RE)
             COMPUTE WS-ST-IM-SUMSQ-V(WS-I) =
               WS-ST-IM-SUMSQ-V(WS-I) + (WS-COMP-IM * WS-COMP-IM)
           END-IF

           PERFORM READ-HISTORY-RECORD
           .
       MATCH-STATS-ENTRY.
           IF WS-ST-BRANCH-ID(WS-I) = SL-HST-BRANCH-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
      ******************************************************************
      * Normalizes one reading to its branch's reference temperature
      * through CTEMPCMP when the branch has a coefficient and the
      * reading a temperature; otherwise (and on a compensation out
      * of the model's range) the reading is taken as measured.
      ******************************************************************
       NORMALIZE-HISTORY-READING.
           MOVE SL-HST-RE TO WS-RAW-RE
           MOVE SL-HST-IM TO WS-RAW-IM
           MOVE WS-RAW-COMPLEX TO WS-COMP-COMPLEX

           IF SL-HST-READING-TEMP NUMERIC
             MOVE 'N' TO WS-TC-FOUND-SW
             MOVE 1 TO WS-T
             PERFORM FIND-TCOMP-STEP
               UNTIL WS-TC-FOUND OR WS-T > WS-TC-CT

             IF WS-TC-FOUND
               MOVE WS-TC-COEFF-V(WS-T) TO WS-CCOEF-V
               MOVE WS-TC-REF-V(WS-T) TO WS-CREF-V
               MOVE SL-HST-READING-TEMP TO WS-CTEMP-V
               CALL 'CTEMPCMP' USING
                 WS-RAW-COMPLEX, WS-CTEMP-V, WS-CCOEF-V,
                 WS-CREF-V, WS-COMP-COMPLEX, WS-TCOMP-STATUS
               IF WS-TCOMP-STATUS-OK
                 ADD 1 TO WS-ST-NORM-CT(WS-I)
               ELSE
                 MOVE WS-RAW-COMPLEX TO WS-COMP-COMPLEX
               END-IF
             END-IF
           END-IF
           .
       FIND-TCOMP-STEP.
           IF WS-TC-BRANCH-ID(WS-T) = SL-HST-BRANCH-ID
             SET WS-TC-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-T
           END-IF
           .
       READ-MASTER-RECORD.
           READ SL-MASTER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
             ADD 1 TO WS-CTL-MASTER-CT
           END-IF
           .
      ******************************************************************
      * One master branch: with enough readings, derives the proposed
      * limit, writes it to the deck and prints it beside the current
      * one; with too few, holds the branch for the closing list.
      ******************************************************************
       PROPOSE-BRANCH-LIMIT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-I
           PERFORM FIND-STATS-STEP
             UNTIL WS-FOUND-YES OR WS-I > WS-ST-CT

           MOVE 'N' TO WS-LIM-FOUND-SW
           MOVE 1 TO WS-L
           PERFORM FIND-LIMIT-STEP
             UNTIL WS-LIM-FOUND OR WS-L > WS-LIM-CT

           IF WS-FOUND-YES
               AND WS-ST-N(WS-I) NOT < WS-MIN-READINGS
             PERFORM DERIVE-PROPOSED-LIMIT
             PERFORM WRITE-PROPOSAL-RECORD
             PERFORM WRITE-PROPOSAL-LINES
           ELSE
             ADD 1 TO WS-FEW-CT
             MOVE SL-BRANCH-ID TO WS-FEW-BRANCH-ID(WS-FEW-CT)
             IF WS-FOUND-YES
               MOVE WS-ST-N(WS-I) TO WS-FEW-N(WS-FEW-CT)
             ELSE
               MOVE 0 TO WS-FEW-N(WS-FEW-CT)
             END-IF
           END-IF

           PERFORM READ-MASTER-RECORD
           .
       FIND-STATS-STEP.
           IF WS-ST-BRANCH-ID(WS-I) = SL-BRANCH-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
       FIND-LIMIT-STEP.
           IF WS-LIM-BRANCH-ID(WS-L) = SL-BRANCH-ID
             SET WS-LIM-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-L
           END-IF
           .
      ******************************************************************
      * Mean and population variance of each part; the tolerance is
      * WS-SIGMA times the root of the summed variances - the spread
      * of the modulus of reading-minus-nominal that CIMPTOL judges.
      ******************************************************************
       DERIVE-PROPOSED-LIMIT.
           COMPUTE WS-RE-MEAN-V = WS-ST-RE-SUM-V(WS-I) / WS-ST-N(WS-I)
           COMPUTE WS-IM-MEAN-V = WS-ST-IM-SUM-V(WS-I) / WS-ST-N(WS-I)
           COMPUTE WS-RE-VAR-V =
             (WS-ST-RE-SUMSQ-V(WS-I) / WS-ST-N(WS-I))
             - (WS-RE-MEAN-V * WS-RE-MEAN-V)
           COMPUTE WS-IM-VAR-V =
             (WS-ST-IM-SUMSQ-V(WS-I) / WS-ST-N(WS-I))
             - (WS-IM-MEAN-V * WS-IM-MEAN-V)
           IF WS-RE-VAR-V < 0
             MOVE 0 TO WS-RE-VAR-V
           END-IF
           IF WS-IM-VAR-V < 0
             MOVE 0 TO WS-IM-VAR-V
           END-IF

           COMPUTE WS-SD-RE ROUNDED = FUNCTION SQRT(WS-RE-VAR-V)
           COMPUTE WS-SD-IM ROUNDED = FUNCTION SQRT(WS-IM-VAR-V)
           COMPUTE WS-TOL-V =
             WS-SIGMA * FUNCTION SQRT(WS-RE-VAR-V + WS-IM-VAR-V)

           COMPUTE WS-MEAN-RE ROUNDED = WS-RE-MEAN-V
           COMPUTE WS-MEAN-IM ROUNDED = WS-IM-MEAN-V
           CALL 'CMOD' USING WS-MEAN-COMPLEX, WS-MEANMAG-V
           COMPUTE WS-FLOOR-V = WS-MEANMAG-V / 100
           IF WS-TOL-V < WS-FLOOR-V
             MOVE WS-FLOOR-V TO WS-TOL-V
           END-IF
           .
       WRITE-PROPOSAL-RECORD.
           MOVE SPACES TO SL-PRP-PROPOSAL-RECORD
           MOVE SL-BRANCH-ID TO SL-PRP-BRANCH-ID
           MOVE WS-MEAN-RE TO SL-PRP-NOMINAL-RE
           MOVE WS-MEAN-IM TO SL-PRP-NOMINAL-IM
           COMPUTE SL-PRP-TOLERANCE ROUNDED = WS-TOL-V
           MOVE WS-RUN-DATE TO SL-PRP-PROPOSAL-DATE
           MOVE WS-ST-N(WS-I) TO SL-PRP-READING-CT
           WRITE SL-PRP-PROPOSAL-RECORD
           MOVE 'CIMPSLMD' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-PROPOSED-CT
           .
       WRITE-PROPOSAL-LINES.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             SL-BRANCH-ID          DELIMITED BY SIZE
             ' READINGS='          DELIMITED BY SIZE
             WS-ST-N(WS-I)         DELIMITED BY SIZE
             ' NORMALIZED='        DELIMITED BY SIZE
             WS-ST-NORM-CT(WS-I)   DELIMITED BY SIZE
             ' SD RE='             DELIMITED BY SIZE
             WS-SD-RE              DELIMITED BY SIZE
             ' IM='                DELIMITED BY SIZE
             WS-SD-IM              DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-LIM-FOUND
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '         CURRENT  RE='     DELIMITED BY SIZE
               WS-LIM-NOMINAL-RE(WS-L)     DELIMITED BY SIZE
               ' IM='                      DELIMITED BY SIZE
               WS-LIM-NOMINAL-IM(WS-L)     DELIMITED BY SIZE
               ' TOL='                     DELIMITED BY SIZE
               WS-LIM-TOLERANCE(WS-L)      DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE '         CURRENT  NO LIMIT ON FILE'
               TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '         PROPOSED RE='     DELIMITED BY SIZE
             SL-PRP-NOMINAL-RE           DELIMITED BY SIZE
             ' IM='                      DELIMITED BY SIZE
             SL-PRP-NOMINAL-IM           DELIMITED BY SIZE
             ' TOL='                     DELIMITED BY SIZE
             SL-PRP-TOLERANCE            DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * The branches given no proposal, with the readings they have;
      * their current limits (if any) stand.
      ******************************************************************
       WRITE-TOO-FEW-SECTION.
           IF WS-FEW-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'TOO FEW READINGS FOR A PROPOSAL (UNDER '
                                     DELIMITED BY SIZE
               WS-MIN-READINGS       DELIMITED BY SIZE
               ') - CURRENT LIMITS STAND' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             MOVE 1 TO WS-I
             PERFORM WRITE-TOO-FEW-LINE
               UNTIL WS-I > WS-FEW-CT
           END-IF
           .
       WRITE-TOO-FEW-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  '                    DELIMITED BY SIZE
             WS-FEW-BRANCH-ID(WS-I)  DELIMITED BY SIZE
             ' READINGS='            DELIMITED BY SIZE
             WS-FEW-N(WS-I)          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-I
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO SL-REPORT-LINE
           WRITE SL-REPORT-LINE
           MOVE 'CIMPSLMR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it -
      * the discipline that used to be only operator memory.  The
      * release clears the registration at end of run; a lock left
      * behind by an abend shows on CENQMNT's stale-lock report.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CIMPSLIM - CXIMPED IS HELD BY '
                  WS-ENQ-CONFLICT ' - RUN REFUSED'
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - RUN REFUSED'    DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS
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
             DISPLAY 'CIMPSLIM - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
