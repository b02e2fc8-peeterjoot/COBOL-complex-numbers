       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXSTVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SV-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SV-THRESH-FILE ASSIGN TO "CXSTVTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-RESULT-FILE ASSIGN TO "CXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-MST-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT SV-REPORT-FILE ASSIGN TO "CXSTVARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SV-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==SV-RC-==.
       FD  SV-THRESH-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXSTVTH REPLACING ==(PRFX)== BY ==SV-TH-==.
       FD  SV-RESULT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==SV-MST-==.
       FD  SV-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SV-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
      * the source code CXDAILY's CXCOMBP card stamps on the standing
      * feed; keyed and reprocessed results are not standing work.
       01 WS-STAND-SOURCE PIC X(03) VALUE 'STD'.
      * how many earlier business days make up the trailing average,
      * and the thresholds a calculation with no CXSTVTH line of its
      * own is held to; operations can retune all three on CXPARM.
       01 WS-TRAIL-DAYS PIC 9(02) VALUE 5.
       01 WS-DEFAULT-MOD-PCT PIC 9(03)V9(02) VALUE 10.
       01 WS-DEFAULT-ARG-DEG PIC 9(03)V9(02) VALUE 5.
       01 WS-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 WS-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TUNE-==.
      ******************************************************************
      * the earlier business days in the window, oldest first: the
      * latest dates before the run date that carry standing
      * results, the last of them the previous business day.
      ******************************************************************
       01 WS-WIN-TABLE.
         05 WS-WIN-CT PIC 9(02) VALUE 0.
         05 WS-WIN-DATE PIC 9(08) OCCURS 20 TIMES.
       01 WS-WIN-MAX PIC 9(02) VALUE 20.
       01 WS-W PIC 9(02) VALUE 0.
       01 WS-PREV-DATE PIC 9(08) VALUE 0.
      ******************************************************************
      * one entry per standing calculation seen in the window: its
      * identity, the run date's result, the previous business day's
      * result, and the running sums for the trailing average.
      ******************************************************************
       01 WS-CALC-TABLE.
         05 WS-CALC-CT PIC 9(04) VALUE 0.
         05 WS-CALC-ENTRY OCCURS 500 TIMES.
           10 WS-CALC-KEY.
             15 WS-CALC-SIG.
               20 WS-CALC-OPCODE PIC X(04).
               20 WS-CALC-DEPT PIC X(03).
               20 WS-CALC-LABEL PIC X(08).
             15 WS-CALC-OCC PIC 9(02).
           10 WS-CALC-TODAY-SW PIC X(01).
             88 WS-CALC-TODAY-YES VALUE 'Y'.
           10 WS-CALC-TODAY-RE PIC S9(8)V9(8).
           10 WS-CALC-TODAY-IM PIC S9(8)V9(8).
           10 WS-CALC-PREV-SW PIC X(01).
             88 WS-CALC-PREV-YES VALUE 'Y'.
           10 WS-CALC-PREV-RE PIC S9(8)V9(8).
           10 WS-CALC-PREV-IM PIC S9(8)V9(8).
           10 WS-CALC-HIST-CT PIC 9(02).
           10 WS-CALC-SUM-MOD-V COMP-2.
           10 WS-CALC-SUM-RE-V COMP-2.
           10 WS-CALC-SUM-IM-V COMP-2.
       01 WS-CALC-MAX PIC 9(04) VALUE 500.
       01 WS-C PIC 9(04) VALUE 0.
       01 WS-CALC-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-CALC-FOUND-YES VALUE 'Y'.
       01 WS-CALC-FULL-CT PIC 9(06) VALUE 0.
      * the identity being built for the result in hand; the
      * occurrence counts which repeat of the same operation,
      * department and label this is within its business date.
       01 WS-NEW-KEY.
         05 WS-NEW-SIG.
           10 WS-NEW-OPCODE PIC X(04).
           10 WS-NEW-DEPT PIC X(03).
           10 WS-NEW-LABEL PIC X(08).
         05 WS-NEW-OCC PIC 9(02).
       01 WS-OCC-TABLE.
         05 WS-OCC-CT PIC 9(04) VALUE 0.
         05 WS-OCC-ENTRY OCCURS 500 TIMES.
           10 WS-OCC-SIG PIC X(15).
           10 WS-OCC-N PIC 9(02).
       01 WS-OCC-DATE PIC 9(08) VALUE 0.
       01 WS-O PIC 9(04) VALUE 0.
       01 WS-OCC-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-OCC-FOUND-YES VALUE 'Y'.
      * the operator thresholds off CXSTVTH, in master order.
       01 WS-TH-TABLE.
         05 WS-TH-CT PIC 9(04) VALUE 0.
         05 WS-TH-ENTRY OCCURS 200 TIMES.
           10 WS-TH-SIG PIC X(15).
           10 WS-TH-OCC PIC 9(02).
           10 WS-TH-MOD-PCT PIC 9(03)V9(02).
           10 WS-TH-ARG-DEG PIC 9(03)V9(02).
       01 WS-TH-MAX PIC 9(04) VALUE 200.
       01 WS-T PIC 9(04) VALUE 0.
       01 WS-TH-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-TH-FOUND-YES VALUE 'Y'.
       01 WS-LIMIT-MOD-PCT PIC 9(03)V9(02) VALUE 0.
       01 WS-LIMIT-ARG-DEG PIC 9(03)V9(02) VALUE 0.
      * polar working values: the run date's result, the value it
      * is compared against, and the change between them.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-POLAR-IN-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-POLAR-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-POLAR-ANG-==.
       01 WS-TODAY-MOD-V COMP-2.
       01 WS-TODAY-ARG-V COMP-2.
       01 WS-BASE-MOD-V COMP-2.
       01 WS-BASE-ARG-V COMP-2.
       01 WS-CHG-PCT-V COMP-2.
       01 WS-CHG-DEG-V COMP-2.
       01 WS-PREV-PCT-V COMP-2.
       01 WS-PREV-DEG-V COMP-2.
       01 WS-AVG-PCT-V COMP-2.
       01 WS-AVG-DEG-V COMP-2.
       01 WS-WORST-PCT-V COMP-2.
       01 WS-WORST-DEG-V COMP-2.
       01 WS-FLAG-SW PIC X(01) VALUE 'N'.
         88 WS-FLAG-YES VALUE 'Y'.
       01 WS-EDIT-MOD PIC Z(7)9.9(4).
       01 WS-EDIT-ARG PIC ---9.99.
       01 WS-EDIT-MOD2 PIC Z(7)9.9(4).
       01 WS-EDIT-ARG2 PIC ---9.99.
       01 WS-EDIT-PCT PIC ZZZ9.99.
       01 WS-EDIT-DEG PIC ZZ9.99.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(08) VALUE 0.
       01 WS-CTL-CALC-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NEW-CT PIC 9(06) VALUE 0.
       01 WS-CTL-MISSING-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FLAG-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXSTVAR'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-RPT-OUT-LINES.
         05 WS-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-RPT-OUT-CT-==.
       01 WS-RPT-I PIC 9(04) VALUE 0.
       01 WS-PTR PIC 9(04) VALUE 1.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Day-over-day variance check on the standing calculations: the
      * CXSTAND orders compute the same things every business day, so
      * a sudden jump in one is nearly always bad upstream data.  For
      * each standing result on the CXRSLTM results master for the
      * CXRUNCTL business date, compares its modulus and argument
      * with the same calculation's result on the previous business
      * day and with its trailing average over the WS-TRAIL-DAYS
      * business days before, and flags a change beyond the
      * calculation's CXSTVTH threshold (or the CXPARM default).
      * Every flagged item is logged to RUNLOG at warning severity
      * under this program's name, which is the CXALERT operator
      * alert extract's input - a CXALRULE rule for W/CXSTVAR pages
      * whoever owns the standing calculations.  The job ends with
      * the warning return code whenever anything was flagged.
      ******************************************************************
           PERFORM LOAD-TUNABLES
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM LOAD-THRESHOLD-TABLE

           OPEN OUTPUT SV-REPORT-FILE
           MOVE 'CXSTVARR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'STANDING CALCULATION VARIANCE' TO WS-RPT-TITLE
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE 55 TO WS-RPT-MAX-LINES
           MOVE 0 TO WS-RPT-LINE-CT
           MOVE 0 TO WS-RPT-PAGE-CT

           PERFORM FIND-WINDOW-DATES
           PERFORM COLLECT-WINDOW-RESULTS

           MOVE 1 TO WS-C
           PERFORM CHECK-ONE-CALCULATION
             UNTIL WS-C > WS-CALC-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BUSINESS DATE '       DELIMITED BY SIZE
             WS-RUN-DATE            DELIMITED BY SIZE
             '  PREVIOUS '          DELIMITED BY SIZE
             WS-PREV-DATE           DELIMITED BY SIZE
             '  DAYS IN AVERAGE: '  DELIMITED BY SIZE
             WS-WIN-CT              DELIMITED BY SIZE
             '  RESULTS READ: '     DELIMITED BY SIZE
             WS-CTL-READ-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CALCULATIONS CHECKED: ' DELIMITED BY SIZE
             WS-CTL-CALC-CT           DELIMITED BY SIZE
             '  NEW: '                DELIMITED BY SIZE
             WS-CTL-NEW-CT            DELIMITED BY SIZE
             '  NO RESULT TODAY: '    DELIMITED BY SIZE
             WS-CTL-MISSING-CT        DELIMITED BY SIZE
             '  FLAGGED: '            DELIMITED BY SIZE
             WS-CTL-FLAG-CT           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-CALC-FULL-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CALCULATION TABLE FULL - RESULTS NOT CHECKED: '
                                       DELIMITED BY SIZE
               WS-CALC-FULL-CT         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE SV-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'STANDING VARIANCE CHECKED=' DELIMITED BY SIZE
             WS-CTL-CALC-CT               DELIMITED BY SIZE
             ' FLAGGED='                  DELIMITED BY SIZE
             WS-CTL-FLAG-CT               DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           DISPLAY 'CXSTVAR - CHECKED ' WS-CTL-CALC-CT
                ' FLAGGED ' WS-CTL-FLAG-CT

           IF WS-CTL-FLAG-CT > 0 OR WS-CALC-FULL-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
       LOAD-TUNABLES.
           MOVE 'STVAR-TRAIL-DAYS' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-TRAIL-DAYS
           END-IF
           IF WS-TRAIL-DAYS = 0
             MOVE 1 TO WS-TRAIL-DAYS
           END-IF
           IF WS-TRAIL-DAYS > WS-WIN-MAX
             MOVE WS-WIN-MAX TO WS-TRAIL-DAYS
           END-IF

           MOVE 'STVAR-MOD-PCT' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-DEFAULT-MOD-PCT
           END-IF

           MOVE 'STVAR-ARG-DEG' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-DEFAULT-ARG-DEG
           END-IF
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT SV-RUNCTL-FILE

           READ SV-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF SV-RC-BUSINESS-DATE NUMERIC
                 MOVE SV-RC-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-READ

           CLOSE SV-RUNCTL-FILE
           .
      ******************************************************************
      * Loads the per-calculation thresholds; an absent CXSTVTH holds
      * every calculation to the defaults.
      ******************************************************************
       LOAD-THRESHOLD-TABLE.
           OPEN INPUT SV-THRESH-FILE

           PERFORM READ-THRESHOLD-RECORD
           PERFORM LOAD-THRESHOLD-ENTRY
             UNTIL WS-EOF-YES

           CLOSE SV-THRESH-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-THRESHOLD-RECORD.
           READ SV-THRESH-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-THRESHOLD-ENTRY.
           IF WS-TH-CT = WS-TH-MAX
             DISPLAY 'CXSTVAR - THRESHOLD TABLE FULL - EXTRA LINES '
                  'IGNORED'
             SET WS-EOF-YES TO TRUE
           ELSE
             ADD 1 TO WS-TH-CT
             MOVE SV-TH-THRESHOLD-RECORD(1:15) TO WS-TH-SIG(WS-TH-CT)
             MOVE SV-TH-OCCURRENCE TO WS-TH-OCC(WS-TH-CT)
             MOVE SV-TH-MOD-PCT TO WS-TH-MOD-PCT(WS-TH-CT)
             MOVE SV-TH-ARG-DEG TO WS-TH-ARG-DEG(WS-TH-CT)
             PERFORM READ-THRESHOLD-RECORD
           END-IF
           .
      ******************************************************************
      * First pass over the results master: finds the latest
      * WS-TRAIL-DAYS business dates before the run date that carry
      * standing results.  The master is in business-date order, so
      * the window slides forward as the dates go by and the pass
      * stops at the run date.
      ******************************************************************
       FIND-WINDOW-DATES.
           OPEN INPUT SV-RESULT-FILE
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-RESULT-RECORD
           PERFORM NOTE-WINDOW-DATE
             UNTIL WS-EOF-YES

           CLOSE SV-RESULT-FILE
           MOVE 'N' TO WS-EOF-SW

           IF WS-WIN-CT > 0
             MOVE WS-WIN-DATE(WS-WIN-CT) TO WS-PREV-DATE
           END-IF
           .
       READ-RESULT-RECORD.
           READ SV-RESULT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       NOTE-WINDOW-DATE.
           IF SV-MST-BUSINESS-DATE NOT < WS-RUN-DATE
             SET WS-EOF-YES TO TRUE
           ELSE
             IF SV-MST-SOURCE-SYS = WS-STAND-SOURCE
               PERFORM ADD-WINDOW-DATE
             END-IF
             PERFORM READ-RESULT-RECORD
           END-IF
           .
       ADD-WINDOW-DATE.
           IF WS-WIN-CT = 0
             MOVE 1 TO WS-WIN-CT
             MOVE SV-MST-BUSINESS-DATE TO WS-WIN-DATE(1)
           ELSE
             IF SV-MST-BUSINESS-DATE NOT = WS-WIN-DATE(WS-WIN-CT)
               IF WS-WIN-CT = WS-TRAIL-DAYS
                 MOVE 1 TO WS-W
                 PERFORM SHIFT-WINDOW-DATE
                   UNTIL WS-W >= WS-WIN-CT
               ELSE
                 ADD 1 TO WS-WIN-CT
               END-IF
               MOVE SV-MST-BUSINESS-DATE TO WS-WIN-DATE(WS-WIN-CT)
             END-IF
           END-IF
           .
       SHIFT-WINDOW-DATE.
           MOVE WS-WIN-DATE(WS-W + 1) TO WS-WIN-DATE(WS-W)
           ADD 1 TO WS-W
           .
      ******************************************************************
      * Second pass: starts at the oldest window date and gathers
      * every standing result from there through the run date into
      * its calculation's entry - the run date's result, the
      * previous business day's, and the trailing sums.
      ******************************************************************
       COLLECT-WINDOW-RESULTS.
           OPEN INPUT SV-RESULT-FILE
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-WIN-CT > 0
             MOVE WS-WIN-DATE(1) TO SV-MST-BUSINESS-DATE
           ELSE
             MOVE WS-RUN-DATE TO SV-MST-BUSINESS-DATE
           END-IF
           MOVE 0 TO SV-MST-SEQ-NO

           START SV-RESULT-FILE KEY IS NOT LESS THAN SV-MST-MASTER-KEY
             INVALID KEY
               SET WS-EOF-YES TO TRUE
           END-START

           IF NOT WS-EOF-YES
             PERFORM READ-RESULT-RECORD
           END-IF

           PERFORM COLLECT-ONE-RESULT
             UNTIL WS-EOF-YES

           CLOSE SV-RESULT-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       COLLECT-ONE-RESULT.
           IF SV-MST-BUSINESS-DATE > WS-RUN-DATE
             SET WS-EOF-YES TO TRUE
           ELSE
             IF SV-MST-SOURCE-SYS = WS-STAND-SOURCE
               ADD 1 TO WS-CTL-READ-CT
               PERFORM BUILD-RESULT-KEY
               PERFORM FIND-CALC-ENTRY
               IF WS-CALC-FOUND-YES
                 PERFORM FOLD-RESULT-INTO-CALC
               END-IF
             END-IF
             PERFORM READ-RESULT-RECORD
           END-IF
           .
      * the identity of the result in hand; the occurrence counts
      * restart with each business date
       BUILD-RESULT-KEY.
           IF SV-MST-BUSINESS-DATE NOT = WS-OCC-DATE
             MOVE SV-MST-BUSINESS-DATE TO WS-OCC-DATE
             MOVE 0 TO WS-OCC-CT
           END-IF

           MOVE SV-MST-OPCODE TO WS-NEW-OPCODE
           MOVE SV-MST-ORIGIN-DEPT TO WS-NEW-DEPT
           MOVE SV-MST-OP1-LABEL TO WS-NEW-LABEL

           MOVE 'N' TO WS-OCC-FOUND-SW
           MOVE 1 TO WS-O
           PERFORM FIND-OCC-STEP
             UNTIL WS-OCC-FOUND-YES OR WS-O > WS-OCC-CT

           IF WS-OCC-FOUND-YES
             IF WS-OCC-N(WS-O) < 99
               ADD 1 TO WS-OCC-N(WS-O)
             END-IF
             MOVE WS-OCC-N(WS-O) TO WS-NEW-OCC
           ELSE
             MOVE 1 TO WS-NEW-OCC
             IF WS-OCC-CT < 500
               ADD 1 TO WS-OCC-CT
               MOVE WS-NEW-SIG TO WS-OCC-SIG(WS-OCC-CT)
               MOVE 1 TO WS-OCC-N(WS-OCC-CT)
             END-IF
           END-IF
           .
       FIND-OCC-STEP.
           IF WS-OCC-SIG(WS-O) = WS-NEW-SIG
             SET WS-OCC-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-O
           END-IF
           .
      ******************************************************************
      * Locates (or opens) the calculation's entry; a full table
      * leaves the result unchecked and counted.
      ******************************************************************
       FIND-CALC-ENTRY.
           MOVE 'N' TO WS-CALC-FOUND-SW
           MOVE 1 TO WS-C

           PERFORM FIND-CALC-STEP
             UNTIL WS-CALC-FOUND-YES OR WS-C > WS-CALC-CT

           IF NOT WS-CALC-FOUND-YES
             IF WS-CALC-CT = WS-CALC-MAX
               ADD 1 TO WS-CALC-FULL-CT
             ELSE
               ADD 1 TO WS-CALC-CT
               MOVE WS-CALC-CT TO WS-C
               MOVE WS-NEW-KEY TO WS-CALC-KEY(WS-C)
               MOVE 'N' TO WS-CALC-TODAY-SW(WS-C)
               MOVE 0 TO WS-CALC-TODAY-RE(WS-C)
               MOVE 0 TO WS-CALC-TODAY-IM(WS-C)
               MOVE 'N' TO WS-CALC-PREV-SW(WS-C)
               MOVE 0 TO WS-CALC-PREV-RE(WS-C)
               MOVE 0 TO WS-CALC-PREV-IM(WS-C)
               MOVE 0 TO WS-CALC-HIST-CT(WS-C)
               MOVE 0 TO WS-CALC-SUM-MOD-V(WS-C)
               MOVE 0 TO WS-CALC-SUM-RE-V(WS-C)
               MOVE 0 TO WS-CALC-SUM-IM-V(WS-C)
               SET WS-CALC-FOUND-YES TO TRUE
             END-IF
           END-IF
           .
       FIND-CALC-STEP.
           IF WS-CALC-KEY(WS-C) = WS-NEW-KEY
             SET WS-CALC-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-C
           END-IF
           .
       FOLD-RESULT-INTO-CALC.
           IF SV-MST-BUSINESS-DATE = WS-RUN-DATE
             SET WS-CALC-TODAY-YES(WS-C) TO TRUE
             MOVE SV-MST-RESULT-RE TO WS-CALC-TODAY-RE(WS-C)
             MOVE SV-MST-RESULT-IM TO WS-CALC-TODAY-IM(WS-C)
           ELSE
             IF SV-MST-BUSINESS-DATE = WS-PREV-DATE
               SET WS-CALC-PREV-YES(WS-C) TO TRUE
               MOVE SV-MST-RESULT-RE TO WS-CALC-PREV-RE(WS-C)
               MOVE SV-MST-RESULT-IM TO WS-CALC-PREV-IM(WS-C)
             END-IF

             MOVE SV-MST-RESULT-RE TO WS-POLAR-IN-RE
             MOVE SV-MST-RESULT-IM TO WS-POLAR-IN-IM
             CALL 'CTOPOLAR' USING
               WS-POLAR-IN-COMPLEX, WS-POLAR-MAG-V, WS-POLAR-ANG-V

             ADD 1 TO WS-CALC-HIST-CT(WS-C)
             COMPUTE WS-CALC-SUM-MOD-V(WS-C) =
               WS-CALC-SUM-MOD-V(WS-C) + WS-POLAR-MAG-V
             COMPUTE WS-CALC-SUM-RE-V(WS-C) =
               WS-CALC-SUM-RE-V(WS-C) + SV-MST-RESULT-RE
             COMPUTE WS-CALC-SUM-IM-V(WS-C) =
               WS-CALC-SUM-IM-V(WS-C) + SV-MST-RESULT-IM
           END-IF
           .
      ******************************************************************
      * Checks one calculation: a result on the run date with no
      * history is new, one with history on the previous business
      * day but none today is listed as missing (its transaction
      * went to suspense or its order stopped), and the rest are
      * compared against the previous day and the trailing average.
      ******************************************************************
       CHECK-ONE-CALCULATION.
           EVALUATE TRUE
             WHEN WS-CALC-TODAY-YES(WS-C)
                 AND WS-CALC-HIST-CT(WS-C) = 0
               ADD 1 TO WS-CTL-NEW-CT
               PERFORM WRITE-CALC-IDENTITY
               STRING
                 ' NEW - NO EARLIER RESULT TO COMPARE'
                                       DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
                 WITH POINTER WS-PTR
               PERFORM WRITE-REPORT-LINE

             WHEN WS-CALC-TODAY-YES(WS-C)
               ADD 1 TO WS-CTL-CALC-CT
               PERFORM COMPARE-CALCULATION

             WHEN WS-CALC-PREV-YES(WS-C)
               ADD 1 TO WS-CTL-MISSING-CT
               PERFORM WRITE-CALC-IDENTITY
               STRING
                 ' NO RESULT TODAY - RESULT ON '
                                       DELIMITED BY SIZE
                 WS-PREV-DATE          DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
                 WITH POINTER WS-PTR
               PERFORM WRITE-REPORT-LINE

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           ADD 1 TO WS-C
           .
      * starts the report line with the calculation's identity,
      * leaving WS-PTR at the next free column
       WRITE-CALC-IDENTITY.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           MOVE 1 TO WS-PTR
           STRING
             WS-CALC-OPCODE(WS-C)  DELIMITED BY SIZE
             ' '                   DELIMITED BY SIZE
             WS-CALC-DEPT(WS-C)    DELIMITED BY SIZE
             ' '                   DELIMITED BY SIZE
             WS-CALC-LABEL(WS-C)   DELIMITED BY SIZE
             ' #'                  DELIMITED BY SIZE
             WS-CALC-OCC(WS-C)     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
             WITH POINTER WS-PTR
           .
       COMPARE-CALCULATION.
           PERFORM FIND-CALC-THRESHOLD

           MOVE WS-CALC-TODAY-RE(WS-C) TO WS-POLAR-IN-RE
           MOVE WS-CALC-TODAY-IM(WS-C) TO WS-POLAR-IN-IM
           CALL 'CTOPOLAR' USING
             WS-POLAR-IN-COMPLEX, WS-POLAR-MAG-V, WS-POLAR-ANG-V
           MOVE WS-POLAR-MAG-V TO WS-TODAY-MOD-V
           COMPUTE WS-TODAY-ARG-V = WS-POLAR-ANG-V * 180 / FUNCTION PI

           MOVE 'N' TO WS-FLAG-SW
           MOVE 0 TO WS-WORST-PCT-V
           MOVE 0 TO WS-WORST-DEG-V

      * against the previous business day
           MOVE 0 TO WS-PREV-PCT-V
           MOVE 0 TO WS-PREV-DEG-V
           IF WS-CALC-PREV-YES(WS-C)
             MOVE WS-CALC-PREV-RE(WS-C) TO WS-POLAR-IN-RE
             MOVE WS-CALC-PREV-IM(WS-C) TO WS-POLAR-IN-IM
             CALL 'CTOPOLAR' USING
               WS-POLAR-IN-COMPLEX, WS-POLAR-MAG-V, WS-POLAR-ANG-V
             MOVE WS-POLAR-MAG-V TO WS-BASE-MOD-V
             COMPUTE WS-BASE-ARG-V = WS-POLAR-ANG-V * 180 / FUNCTION PI
             PERFORM MEASURE-CHANGE
             MOVE WS-CHG-PCT-V TO WS-PREV-PCT-V
             MOVE WS-CHG-DEG-V TO WS-PREV-DEG-V
           END-IF

           PERFORM WRITE-CALC-IDENTITY
           COMPUTE WS-EDIT-MOD ROUNDED = WS-TODAY-MOD-V
           COMPUTE WS-EDIT-ARG ROUNDED = WS-TODAY-ARG-V
           STRING
             ' TODAY MOD '         DELIMITED BY SIZE
             WS-EDIT-MOD           DELIMITED BY SIZE
             ' ARG '               DELIMITED BY SIZE
             WS-EDIT-ARG           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
             WITH POINTER WS-PTR
           IF WS-CALC-PREV-YES(WS-C)
             COMPUTE WS-EDIT-MOD2 ROUNDED = WS-BASE-MOD-V
             COMPUTE WS-EDIT-ARG2 ROUNDED = WS-BASE-ARG-V
             COMPUTE WS-EDIT-PCT ROUNDED = WS-PREV-PCT-V
             COMPUTE WS-EDIT-DEG ROUNDED = WS-PREV-DEG-V
             STRING
               '  PREV MOD '       DELIMITED BY SIZE
               WS-EDIT-MOD2        DELIMITED BY SIZE
               ' ARG '             DELIMITED BY SIZE
               WS-EDIT-ARG2        DELIMITED BY SIZE
               '  CHG '            DELIMITED BY SIZE
               WS-EDIT-PCT         DELIMITED BY SIZE
               '% '                DELIMITED BY SIZE
               WS-EDIT-DEG         DELIMITED BY SIZE
               'DEG'               DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
               WITH POINTER WS-PTR
           ELSE
             STRING
               '  NO RESULT ON '   DELIMITED BY SIZE
               WS-PREV-DATE        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
               WITH POINTER WS-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE

      * against the trailing average: the mean modulus, and the
      * argument of the mean result so a value sitting near 180
      * degrees does not average to nonsense across the wrap
           COMPUTE WS-BASE-MOD-V =
             WS-CALC-SUM-MOD-V(WS-C) / WS-CALC-HIST-CT(WS-C)
           COMPUTE WS-POLAR-IN-RE ROUNDED =
             WS-CALC-SUM-RE-V(WS-C) / WS-CALC-HIST-CT(WS-C)
           COMPUTE WS-POLAR-IN-IM ROUNDED =
             WS-CALC-SUM-IM-V(WS-C) / WS-CALC-HIST-CT(WS-C)
           CALL 'CTOPOLAR' USING
             WS-POLAR-IN-COMPLEX, WS-POLAR-MAG-V, WS-POLAR-ANG-V
           COMPUTE WS-BASE-ARG-V = WS-POLAR-ANG-V * 180 / FUNCTION PI
           PERFORM MEASURE-CHANGE
           MOVE WS-CHG-PCT-V TO WS-AVG-PCT-V
           MOVE WS-CHG-DEG-V TO WS-AVG-DEG-V

           MOVE WS-PREV-PCT-V TO WS-WORST-PCT-V
           IF WS-AVG-PCT-V > WS-WORST-PCT-V
             MOVE WS-AVG-PCT-V TO WS-WORST-PCT-V
           END-IF
           MOVE WS-PREV-DEG-V TO WS-WORST-DEG-V
           IF WS-AVG-DEG-V > WS-WORST-DEG-V
             MOVE WS-AVG-DEG-V TO WS-WORST-DEG-V
           END-IF

           IF WS-WORST-PCT-V > WS-LIMIT-MOD-PCT
               OR WS-WORST-DEG-V > WS-LIMIT-ARG-DEG
             SET WS-FLAG-YES TO TRUE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           MOVE 1 TO WS-PTR
           COMPUTE WS-EDIT-MOD2 ROUNDED = WS-BASE-MOD-V
           COMPUTE WS-EDIT-ARG2 ROUNDED = WS-BASE-ARG-V
           COMPUTE WS-EDIT-PCT ROUNDED = WS-AVG-PCT-V
           COMPUTE WS-EDIT-DEG ROUNDED = WS-AVG-DEG-V
           STRING
             '                     ' DELIMITED BY SIZE
             ' AVG OF '            DELIMITED BY SIZE
             WS-CALC-HIST-CT(WS-C) DELIMITED BY SIZE
             ' DAYS MOD '          DELIMITED BY SIZE
             WS-EDIT-MOD2          DELIMITED BY SIZE
             ' ARG '               DELIMITED BY SIZE
             WS-EDIT-ARG2          DELIMITED BY SIZE
             '  CHG '              DELIMITED BY SIZE
             WS-EDIT-PCT           DELIMITED BY SIZE
             '% '                  DELIMITED BY SIZE
             WS-EDIT-DEG           DELIMITED BY SIZE
             'DEG'                 DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
             WITH POINTER WS-PTR
           IF WS-FLAG-YES
             MOVE WS-LIMIT-MOD-PCT TO WS-EDIT-PCT
             MOVE WS-LIMIT-ARG-DEG TO WS-EDIT-DEG
             STRING
               '  *** VARIANCE - LIMIT ' DELIMITED BY SIZE
               WS-EDIT-PCT         DELIMITED BY SIZE
               '% '                DELIMITED BY SIZE
               WS-EDIT-DEG         DELIMITED BY SIZE
               'DEG'               DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
               WITH POINTER WS-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-FLAG-YES
             PERFORM RAISE-VARIANCE-ALERT
           END-IF
           .
      ******************************************************************
      * The change from the base (WS-BASE-MOD-V, WS-BASE-ARG-V) to the
      * run date's result: modulus in percent of the base - any move
      * off a zero base counts as 999.99 - and argument in degrees,
      * the short way round.  An argument next to a zero modulus
      * means nothing, so it is not measured.
      ******************************************************************
       MEASURE-CHANGE.
           IF WS-BASE-MOD-V = 0
             IF WS-TODAY-MOD-V = 0
               MOVE 0 TO WS-CHG-PCT-V
             ELSE
               MOVE 999.99 TO WS-CHG-PCT-V
             END-IF
           ELSE
             COMPUTE WS-CHG-PCT-V =
               (WS-TODAY-MOD-V - WS-BASE-MOD-V) * 100 / WS-BASE-MOD-V
             IF WS-CHG-PCT-V < 0
               COMPUTE WS-CHG-PCT-V = 0 - WS-CHG-PCT-V
             END-IF
             IF WS-CHG-PCT-V > 999.99
               MOVE 999.99 TO WS-CHG-PCT-V
             END-IF
           END-IF

           IF WS-BASE-MOD-V = 0 OR WS-TODAY-MOD-V = 0
             MOVE 0 TO WS-CHG-DEG-V
           ELSE
             COMPUTE WS-CHG-DEG-V = WS-TODAY-ARG-V - WS-BASE-ARG-V
             IF WS-CHG-DEG-V > 180
               COMPUTE WS-CHG-DEG-V = WS-CHG-DEG-V - 360
             END-IF
             IF WS-CHG-DEG-V < -180
               COMPUTE WS-CHG-DEG-V = WS-CHG-DEG-V + 360
             END-IF
             IF WS-CHG-DEG-V < 0
               COMPUTE WS-CHG-DEG-V = 0 - WS-CHG-DEG-V
             END-IF
           END-IF
           .
      * the first CXSTVTH line for this calculation, in master order
      * (so a specific occurrence listed ahead of its OCCURRENCE 00
      * line wins); else the defaults
       FIND-CALC-THRESHOLD.
           MOVE WS-DEFAULT-MOD-PCT TO WS-LIMIT-MOD-PCT
           MOVE WS-DEFAULT-ARG-DEG TO WS-LIMIT-ARG-DEG

           MOVE 'N' TO WS-TH-FOUND-SW
           MOVE 1 TO WS-T
           PERFORM FIND-THRESHOLD-STEP
             UNTIL WS-TH-FOUND-YES OR WS-T > WS-TH-CT

           IF WS-TH-FOUND-YES
             MOVE WS-TH-MOD-PCT(WS-T) TO WS-LIMIT-MOD-PCT
             MOVE WS-TH-ARG-DEG(WS-T) TO WS-LIMIT-ARG-DEG
           END-IF
           .
       FIND-THRESHOLD-STEP.
           IF WS-TH-SIG(WS-T) = WS-CALC-SIG(WS-C)
               AND (WS-TH-OCC(WS-T) = 0
                    OR WS-TH-OCC(WS-T) = WS-CALC-OCC(WS-C))
             SET WS-TH-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-T
           END-IF
           .
      ******************************************************************
      * One RUNLOG warning per flagged calculation, carrying its
      * identity and the larger of its two changes - the line the
      * CXALERT extract counts and pages on.
      ******************************************************************
       RAISE-VARIANCE-ALERT.
           ADD 1 TO WS-CTL-FLAG-CT

           COMPUTE WS-EDIT-PCT ROUNDED = WS-WORST-PCT-V
           COMPUTE WS-EDIT-DEG ROUNDED = WS-WORST-DEG-V
           MOVE 'W' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'VARIANCE '           DELIMITED BY SIZE
             WS-CALC-OPCODE(WS-C)  DELIMITED BY SIZE
             ' '                   DELIMITED BY SIZE
             WS-CALC-DEPT(WS-C)    DELIMITED BY SIZE
             ' '                   DELIMITED BY SIZE
             WS-CALC-LABEL(WS-C)   DELIMITED BY SIZE
             ' #'                  DELIMITED BY SIZE
             WS-CALC-OCC(WS-C)     DELIMITED BY SIZE
             ' MOD'                DELIMITED BY SIZE
             WS-EDIT-PCT           DELIMITED BY SIZE
             '% ARG'               DELIMITED BY SIZE
             WS-EDIT-DEG           DELIMITED BY SIZE
             'DEG'                 DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
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
           MOVE 'CXSTVARR' TO WS-IO-FILE
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
             DISPLAY 'CXSTVAR - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
