           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==CK-RSLT-==.
       FD  CK-SUSPENSE-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CK-SUSP-==.
       FD  CK-CONTROL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CK-CTL-==.
       FD  CK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * statement so accounting sees the hole in the table.
       01 WS-RATE-TABLE.
         05 WS-RATE-CT PIC 9(02) VALUE 0.
         05 WS-RATE-ENTRY OCCURS 30 TIMES.
           10 WS-RATE-OPCODE PIC X(04).
           10 WS-RATE-AMT    PIC 9(05)V9(02).
       01 WS-RATE-MAX PIC 9(02) VALUE 30.
      ******************************************************************
      * per-department accumulators: one row per originating
      * department seen on the period's results and suspense, with
      * per-opcode counts parallel to the rate table.  '***' catches
      * records written before the department code existed.
      * Reprocessed results - corrections regenerated after a bad
      * constant, SOURCE-SYS 'RPR' - are counted but never priced;
      * the department paid for the original.
      ******************************************************************
       01 WS-DEPT-TABLE.
         05 WS-DEPT-CT PIC 9(02) VALUE 0.
           10 WS-DEPT-CODE PIC X(03).
           10 WS-DEPT-SUSP-CT PIC 9(08).
           10 WS-DEPT-NORATE-CT PIC 9(08).
           10 WS-DEPT-REPROC-CT PIC 9(08).
           10 WS-DEPT-OP-CT OCCURS 30 TIMES PIC 9(08).
       01 WS-DEPT-MAX PIC 9(02) VALUE 20.
       01 WS-DEPT-CODE-IN PIC X(03) VALUE SPACES.
       01 WS-D PIC 9(02) VALUE 0.
       01 WS-RATE-DISP   PIC Z(4)9.9(02).
       01 WS-CTL-RESULT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-SUSP-CT PIC 9(08) VALUE 0.
       01 WS-CTL-REPROC-CT PIC 9(08) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-CTL-FOUND-YES VALUE 'Y'.
      * counts against the CXCTL control records the daily runs
      * wrote, so a statement never goes out priced off a short
      * file; a tie failure marks the statement and raises the
      * warning return code.  Reprocessed results are shown per
      * department but not billed a second time.
      ******************************************************************
           PERFORM LOAD-RATE-TABLE

      ******************************************************************
      * Accumulates one processed result into its department's row:
      * the count under the matching rate entry, or the no-rate
      * bucket when the opcode isn't priced, or the reprocessed
      * bucket when the result is a regenerated correction.
      ******************************************************************
       TALLY-RESULT-RECORD.
           ADD 1 TO WS-CTL-RESULT-CT
           MOVE CK-RSLT-ORIGIN-DEPT TO WS-DEPT-CODE-IN
           PERFORM LOCATE-DEPT-ROW

           IF CK-RSLT-SOURCE-REPROCESS
             ADD 1 TO WS-DEPT-REPROC-CT(WS-D)
             ADD 1 TO WS-CTL-REPROC-CT
           ELSE
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-R
             PERFORM LOCATE-RATE-ENTRY
               UNTIL WS-FOUND-YES OR WS-R > WS-RATE-CT

             IF WS-FOUND-YES
               ADD 1 TO WS-DEPT-OP-CT(WS-D, WS-R)
             ELSE
               ADD 1 TO WS-DEPT-NORATE-CT(WS-D)
             END-IF
           END-IF

           PERFORM READ-RESULT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-DEPT-REPROC-CT(WS-D) > 0
             MOVE WS-DEPT-REPROC-CT(WS-D) TO WS-COUNT-DISP
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  REPROCESSED (NOT BILLED): '
                 DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-DEPT-SUSP-CT(WS-D) > 0
             MOVE WS-DEPT-SUSP-CT(WS-D) TO WS-COUNT-DISP
             MOVE SPACES TO WS-RPT-LINE-TEXT
                 WS-CTL-SUSP-CT    DELIMITED BY SIZE
                 ' RESULTS PRICED=' DELIMITED BY SIZE
                 WS-CTL-RESULT-CT  DELIMITED BY SIZE
                 ' OF WHICH REPROCESSED=' DELIMITED BY SIZE
                 WS-CTL-REPROC-CT  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
           END-EVALUATE

