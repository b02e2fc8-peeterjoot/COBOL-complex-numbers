       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECONGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RG-RESULT-FILE ASSIGN TO "CXRESULT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RG-REPORT-FILE ASSIGN TO "RECONGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RG-RESULT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==RG-==.
       FD  RG-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RG-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA20.
      * results are carried to eight places and the operands are
      * re-read as stored, so a quotient or inverse recomputed from
      * them can move in the last places without anything being
      * wrong; RECONGA-EPSILON on CXPARM overrides.
       COPY FLOAT REPLACING ==(PRFX)== BY ==W-EPSILON-==.
       01 W-EPSILON-DEFAULT PIC S9(4)V9(8) VALUE 0.00001.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-OP1-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-OP2-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-E1-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-WORK-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-GA-==.
       COPY MVI   REPLACING ==(PRFX)== BY ==W-CX-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==W-SC-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==W-X-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==W-Y-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==W-PS-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==W-GA-==.
       01 W-OPCODE       PIC X(04).
         88 W-OP-MULT    VALUE 'MULT'.
         88 W-OP-DIVIDE  VALUE 'DIV '.
         88 W-OP-INVERSE VALUE 'INV '.
         88 W-OP-CONJ    VALUE 'CONJ'.
       01 W-CMP-RESULT   PIC X(01).
         88 W-CMP-EQUAL  VALUE 'Y'.
       01 W-EOF-SW       PIC X(01) VALUE 'N'.
         88 W-EOF-YES    VALUE 'Y'.
       01 W-CHECKED-SW   PIC X(01) VALUE 'N'.
         88 W-CHECKED-YES VALUE 'Y'.
       01 W-READ-CT      PIC 9(08) VALUE 0.
       01 W-TOTAL-CT     PIC 9(08) VALUE 0.
       01 W-PASS-CT      PIC 9(08) VALUE 0.
       01 W-FAIL-CT      PIC 9(08) VALUE 0.
       01 W-SKIP-CT      PIC 9(08) VALUE 0.
      * per-operation tallies, in the order MULT, DIV, INV, CONJ.
       01 W-OP-NAME-LIT.
          05 FILLER PIC X(04) VALUE 'MULT'.
          05 FILLER PIC X(04) VALUE 'DIV '.
          05 FILLER PIC X(04) VALUE 'INV '.
          05 FILLER PIC X(04) VALUE 'CONJ'.
       01 W-OP-NAME-TABLE REDEFINES W-OP-NAME-LIT.
          05 W-OP-NAME PIC X(04) OCCURS 4 TIMES.
       01 W-OP-TALLY-TABLE.
          05 W-OP-TALLY OCCURS 4 TIMES.
             10 W-OP-CHECKED-CT PIC 9(08) VALUE 0.
             10 W-OP-FAIL-CT    PIC 9(08) VALUE 0.
       01 W-OP-IX PIC 9(02) VALUE 0.
       01 W-CX-RE-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 W-CX-IM-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 W-GA-RE-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 W-GA-IM-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 W-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       01 W-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 W-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==W-TUNE-==.
       COPY CXRPTCTL REPLACING ==(PRFX)== BY ==W-==.
       01 W-RPT-OUT-LINES.
         05 W-RPT-OUT-LINE OCCURS 2 TIMES PIC X(132).
       COPY INTEGER REPLACING ==(PRFX)== BY ==W-RPT-OUT-CT-==.
       01 W-RPT-I PIC 9(04) VALUE 0.
       01 W-LOG-PGM PIC X(08) VALUE 'RECONGA'.
       01 W-LOG-SEV PIC X(01) VALUE 'I'.
       01 W-LOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==W-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Second-opinion check of the day's complex results: a complex
      * number a + bi is the GA20 even multivector a + b e12, and the
      * two multiply, invert and divide the same way, so every MULT,
      * DIV, INV and CONJ record on CXRESULT is worked again through
      * GARMULT and GAINV on the multivector its operands map to and
      * compared against the filed result with GAMVCMP.  CONJ is the
      * reflection e1 z e1, which turns e12 round and leaves the
      * scalar alone.  GARMULT and GAINV reach the complex library
      * only through its CR entry points, where COMPLEX works
      * through the CM ones, so a disagreement points to a defect
      * on one side or the other; it is listed with both answers and
      * fails the run.  A divide or invert by zero was never a result
      * and is listed as not checked.
      ******************************************************************
           MOVE 'I' TO W-LOG-SEV
           MOVE 'RUN STARTED' TO W-LOG-MSG
           CALL 'CRUNLOG' USING
             W-LOG-PGM, W-LOG-SEV, W-LOG-MSG

           OPEN INPUT RG-RESULT-FILE
           MOVE 'CXRESULT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RG-REPORT-FILE
           MOVE 'RECONGAR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'COMPLEX/GA20 CROSS-CHECK' TO W-RPT-TITLE
           ACCEPT W-RPT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 55 TO W-RPT-MAX-LINES
           MOVE 0 TO W-RPT-LINE-CT
           MOVE 0 TO W-RPT-PAGE-CT

           MOVE W-EPSILON-DEFAULT TO W-EPSILON-V
           MOVE 'RECONGA-EPSILON' TO W-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             W-TUNE-KEYWORD, W-TUNE-VALUE, W-TUNE-STATUS
           IF W-TUNE-STATUS-OK
             MOVE W-TUNE-VALUE TO W-EPSILON-V
             MOVE W-TUNE-VALUE TO W-EPSILON-DEFAULT
           END-IF
           DISPLAY 'RECONGA - RUNNING WITH EPSILON=' W-EPSILON-DEFAULT

      * the unit vector e1 the conjugate is reflected in.
           MOVE 0 TO W-SC-V
           MOVE 1 TO W-X-V
           MOVE 0 TO W-Y-V
           MOVE 0 TO W-PS-V
           CALL GA-MKMV-MODIFY USING
             W-E1-MV, W-SC-V, W-X-V, W-Y-V, W-PS-V

           PERFORM READ-RESULT-RECORD

           PERFORM CHECK-ONE-RESULT
             UNTIL W-EOF-YES

           PERFORM WRITE-SUMMARY-LINES

           CLOSE RG-RESULT-FILE
           PERFORM WRITE-REPORT-TRAILER

           CLOSE RG-REPORT-FILE

           MOVE 'I' TO W-LOG-SEV
           MOVE SPACES TO W-LOG-MSG
           STRING
             'RUN ENDED CHECKED=' DELIMITED BY SIZE
             W-TOTAL-CT           DELIMITED BY SIZE
             ' DISAGREE='         DELIMITED BY SIZE
             W-FAIL-CT            DELIMITED BY SIZE
             INTO W-LOG-MSG
           CALL 'CRUNLOG' USING
             W-LOG-PGM, W-LOG-SEV, W-LOG-MSG

           IF W-FAIL-CT > 0
             MOVE W-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-RESULT-RECORD.
           READ RG-RESULT-FILE
             AT END
               SET W-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One CXRESULT record: the four operations the even subalgebra
      * can redo are worked again; everything else passes by.
      ******************************************************************
       CHECK-ONE-RESULT.
           ADD 1 TO W-READ-CT
           MOVE RG-OPCODE TO W-OPCODE
           MOVE 'N' TO W-CHECKED-SW

           EVALUATE TRUE
             WHEN W-OP-MULT
               MOVE 1 TO W-OP-IX
               PERFORM LOAD-OPERANDS
               CALL GA-MULT-RETURN USING
                 W-OP1-MV, W-OP2-MV, W-GA-MV, W-GA-STATUS
               SET W-CHECKED-YES TO TRUE
             WHEN W-OP-DIVIDE
               MOVE 2 TO W-OP-IX
               PERFORM LOAD-OPERANDS
               IF W-OP2-SC = 0 AND W-OP2-PS = 0
                 PERFORM REPORT-NOT-CHECKED
               ELSE
                 PERFORM INVERT-OPERAND-2
                 CALL GA-MULT-RETURN USING
                   W-OP1-MV, W-WORK-MV, W-GA-MV, W-GA-STATUS
                 SET W-CHECKED-YES TO TRUE
               END-IF
             WHEN W-OP-INVERSE
               MOVE 3 TO W-OP-IX
               PERFORM LOAD-OPERANDS
               IF W-OP1-SC = 0 AND W-OP1-PS = 0
                 PERFORM REPORT-NOT-CHECKED
               ELSE
                 MOVE W-OP1-MV TO W-OP2-MV
                 PERFORM INVERT-OPERAND-2
                 MOVE W-WORK-MV TO W-GA-MV
                 SET W-CHECKED-YES TO TRUE
               END-IF
             WHEN W-OP-CONJ
               MOVE 4 TO W-OP-IX
               PERFORM LOAD-OPERANDS
               CALL GA-MULT-RETURN USING
                 W-E1-MV, W-OP1-MV, W-WORK-MV, W-GA-STATUS
               CALL GA-MULT-RETURN USING
                 W-WORK-MV, W-E1-MV, W-GA-MV, W-GA-STATUS
               SET W-CHECKED-YES TO TRUE
           END-EVALUATE

           IF W-CHECKED-YES
             PERFORM COMPARE-ONE-RESULT
           END-IF

           PERFORM READ-RESULT-RECORD
           .
      ******************************************************************
      * Operands and filed result onto the even multivectors: real
      * part to the scalar, imaginary part to e12.
      ******************************************************************
       LOAD-OPERANDS.
           MOVE 0 TO W-X-V
           MOVE 0 TO W-Y-V

           MOVE RG-OP1-RE TO W-SC-V
           MOVE RG-OP1-IM TO W-PS-V
           CALL GA-MKMV-MODIFY USING
             W-OP1-MV, W-SC-V, W-X-V, W-Y-V, W-PS-V

           MOVE RG-OP2-RE TO W-SC-V
           MOVE RG-OP2-IM TO W-PS-V
           CALL GA-MKMV-MODIFY USING
             W-OP2-MV, W-SC-V, W-X-V, W-Y-V, W-PS-V

           MOVE RG-RESULT-RE TO W-SC-V
           MOVE RG-RESULT-IM TO W-PS-V
           CALL GA-MKMV-MODIFY USING
             W-CX-MV, W-SC-V, W-X-V, W-Y-V, W-PS-V
           .
      ******************************************************************
      * GAINV inverts the vector pair as well, and an even
      * multivector has none to invert - that half comes back
      * flagged, and is put back to zero.
      ******************************************************************
       INVERT-OPERAND-2.
           CALL GA-INVERSE-RETURN USING W-OP2-MV, W-WORK-MV
           MOVE 0 TO W-WORK-X
           MOVE 0 TO W-WORK-Y
           .
       COMPARE-ONE-RESULT.
           ADD 1 TO W-TOTAL-CT
           ADD 1 TO W-OP-CHECKED-CT(W-OP-IX)

           CALL GA-MULTIVECTOR-COMPARE USING
             W-CX-MV, W-GA-MV, W-EPSILON-V, W-CMP-RESULT

           IF W-CMP-EQUAL
             ADD 1 TO W-PASS-CT
           ELSE
             ADD 1 TO W-FAIL-CT
             ADD 1 TO W-OP-FAIL-CT(W-OP-IX)

             MOVE W-CX-SC TO W-CX-RE-DISP
             MOVE W-CX-PS TO W-CX-IM-DISP
             MOVE W-GA-SC TO W-GA-RE-DISP
             MOVE W-GA-PS TO W-GA-IM-DISP
             DISPLAY 'DISAGREE SEQ ' RG-SEQ-NO ' ' RG-OPCODE
                  ' CX=(' W-CX-RE-DISP ',' W-CX-IM-DISP
                  ') GA=(' W-GA-RE-DISP ',' W-GA-IM-DISP ')'
             MOVE SPACES TO W-RPT-LINE-TEXT
             STRING
               'DISAGREE SEQ ' DELIMITED BY SIZE
               RG-SEQ-NO       DELIMITED BY SIZE
               ' '             DELIMITED BY SIZE
               RG-OPCODE       DELIMITED BY SIZE
               ' CX=('         DELIMITED BY SIZE
               W-CX-RE-DISP    DELIMITED BY SIZE
               ','             DELIMITED BY SIZE
               W-CX-IM-DISP    DELIMITED BY SIZE
               ') GA=('        DELIMITED BY SIZE
               W-GA-RE-DISP    DELIMITED BY SIZE
               ','             DELIMITED BY SIZE
               W-GA-IM-DISP    DELIMITED BY SIZE
               ')'             DELIMITED BY SIZE
               INTO W-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       REPORT-NOT-CHECKED.
           ADD 1 TO W-SKIP-CT
           MOVE SPACES TO W-RPT-LINE-TEXT
           STRING
             'NOT CHECKED SEQ ' DELIMITED BY SIZE
             RG-SEQ-NO          DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             RG-OPCODE          DELIMITED BY SIZE
             ' - ZERO DIVISOR'  DELIMITED BY SIZE
             INTO W-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Writes a line per operation and the final totals line, the
      * totals to sysout as well.
      ******************************************************************
       WRITE-SUMMARY-LINES.
           MOVE 1 TO W-OP-IX
           PERFORM WRITE-ONE-OP-LINE
             UNTIL W-OP-IX > 4

           DISPLAY 'RECONGA READ=' W-READ-CT ' CHECKED=' W-TOTAL-CT
                ' AGREE=' W-PASS-CT ' DISAGREE=' W-FAIL-CT
                ' NOT CHECKED=' W-SKIP-CT

           MOVE SPACES TO W-RPT-LINE-TEXT
           STRING
             'READ='         DELIMITED BY SIZE
             W-READ-CT       DELIMITED BY SIZE
             ' CHECKED='     DELIMITED BY SIZE
             W-TOTAL-CT      DELIMITED BY SIZE
             ' AGREE='       DELIMITED BY SIZE
             W-PASS-CT       DELIMITED BY SIZE
             ' DISAGREE='    DELIMITED BY SIZE
             W-FAIL-CT       DELIMITED BY SIZE
             ' NOT CHECKED=' DELIMITED BY SIZE
             W-SKIP-CT       DELIMITED BY SIZE
             INTO W-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-ONE-OP-LINE.
           MOVE SPACES TO W-RPT-LINE-TEXT
           STRING
             'OPERATION '               DELIMITED BY SIZE
             W-OP-NAME(W-OP-IX)         DELIMITED BY SIZE
             ' CHECKED='                DELIMITED BY SIZE
             W-OP-CHECKED-CT(W-OP-IX)   DELIMITED BY SIZE
             ' DISAGREE='               DELIMITED BY SIZE
             W-OP-FAIL-CT(W-OP-IX)      DELIMITED BY SIZE
             INTO W-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO W-OP-IX
           .

      ******************************************************************
      * Writes W-RPT-LINE-TEXT to the report through CRPTWRT, the
      * standard report-writer, which starts a new page with the
      * standard heading once the page is full; the trailer entry
      * closes the report the standard way.
      ******************************************************************
       WRITE-REPORT-LINE.
           SET W-RPT-ACT-DETAIL TO TRUE
           CALL 'CRPTWRT' USING
             W-RPT-CONTROL, W-RPT-LINE-TEXT,
             W-RPT-OUT-LINES, W-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           MOVE SPACES TO W-RPT-LINE-TEXT
           .
       WRITE-REPORT-TRAILER.
           SET W-RPT-ACT-TRAILER TO TRUE
           CALL 'CRPTWRT' USING
             W-RPT-CONTROL, W-RPT-LINE-TEXT,
             W-RPT-OUT-LINES, W-RPT-OUT-CT-I
           PERFORM PUT-REPORT-LINES
           .
       PUT-REPORT-LINES.
           MOVE 1 TO W-RPT-I

           PERFORM PUT-ONE-REPORT-LINE
             UNTIL W-RPT-I > W-RPT-OUT-CT-I
           .
       PUT-ONE-REPORT-LINE.
           MOVE W-RPT-OUT-LINE(W-RPT-I) TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE
           MOVE 'RECONGAR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO W-RPT-I
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
             DISPLAY 'RECONGA - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS

             MOVE 'E' TO W-LOG-SEV
             MOVE SPACES TO W-LOG-MSG
             STRING
               'I-O ERROR FILE=' DELIMITED BY SIZE
               WS-IO-FILE        DELIMITED BY SIZE
               ' OP='            DELIMITED BY SIZE
               WS-IO-OP          DELIMITED BY SIZE
               ' STATUS='        DELIMITED BY SIZE
               WS-IO-STATUS      DELIMITED BY SIZE
               INTO W-LOG-MSG
             CALL 'CRUNLOG' USING
               W-LOG-PGM, W-LOG-SEV, W-LOG-MSG
             MOVE W-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
