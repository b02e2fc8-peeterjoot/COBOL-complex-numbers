       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXCONIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-PARM-FILE ASSIGN TO "CXCIMPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CI-RESULT-FILE ASSIGN TO "CXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-MST-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT CI-OUT-FILE ASSIGN TO "CXREPROC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CI-REPORT-FILE ASSIGN TO "CXCIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CI-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * card 1 names the constant and the period it was wrong for;
      * card 2 is the bad value it carried, card 3 the corrected one.
       01  CI-PARM-RECORD.
         10  CI-PARM-NAME          PIC X(08).
         10  FILLER                PIC X(01).
         10  CI-PARM-FROM-DATE     PIC 9(08).
         10  FILLER                PIC X(01).
         10  CI-PARM-TO-DATE       PIC 9(08).
         10  FILLER                PIC X(54).
       01  CI-PARM-VALUE-RECORD.
         10  CI-PARM-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(01).
         10  CI-PARM-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(45).
       FD  CI-RESULT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==CI-MST-==.
       FD  CI-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CI-OUT-==.
       FD  CI-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CI-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CONST-NAME PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-BAD-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GOOD-==.
       01 WS-PARM-ERROR-SW PIC X(01) VALUE 'N'.
         88 WS-PARM-ERROR-YES VALUE 'Y'.
      ******************************************************************
      * every affected result, in result-master key order: the whole
      * master record, how it was found - a named operand, an
      * operand carrying the bad value, or an operand carrying an
      * earlier affected result (its parent) - and which operand
      * positions ('1', '2' or 'B') the correction must replace.
      ******************************************************************
       01 WS-AFF-TABLE.
         05 WS-AFF-CT PIC 9(04) VALUE 0.
         05 WS-AFF-ENTRY OCCURS 1000 TIMES.
           10 WS-AFF-RECORD PIC X(148).
           10 WS-AFF-KIND PIC X(01).
             88 WS-AFF-BY-NAME  VALUE 'N'.
             88 WS-AFF-BY-VALUE VALUE 'V'.
             88 WS-AFF-BY-CHAIN VALUE 'C'.
           10 WS-AFF-POS PIC X(01).
           10 WS-AFF-PARENT PIC 9(04).
           10 WS-AFF-DEPT PIC X(03).
           10 WS-AFF-RESULT-RE PIC S9(8)V9(8).
           10 WS-AFF-RESULT-IM PIC S9(8)V9(8).
       01 WS-AFF-MAX PIC 9(04) VALUE 1000.
       01 WS-A PIC 9(04) VALUE 0.
       01 WS-P PIC 9(04) VALUE 0.
       01 WS-NEW-KIND PIC X(01) VALUE SPACE.
       01 WS-NEW-POS PIC X(01) VALUE SPACE.
       01 WS-NEW-PARENT PIC 9(04) VALUE 0.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
      * departments seen on the affected results, for the report
       01 WS-DEPT-TABLE.
         05 WS-DEPT-CT PIC 9(02) VALUE 0.
         05 WS-DEPT-ENTRY OCCURS 50 TIMES.
           10 WS-DEPT-CODE PIC X(03).
           10 WS-DEPT-AFF-CT PIC 9(06).
       01 WS-DEPT-MAX PIC 9(02) VALUE 50.
       01 WS-D PIC 9(02) VALUE 0.
      * a dependent's correction replays its whole chain of
      * dependence from the direct use, deepest step last
       01 WS-PATH-TABLE.
         05 WS-PATH-CT PIC 9(02) VALUE 0.
         05 WS-PATH-ENTRY OCCURS 20 TIMES PIC 9(04).
       01 WS-PATH-MAX PIC 9(02) VALUE 20.
       01 WS-PATH-I PIC 9(02) VALUE 0.
       01 WS-PATH-SW PIC X(01) VALUE 'N'.
         88 WS-PATH-TOO-DEEP VALUE 'Y'.
       01 WS-CHAIN-NO PIC 9(06) VALUE 0.
       01 WS-CHAIN-ID.
         05 FILLER PIC X(02) VALUE 'RP'.
         05 WS-CHAIN-ID-NO PIC 9(06) VALUE 0.
       01 WS-STEP-CHAIN PIC X(08) VALUE SPACES.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==WS-HOLD-==.
       01 WS-NUM-DISP-RE PIC -(8)9.9(8).
       01 WS-NUM-DISP-IM PIC -(8)9.9(8).
       01 WS-KIND-TEXT PIC X(40) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(08) VALUE 0.
       01 WS-CTL-DIRECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CHAINED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-TRAN-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CORRECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DEEP-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXCONIMP'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Bad-constant impact and reprocessing: given a constant name,
      * the wrong value it carried, the corrected value and the
      * business-date range it was wrong for (the CXCIMPP cards),
      * finds every result on the CXRSLTM historical results master
      * that the bad value reached - a result whose operand 1
      * resolved the constant by name, one with either operand
      * holding the bad value (operand 2 named, or a keyed copy of
      * the figure), and any later result whose operand holds an
      * already-affected result, the way a formula's answer is fed
      * into the next.  Because a result can only depend on one
      * computed before it, a single pass in key order finds the
      * whole tree.  A chain's intermediate steps never reach the
      * master, so a chain that used the constant only in an early
      * step is not visible here.
      *
      * The CXCIMPR report lists the affected results by department.
      * CXREPROC receives a correcting CXTRAN for each: the original
      * operation with the corrected value in place of the bad one,
      * and for a dependent result a chain that recomputes its
      * parents first and hands the answer on through 'PREV'.  Every
      * correction carries SOURCE-SYS 'RPR', so chargeback lists it
      * without billing the department twice.
      ******************************************************************
           PERFORM READ-PARAMETER-CARDS

           OPEN OUTPUT CI-REPORT-FILE
           MOVE 'CXCIMPR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-REPORT-HEADING

           IF WS-PARM-ERROR-YES
             MOVE 'RUN REFUSED - CXCIMPP CARDS INVALID'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE CI-REPORT-FILE
             DISPLAY 'CXCONIMP - CXCIMPP CARDS INVALID - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM FIND-AFFECTED-RESULTS

           MOVE 1 TO WS-D
           PERFORM REPORT-DEPARTMENT
             UNTIL WS-D > WS-DEPT-CT

           OPEN OUTPUT CI-OUT-FILE
           MOVE 'CXREPROC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-A
           PERFORM GENERATE-CORRECTION
             UNTIL WS-A > WS-AFF-CT

           CLOSE CI-OUT-FILE

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE CI-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           IF WS-AFF-CT = 0 OR WS-CTL-DEEP-CT > 0
             MOVE 'W' TO WS-LOG-SEV
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-MSG
           STRING
             WS-CONST-NAME       DELIMITED BY SPACE
             ' AFFECTED='        DELIMITED BY SIZE
             WS-AFF-CT           DELIMITED BY SIZE
             ' CORRECTED='       DELIMITED BY SIZE
             WS-CTL-CORRECT-CT   DELIMITED BY SIZE
             ' TRANS='           DELIMITED BY SIZE
             WS-CTL-TRAN-CT      DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           GOBACK
           .
      ******************************************************************
      * Reads the three CXCIMPP cards; a missing card, a blank name,
      * a non-numeric date or value, or a range running backwards
      * refuses the run rather than guess which results to correct.
      ******************************************************************
       READ-PARAMETER-CARDS.
           OPEN INPUT CI-PARM-FILE
           MOVE 'CXCIMPP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CI-PARM-FILE
             AT END
               SET WS-PARM-ERROR-YES TO TRUE
             NOT AT END
               IF CI-PARM-NAME = SPACES
                   OR CI-PARM-FROM-DATE NOT NUMERIC
                   OR CI-PARM-TO-DATE NOT NUMERIC
                 SET WS-PARM-ERROR-YES TO TRUE
               ELSE
                 MOVE CI-PARM-NAME TO WS-CONST-NAME
                 MOVE CI-PARM-FROM-DATE TO WS-FROM-DATE
                 MOVE CI-PARM-TO-DATE TO WS-TO-DATE
                 IF WS-FROM-DATE > WS-TO-DATE
                   SET WS-PARM-ERROR-YES TO TRUE
                 END-IF
               END-IF
           END-READ

           READ CI-PARM-FILE
             AT END
               SET WS-PARM-ERROR-YES TO TRUE
             NOT AT END
               IF CI-PARM-RE NUMERIC AND CI-PARM-IM NUMERIC
                 MOVE CI-PARM-RE TO WS-BAD-RE
                 MOVE CI-PARM-IM TO WS-BAD-IM
               ELSE
                 SET WS-PARM-ERROR-YES TO TRUE
               END-IF
           END-READ

           READ CI-PARM-FILE
             AT END
               SET WS-PARM-ERROR-YES TO TRUE
             NOT AT END
               IF CI-PARM-RE NUMERIC AND CI-PARM-IM NUMERIC
                 MOVE CI-PARM-RE TO WS-GOOD-RE
                 MOVE CI-PARM-IM TO WS-GOOD-IM
               ELSE
                 SET WS-PARM-ERROR-YES TO TRUE
               END-IF
           END-READ

           CLOSE CI-PARM-FILE
           .
       WRITE-REPORT-HEADING.
           STRING
             'BAD CONSTANT IMPACT - ' DELIMITED BY SIZE
             WS-CONST-NAME            DELIMITED BY SIZE
             '  WRONG FROM '          DELIMITED BY SIZE
             WS-FROM-DATE             DELIMITED BY SIZE
             ' TO '                   DELIMITED BY SIZE
             WS-TO-DATE               DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-BAD-RE TO WS-NUM-DISP-RE
           MOVE WS-BAD-IM TO WS-NUM-DISP-IM
           STRING
             '  BAD VALUE       '  DELIMITED BY SIZE
             WS-NUM-DISP-RE       DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             WS-NUM-DISP-IM       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-GOOD-RE TO WS-NUM-DISP-RE
           MOVE WS-GOOD-IM TO WS-NUM-DISP-IM
           STRING
             '  CORRECTED VALUE '  DELIMITED BY SIZE
             WS-NUM-DISP-RE       DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             WS-NUM-DISP-IM       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * One pass of the results master in key order from the start
      * of the bad period.
      ******************************************************************
       FIND-AFFECTED-RESULTS.
           OPEN INPUT CI-RESULT-FILE
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-RESULT-RECORD
           PERFORM CHECK-ONE-RESULT
             UNTIL WS-EOF-YES

           CLOSE CI-RESULT-FILE
           .
       READ-RESULT-RECORD.
           READ CI-RESULT-FILE NEXT
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Decides whether one result was reached by the bad value.
      * Set operations (their label is the set name) and earlier
      * reprocessing corrections are passed over.  A zero bad value
      * or a zero result is never matched by value alone - too many
      * unrelated operands are zero.
      ******************************************************************
       CHECK-ONE-RESULT.
           MOVE SPACE TO WS-NEW-KIND
           MOVE SPACE TO WS-NEW-POS
           MOVE 0 TO WS-NEW-PARENT

           IF CI-MST-BUSINESS-DATE >= WS-FROM-DATE
               AND CI-MST-OPCODE NOT = 'SSUM'
               AND CI-MST-OPCODE NOT = 'SAVG'
               AND CI-MST-OPCODE NOT = 'SMIN'
               AND CI-MST-OPCODE NOT = 'SMAX'
               AND NOT CI-MST-SOURCE-REPROCESS
             ADD 1 TO WS-CTL-READ-CT
             IF CI-MST-BUSINESS-DATE <= WS-TO-DATE
               PERFORM CHECK-DIRECT-USE
             END-IF
             IF WS-NEW-KIND = SPACE
               PERFORM CHECK-DEPENDENT-USE
             END-IF
             IF WS-NEW-KIND NOT = SPACE
               PERFORM ADD-AFFECTED-RESULT
             END-IF
           END-IF

           PERFORM READ-RESULT-RECORD
           .
       CHECK-DIRECT-USE.
           IF CI-MST-OP1-LABEL = WS-CONST-NAME
             MOVE 'N' TO WS-NEW-KIND
             MOVE '1' TO WS-NEW-POS
           ELSE
             IF WS-BAD-RE NOT = 0 OR WS-BAD-IM NOT = 0
               IF CI-MST-OP1-RE = WS-BAD-RE
                   AND CI-MST-OP1-IM = WS-BAD-IM
                 MOVE 'V' TO WS-NEW-KIND
                 MOVE '1' TO WS-NEW-POS
               END-IF
               IF CI-MST-OP2-RE = WS-BAD-RE
                   AND CI-MST-OP2-IM = WS-BAD-IM
                 MOVE 'V' TO WS-NEW-KIND
                 IF WS-NEW-POS = '1'
                   MOVE 'B' TO WS-NEW-POS
                 ELSE
                   MOVE '2' TO WS-NEW-POS
                 END-IF
               END-IF
             END-IF
           END-IF
           .
      * operand 1 is looked for first; operand 2 counts as well only
      * when it carries the same parent's result, since a chain
      * step has one PREV register to draw on
       CHECK-DEPENDENT-USE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-P
           PERFORM MATCH-PARENT-OP1
             UNTIL WS-FOUND-YES OR WS-P > WS-AFF-CT

           IF WS-FOUND-YES
             MOVE 'C' TO WS-NEW-KIND
             MOVE '1' TO WS-NEW-POS
             MOVE WS-P TO WS-NEW-PARENT
             IF CI-MST-OP2-RE = WS-AFF-RESULT-RE(WS-P)
                 AND CI-MST-OP2-IM = WS-AFF-RESULT-IM(WS-P)
               MOVE 'B' TO WS-NEW-POS
             END-IF
           ELSE
             MOVE 1 TO WS-P
             PERFORM MATCH-PARENT-OP2
               UNTIL WS-FOUND-YES OR WS-P > WS-AFF-CT
             IF WS-FOUND-YES
               MOVE 'C' TO WS-NEW-KIND
               MOVE '2' TO WS-NEW-POS
               MOVE WS-P TO WS-NEW-PARENT
             END-IF
           END-IF
           .
       MATCH-PARENT-OP1.
           IF CI-MST-OP1-RE = WS-AFF-RESULT-RE(WS-P)
               AND CI-MST-OP1-IM = WS-AFF-RESULT-IM(WS-P)
               AND (WS-AFF-RESULT-RE(WS-P) NOT = 0
                    OR WS-AFF-RESULT-IM(WS-P) NOT = 0)
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-P
           END-IF
           .
       MATCH-PARENT-OP2.
           IF CI-MST-OP2-RE = WS-AFF-RESULT-RE(WS-P)
               AND CI-MST-OP2-IM = WS-AFF-RESULT-IM(WS-P)
               AND (WS-AFF-RESULT-RE(WS-P) NOT = 0
                    OR WS-AFF-RESULT-IM(WS-P) NOT = 0)
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-P
           END-IF
           .
      * a full table stops the run: a partial impact list would be
      * taken for the whole of it
       ADD-AFFECTED-RESULT.
           IF WS-AFF-CT = WS-AFF-MAX
             DISPLAY 'CXCONIMP - MORE THAN ' WS-AFF-MAX
                  ' AFFECTED RESULTS - RUN STOPPED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           ADD 1 TO WS-AFF-CT
           MOVE CI-MST-RESULT-MASTER-RECORD TO WS-AFF-RECORD(WS-AFF-CT)
           MOVE WS-NEW-KIND TO WS-AFF-KIND(WS-AFF-CT)
           MOVE WS-NEW-POS TO WS-AFF-POS(WS-AFF-CT)
           MOVE WS-NEW-PARENT TO WS-AFF-PARENT(WS-AFF-CT)
           MOVE CI-MST-RESULT-RE TO WS-AFF-RESULT-RE(WS-AFF-CT)
           MOVE CI-MST-RESULT-IM TO WS-AFF-RESULT-IM(WS-AFF-CT)

           IF CI-MST-ORIGIN-DEPT = SPACES
             MOVE '***' TO WS-AFF-DEPT(WS-AFF-CT)
           ELSE
             MOVE CI-MST-ORIGIN-DEPT TO WS-AFF-DEPT(WS-AFF-CT)
           END-IF

           IF WS-AFF-BY-CHAIN(WS-AFF-CT)
             ADD 1 TO WS-CTL-CHAINED-CT
           ELSE
             ADD 1 TO WS-CTL-DIRECT-CT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-D
           PERFORM MATCH-DEPT-ROW
             UNTIL WS-FOUND-YES OR WS-D > WS-DEPT-CT

           IF NOT WS-FOUND-YES
             IF WS-DEPT-CT = WS-DEPT-MAX
               DISPLAY 'CXCONIMP - MORE THAN ' WS-DEPT-MAX
                    ' DEPARTMENTS AFFECTED - RUN STOPPED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEPT-CT
             MOVE WS-DEPT-CT TO WS-D
             MOVE WS-AFF-DEPT(WS-AFF-CT) TO WS-DEPT-CODE(WS-D)
             MOVE 0 TO WS-DEPT-AFF-CT(WS-D)
           END-IF
           ADD 1 TO WS-DEPT-AFF-CT(WS-D)
           .
       MATCH-DEPT-ROW.
           IF WS-DEPT-CODE(WS-D) = WS-AFF-DEPT(WS-AFF-CT)
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-D
           END-IF
           .
      ******************************************************************
      * One department's affected results, each with how it was
      * reached and the result it reported.
      ******************************************************************
       REPORT-DEPARTMENT.
           STRING
             'DEPARTMENT '       DELIMITED BY SIZE
             WS-DEPT-CODE(WS-D)  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-A
           PERFORM REPORT-AFFECTED-RESULT
             UNTIL WS-A > WS-AFF-CT

           STRING
             '  DEPARTMENT '       DELIMITED BY SIZE
             WS-DEPT-CODE(WS-D)    DELIMITED BY SIZE
             ' AFFECTED RESULTS: ' DELIMITED BY SIZE
             WS-DEPT-AFF-CT(WS-D)  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-D
           .
       REPORT-AFFECTED-RESULT.
           IF WS-AFF-DEPT(WS-A) = WS-DEPT-CODE(WS-D)
             MOVE WS-AFF-RECORD(WS-A) TO WS-HOLD-RESULT-MASTER-RECORD
             MOVE SPACES TO WS-KIND-TEXT
             EVALUATE TRUE
               WHEN WS-AFF-BY-NAME(WS-A)
                 MOVE 'NAMED OPERAND' TO WS-KIND-TEXT
               WHEN WS-AFF-BY-VALUE(WS-A)
                 STRING
                   'BAD VALUE IN OPERAND ' DELIMITED BY SIZE
                   WS-AFF-POS(WS-A)        DELIMITED BY SIZE
                   INTO WS-KIND-TEXT
               WHEN OTHER
                 MOVE WS-AFF-PARENT(WS-A) TO WS-P
                 STRING
                   'USES RESULT '           DELIMITED BY SIZE
                   WS-AFF-RECORD(WS-P)(1:8) DELIMITED BY SIZE
                   '/'                      DELIMITED BY SIZE
                   WS-AFF-RECORD(WS-P)(9:8) DELIMITED BY SIZE
                   INTO WS-KIND-TEXT
             END-EVALUATE

             MOVE WS-HOLD-RESULT-RE TO WS-NUM-DISP-RE
             MOVE WS-HOLD-RESULT-IM TO WS-NUM-DISP-IM
             STRING
               '  '                   DELIMITED BY SIZE
               WS-HOLD-BUSINESS-DATE  DELIMITED BY SIZE
               '/'                    DELIMITED BY SIZE
               WS-HOLD-SEQ-NO         DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-HOLD-OPCODE         DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-KIND-TEXT           DELIMITED BY SIZE
               ' WAS '                DELIMITED BY SIZE
               WS-NUM-DISP-RE         DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-NUM-DISP-IM         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-A
           .
      ******************************************************************
      * Writes one affected result's correction: a direct use is one
      * standalone transaction; a dependent result is a chain that
      * replays its line of dependence from the direct use down, so
      * COMPLEX recomputes each parent before handing it on.
      ******************************************************************
       GENERATE-CORRECTION.
           IF WS-AFF-BY-CHAIN(WS-A)
             PERFORM BUILD-DEPENDENCE-PATH
             IF WS-PATH-TOO-DEEP
               ADD 1 TO WS-CTL-DEEP-CT
               MOVE WS-AFF-RECORD(WS-A) TO WS-HOLD-RESULT-MASTER-RECORD
               STRING
                 'NOT REGENERATED - MORE THAN ' DELIMITED BY SIZE
                 WS-PATH-MAX                    DELIMITED BY SIZE
                 ' LEVELS OF DEPENDENCE: '      DELIMITED BY SIZE
                 WS-HOLD-BUSINESS-DATE          DELIMITED BY SIZE
                 '/'                            DELIMITED BY SIZE
                 WS-HOLD-SEQ-NO                 DELIMITED BY SIZE
                 ' - CORRECT BY HAND'           DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             ELSE
               ADD 1 TO WS-CHAIN-NO
               MOVE WS-CHAIN-NO TO WS-CHAIN-ID-NO
               MOVE WS-CHAIN-ID TO WS-STEP-CHAIN
               MOVE WS-PATH-CT TO WS-PATH-I
               PERFORM WRITE-CHAIN-STEP
                 UNTIL WS-PATH-I = 0
               ADD 1 TO WS-CTL-CORRECT-CT
             END-IF
           ELSE
             MOVE SPACES TO WS-STEP-CHAIN
             MOVE WS-A TO WS-P
             PERFORM WRITE-CORRECTION-STEP
             ADD 1 TO WS-CTL-CORRECT-CT
           END-IF

           ADD 1 TO WS-A
           .
      * the path runs from the dependent result back to its direct
      * use; it is written out in reverse
       BUILD-DEPENDENCE-PATH.
           MOVE 'N' TO WS-PATH-SW
           MOVE 1 TO WS-PATH-CT
           MOVE WS-A TO WS-PATH-ENTRY(1)
           MOVE WS-A TO WS-P
           PERFORM ADD-PATH-PARENT
             UNTIL NOT WS-AFF-BY-CHAIN(WS-P) OR WS-PATH-TOO-DEEP
           .
       ADD-PATH-PARENT.
           IF WS-PATH-CT = WS-PATH-MAX
             SET WS-PATH-TOO-DEEP TO TRUE
           ELSE
             MOVE WS-AFF-PARENT(WS-P) TO WS-P
             ADD 1 TO WS-PATH-CT
             MOVE WS-P TO WS-PATH-ENTRY(WS-PATH-CT)
           END-IF
           .
       WRITE-CHAIN-STEP.
           MOVE WS-PATH-ENTRY(WS-PATH-I) TO WS-P
           PERFORM WRITE-CORRECTION-STEP
           SUBTRACT 1 FROM WS-PATH-I
           .
      ******************************************************************
      * Builds and writes the transaction for table entry WS-P from
      * the operands the master recorded - already rectangular, so
      * the form is 'R' - with the corrected value put in place of
      * the bad one, or 'PREV' in place of the parent's result.
      ******************************************************************
       WRITE-CORRECTION-STEP.
           MOVE WS-AFF-RECORD(WS-P) TO WS-HOLD-RESULT-MASTER-RECORD

           MOVE SPACES TO CI-OUT-TRANS-RECORD
           MOVE WS-HOLD-OPCODE TO CI-OUT-OPCODE
           MOVE WS-HOLD-OP1-RE TO CI-OUT-OP1-RE
           MOVE WS-HOLD-OP1-IM TO CI-OUT-OP1-IM
           MOVE WS-HOLD-OP2-RE TO CI-OUT-OP2-RE
           MOVE WS-HOLD-OP2-IM TO CI-OUT-OP2-IM
           MOVE 'R' TO CI-OUT-OPERAND-FORM

           IF WS-AFF-BY-CHAIN(WS-P)
             IF WS-AFF-POS(WS-P) = '1' OR WS-AFF-POS(WS-P) = 'B'
               MOVE SPACES TO CI-OUT-OP1-CONST
               MOVE 'PREV' TO CI-OUT-OP1-CONST-NAME
               MOVE 0 TO CI-OUT-OP1-IM
             END-IF
             IF WS-AFF-POS(WS-P) = '2' OR WS-AFF-POS(WS-P) = 'B'
               MOVE SPACES TO CI-OUT-OP2-CONST
               MOVE 'PREV' TO CI-OUT-OP2-CONST-NAME
               MOVE 0 TO CI-OUT-OP2-IM
             END-IF
             MOVE WS-AFF-POS(WS-P) TO CI-OUT-OPERAND-FORM
           ELSE
             IF WS-AFF-POS(WS-P) = '1' OR WS-AFF-POS(WS-P) = 'B'
               MOVE WS-GOOD-RE TO CI-OUT-OP1-RE
               MOVE WS-GOOD-IM TO CI-OUT-OP1-IM
             END-IF
             IF WS-AFF-POS(WS-P) = '2' OR WS-AFF-POS(WS-P) = 'B'
               MOVE WS-GOOD-RE TO CI-OUT-OP2-RE
               MOVE WS-GOOD-IM TO CI-OUT-OP2-IM
             END-IF
           END-IF

           MOVE WS-STEP-CHAIN TO CI-OUT-CHAIN-ID
           MOVE WS-HOLD-ORIGIN-DEPT TO CI-OUT-ORIGIN-DEPT
           SET CI-OUT-SOURCE-REPROCESS TO TRUE
           MOVE SPACE TO CI-OUT-PRIORITY-CLASS

           WRITE CI-OUT-TRANS-RECORD
           MOVE 'CXREPROC' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-CTL-TRAN-CT
           .
       WRITE-CONTROL-TOTALS.
           STRING
             'RESULTS EXAMINED: '   DELIMITED BY SIZE
             WS-CTL-READ-CT         DELIMITED BY SIZE
             '  AFFECTED: '         DELIMITED BY SIZE
             WS-AFF-CT              DELIMITED BY SIZE
             '  DIRECT: '           DELIMITED BY SIZE
             WS-CTL-DIRECT-CT       DELIMITED BY SIZE
             '  DEPENDENT: '        DELIMITED BY SIZE
             WS-CTL-CHAINED-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'CORRECTIONS: '        DELIMITED BY SIZE
             WS-CTL-CORRECT-CT      DELIMITED BY SIZE
             '  TRANSACTIONS WRITTEN: ' DELIMITED BY SIZE
             WS-CTL-TRAN-CT         DELIMITED BY SIZE
             '  NOT REGENERATED: '  DELIMITED BY SIZE
             WS-CTL-DEEP-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-AFF-CT = 0
             MOVE 'NO AFFECTED RESULTS FOUND - CHECK THE CXCIMPP CARDS'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CI-REPORT-LINE
           WRITE CI-REPORT-LINE
           MOVE 'CXCIMPR' TO WS-IO-FILE
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
             DISPLAY 'CXCONIMP - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
