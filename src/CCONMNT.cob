           SELECT CC-NEW-MASTER ASSIGN TO "CXCONSTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CC-OLD-DERIVED ASSIGN TO "CXCONDRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CC-NEW-DERIVED ASSIGN TO "CXCONDRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CC-MAINT-FILE ASSIGN TO "CCONTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       FD  CC-NEW-MASTER
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCONST REPLACING ==(PRFX)== BY ==CC-NEW-==.
       FD  CC-OLD-DERIVED
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCONDRV REPLACING ==(PRFX)== BY ==CC-ODV-==.
       FD  CC-NEW-DERIVED
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCONDRV REPLACING ==(PRFX)== BY ==CC-NDV-==.
       FD  CC-MAINT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXCONTRN REPLACING ==(PRFX)== BY ==CC-TRN-==.
       01 WS-CTL-CHANGE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DELETE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FORMULA-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DERIVED-CT PIC 9(06) VALUE 0.
      ******************************************************************
      * the derived-constant definitions off CXCONDRV, maintained by
      * FORMULA transactions and written to the CXCONDRN new
      * generation.  PENDING marks a definition whose value must be
      * recomputed this run; REACH is the work switch the circular
      * reference check walks the definitions with ('R' reached
      * from the formula under test, 'S' its own operands followed
      * in turn).
      ******************************************************************
       01 WS-DRV-TABLE.
         05 WS-DRV-CT PIC 9(04) VALUE 0.
         05 WS-DRV-ENTRY OCCURS 100 TIMES.
           10 WS-DRV-NAME PIC X(08).
           10 WS-DRV-OP PIC X(01).
           10 WS-DRV-A PIC X(08).
           10 WS-DRV-B PIC X(08).
           10 WS-DRV-FACTOR
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-DRV-EFF-FROM PIC 9(08).
           10 WS-DRV-DELETED-SW PIC X(01).
             88 WS-DRV-DELETED VALUE 'Y'.
           10 WS-DRV-PENDING-SW PIC X(01).
             88 WS-DRV-PENDING VALUE 'Y'.
           10 WS-DRV-REACH-SW PIC X(01).
             88 WS-DRV-NOT-REACHED VALUE SPACE.
             88 WS-DRV-REACHED VALUE 'R'.
             88 WS-DRV-SPREAD VALUE 'S'.
       01 WS-DRV-MAX PIC 9(04) VALUE 100.
       01 WS-DRV-SAVE PIC X(53) VALUE SPACES.
       01 WS-D PIC 9(04) VALUE 0.
       01 WS-E PIC 9(04) VALUE 0.
       01 WS-DRV-I PIC 9(04) VALUE 0.
       01 WS-NEW-DEF-SW PIC X(01) VALUE 'N'.
         88 WS-NEW-DEF-YES VALUE 'Y'.
       01 WS-CHG-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-CHG-FOUND-YES VALUE 'Y'.
       01 WS-DRV-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-DRV-EOF-YES VALUE 'Y'.
      * the FORMULA transaction in hand, laid out as a definition
       COPY CXCONDRV REPLACING ==(PRFX)== BY ==WS-NEWDEF-==.
      * names whose value a transaction changed this run; every
      * definition reaching one of them is recomputed
       01 WS-CHG-TABLE.
         05 WS-CHG-CT PIC 9(04) VALUE 0.
         05 WS-CHG-NAME OCCURS 500 TIMES PIC X(08).
       01 WS-CHG-I PIC 9(04) VALUE 0.
       01 WS-LOOKUP-NAME PIC X(08) VALUE SPACES.
       01 WS-LOOKUP-I PIC 9(04) VALUE 0.
       01 WS-USED-BY-I PIC 9(04) VALUE 0.
       01 WS-PROGRESS-SW PIC X(01) VALUE 'N'.
         88 WS-PROGRESS-YES VALUE 'Y'.
       01 WS-OPND-SW PIC X(01) VALUE 'N'.
         88 WS-OPND-FOUND VALUE 'Y'.
         88 WS-OPND-PENDING VALUE 'P'.
       01 WS-LATEST-I PIC 9(04) VALUE 0.
       01 WS-DATED-I PIC 9(04) VALUE 0.
       01 WS-NEW-DATE PIC 9(08) VALUE 0.
       01 WS-A-RE PIC S9(8)V9(8) VALUE 0.
       01 WS-A-IM PIC S9(8)V9(8) VALUE 0.
       01 WS-A-DATE PIC 9(08) VALUE 0.
       01 WS-B-RE PIC S9(8)V9(8) VALUE 0.
       01 WS-B-IM PIC S9(8)V9(8) VALUE 0.
       01 WS-B-DATE PIC 9(08) VALUE 0.
       01 WS-DENOM PIC S9(17)V9(16) COMP-3 VALUE 0.
       01 WS-NEW-RE
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-NEW-IM
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-CALC-ERROR PIC X(30) VALUE SPACES.
       01 WS-REJECT-TEXT PIC X(50) VALUE SPACES.
       01 WS-FORMULA-TEXT PIC X(40) VALUE SPACES.
      * a FORMULA is authorized under the operator's CHANGE letter
       01 WS-AUTH-ACTION PIC X(01) VALUE SPACE.
      ******************************************************************
      * the operator authorization table off CXAUTH (master code
      * 'C', ranges are constant names); an absent file leaves
      * constants to the CXCONSTN new-generation master - so a
      * fat-fingered raw edit can never again shift a column and feed
      * the whole shop a wrong reference constant for a week.
      *
      * A derived constant - one defined by a FORMULA transaction as
      * a short formula over other constant names, kept on the
      * CXCONDRV master - is never keyed: once the transactions are
      * applied, every definition that reaches a name changed this
      * run, or was itself (re)defined, is recomputed in dependency
      * order and its new dated value written and reported exactly
      * as a manual CHANGE would be.  A formula that would make a
      * name depend on itself is rejected.
      ******************************************************************
           OPEN INPUT CC-OLD-MASTER
           MOVE 'CXCONST' TO WS-IO-FILE
           MOVE 'CXCONSTN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CC-NEW-DERIVED
           MOVE 'CXCONDRN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CC-REPORT-FILE
           MOVE 'CCONMNTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM LOAD-AUTH-TABLE

           PERFORM LOAD-CONSTANT-TABLE
           PERFORM LOAD-DERIVED-TABLE

           PERFORM READ-MAINT-RECORD

           PERFORM APPLY-MAINT-RECORD
             UNTIL WS-TRN-EOF-YES

           PERFORM RECOMPUTE-DERIVED-CONSTANTS

           PERFORM WRITE-NEW-MASTER
           PERFORM WRITE-NEW-DERIVED
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE CC-OLD-MASTER
           CLOSE CC-MAINT-FILE
           CLOSE CC-NEW-MASTER
           CLOSE CC-NEW-DERIVED
           CLOSE CC-REPORT-FILE

           IF WS-CTL-REJECT-CT > 0
             CLOSE CC-OLD-MASTER
             CLOSE CC-MAINT-FILE
             CLOSE CC-NEW-MASTER
             CLOSE CC-NEW-DERIVED
             CLOSE CC-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
       APPLY-AUTHORIZED-RECORD.
           PERFORM FIND-CONSTANT-ENTRY

           MOVE CC-TRN-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-DERIVED-ENTRY
           PERFORM FIND-DERIVED-USER

           EVALUATE TRUE
             WHEN CC-TRN-ACTION-ADD OR CC-TRN-ACTION-CHANGE
               IF CC-TRN-RE NOT NUMERIC OR CC-TRN-IM NOT NUMERIC
             WHEN CC-TRN-ACTION-DELETE
               PERFORM APPLY-VALID-RECORD

             WHEN CC-TRN-ACTION-FORMULA
               PERFORM APPLY-FORMULA-RECORD

             WHEN OTHER
               ADD 1 TO WS-CTL-REJECT-CT
               PERFORM WRITE-BAD-ACTION-LINE
      * still resolves the value that date used; a DELETE retires
      * every dated value of the name.  The one thing neither ADD
      * nor CHANGE may do is reuse a name's existing effective
      * date.  A derived constant's value is not keyed - its formula
      * or its operands are maintained instead - and a name a live
      * formula uses cannot be deleted from under it.
      ******************************************************************
       APPLY-VALID-RECORD.
           EVALUATE TRUE
             WHEN (CC-TRN-ACTION-ADD OR CC-TRN-ACTION-CHANGE)
                 AND WS-LOOKUP-I > 0
               ADD 1 TO WS-CTL-REJECT-CT
               MOVE 'DERIVED CONSTANT - MAINTAIN ITS FORMULA'
                 TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-TEXT-LINE

             WHEN CC-TRN-ACTION-DELETE AND WS-USED-BY-I > 0
               ADD 1 TO WS-CTL-REJECT-CT
               MOVE SPACES TO WS-REJECT-TEXT
               STRING
                 'USED BY DERIVED CONSTANT ' DELIMITED BY SIZE
                 WS-DRV-NAME(WS-USED-BY-I)   DELIMITED BY SIZE
                 INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-TEXT-LINE

             WHEN CC-TRN-ACTION-ADD AND WS-FOUND-YES
               ADD 1 TO WS-CTL-REJECT-CT
               PERFORM WRITE-DUPLICATE-LINE
             MOVE CC-TRN-IM TO WS-CONST-IM(WS-CONST-CT)
             MOVE 'N' TO WS-CONST-DELETED-SW(WS-CONST-CT)
             ADD 1 TO WS-CTL-ADD-CT
             PERFORM NOTE-CHANGED-NAME

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
             MOVE CC-TRN-IM TO WS-CONST-IM(WS-CONST-CT)
             MOVE 'N' TO WS-CONST-DELETED-SW(WS-CONST-CT)
             ADD 1 TO WS-CTL-CHANGE-CT
             PERFORM NOTE-CHANGED-NAME

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
           PERFORM RETIRE-ONE-DATED-VALUE
             UNTIL WS-I > WS-CONST-CT

      * deleting a derived constant retires its formula with it
           IF WS-LOOKUP-I > 0
             SET WS-DRV-DELETED(WS-LOOKUP-I) TO TRUE
           END-IF

           ADD 1 TO WS-CTL-DELETE-CT
           .
       RETIRE-ONE-DATED-VALUE.
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Loads the derived-constant definitions; an absent CXCONDRV
      * is an empty one.  Like the constants table, a master that
      * would overflow stops the run rather than lose definitions.
      ******************************************************************
       LOAD-DERIVED-TABLE.
           OPEN INPUT CC-OLD-DERIVED

           PERFORM READ-OLD-DERIVED
           PERFORM LOAD-DERIVED-ENTRY
             UNTIL WS-DRV-EOF-YES

           CLOSE CC-OLD-DERIVED
           .
       READ-OLD-DERIVED.
           READ CC-OLD-DERIVED
             AT END
               SET WS-DRV-EOF-YES TO TRUE
           END-READ
           .
       LOAD-DERIVED-ENTRY.
           IF WS-DRV-CT = WS-DRV-MAX
             MOVE 'CXCONDRV EXCEEDS 100 DEFINITIONS - RUN STOPPED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             CLOSE CC-OLD-DERIVED
             CLOSE CC-OLD-MASTER
             CLOSE CC-MAINT-FILE
             CLOSE CC-NEW-MASTER
             CLOSE CC-NEW-DERIVED
             CLOSE CC-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           ADD 1 TO WS-DRV-CT
           MOVE CC-ODV-NAME TO WS-DRV-NAME(WS-DRV-CT)
           MOVE CC-ODV-FORMULA-OP TO WS-DRV-OP(WS-DRV-CT)
           MOVE CC-ODV-OPERAND-A TO WS-DRV-A(WS-DRV-CT)
           MOVE CC-ODV-OPERAND-B TO WS-DRV-B(WS-DRV-CT)
           MOVE CC-ODV-FACTOR TO WS-DRV-FACTOR(WS-DRV-CT)
           MOVE CC-ODV-EFF-FROM TO WS-DRV-EFF-FROM(WS-DRV-CT)
           MOVE 'N' TO WS-DRV-DELETED-SW(WS-DRV-CT)
           MOVE 'N' TO WS-DRV-PENDING-SW(WS-DRV-CT)
           MOVE SPACE TO WS-DRV-REACH-SW(WS-DRV-CT)

           PERFORM READ-OLD-DERIVED
           .
      ******************************************************************
      * The live definition for WS-LOOKUP-NAME, its index left in
      * WS-LOOKUP-I (zero for a name with no formula).
      ******************************************************************
       FIND-DERIVED-ENTRY.
           MOVE 0 TO WS-LOOKUP-I
           MOVE 1 TO WS-DRV-I
           PERFORM MATCH-DERIVED-ENTRY
             UNTIL WS-LOOKUP-I > 0 OR WS-DRV-I > WS-DRV-CT
           .
       MATCH-DERIVED-ENTRY.
           IF WS-DRV-NAME(WS-DRV-I) = WS-LOOKUP-NAME
               AND NOT WS-DRV-DELETED(WS-DRV-I)
             MOVE WS-DRV-I TO WS-LOOKUP-I
           ELSE
             ADD 1 TO WS-DRV-I
           END-IF
           .
      * the first live formula, other than the name's own, that
      * uses the transaction's name as an operand
       FIND-DERIVED-USER.
           MOVE 0 TO WS-USED-BY-I
           MOVE 1 TO WS-DRV-I
           PERFORM MATCH-DERIVED-USER
             UNTIL WS-USED-BY-I > 0 OR WS-DRV-I > WS-DRV-CT
           .
       MATCH-DERIVED-USER.
           IF NOT WS-DRV-DELETED(WS-DRV-I)
               AND WS-DRV-NAME(WS-DRV-I) NOT = CC-TRN-NAME
               AND (WS-DRV-A(WS-DRV-I) = CC-TRN-NAME
                    OR WS-DRV-B(WS-DRV-I) = CC-TRN-NAME)
             MOVE WS-DRV-I TO WS-USED-BY-I
           ELSE
             ADD 1 TO WS-DRV-I
           END-IF
           .
       NOTE-CHANGED-NAME.
           MOVE 'N' TO WS-CHG-FOUND-SW
           MOVE 1 TO WS-CHG-I
           PERFORM MATCH-CHANGED-NAME
             UNTIL WS-CHG-FOUND-YES OR WS-CHG-I > WS-CHG-CT

           IF NOT WS-CHG-FOUND-YES AND WS-CHG-CT < 500
             ADD 1 TO WS-CHG-CT
             MOVE CC-TRN-NAME TO WS-CHG-NAME(WS-CHG-CT)
           END-IF
           .
       MATCH-CHANGED-NAME.
           IF WS-CHG-NAME(WS-CHG-I) = CC-TRN-NAME
             SET WS-CHG-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-CHG-I
           END-IF
           .
      ******************************************************************
      * FORMULA: defines the name as a derived constant, or replaces
      * its formula.  The operator must be one CCONMNT knows, the
      * operands must be live constants or derived constants, and
      * the new formula must not lead back to its own name through
      * any chain of formulas - a circular definition has no value,
      * so it is rejected and any formula it replaced stays.  An
      * accepted formula is computed with the run's other
      * recomputations.
      ******************************************************************
       APPLY-FORMULA-RECORD.
           MOVE WS-LOOKUP-I TO WS-E

           MOVE CC-TRN-NAME TO WS-NEWDEF-NAME
           MOVE CC-TRN-FORMULA-OP TO WS-NEWDEF-FORMULA-OP
           MOVE CC-TRN-OPERAND-A TO WS-NEWDEF-OPERAND-A
           MOVE CC-TRN-OPERAND-B TO WS-NEWDEF-OPERAND-B
           MOVE 0 TO WS-NEWDEF-FACTOR
           MOVE CC-TRN-EFF-FROM TO WS-NEWDEF-EFF-FROM

           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
             WHEN NOT WS-NEWDEF-OP-VALID
               MOVE 'UNKNOWN FORMULA OPERATOR' TO WS-REJECT-TEXT
             WHEN WS-NEWDEF-OPERAND-A = SPACES
               MOVE 'FORMULA OPERAND A MISSING' TO WS-REJECT-TEXT
             WHEN WS-NEWDEF-OP-SCALE AND CC-TRN-FACTOR NOT NUMERIC
               MOVE 'SCALE FACTOR NOT NUMERIC' TO WS-REJECT-TEXT
             WHEN NOT WS-NEWDEF-OP-SCALE
                 AND WS-NEWDEF-OPERAND-B = SPACES
               MOVE 'FORMULA OPERAND B MISSING' TO WS-REJECT-TEXT
             WHEN WS-NEWDEF-OPERAND-A = WS-NEWDEF-NAME
               MOVE 'CIRCULAR REFERENCE' TO WS-REJECT-TEXT
             WHEN NOT WS-NEWDEF-OP-SCALE
                 AND WS-NEWDEF-OPERAND-B = WS-NEWDEF-NAME
               MOVE 'CIRCULAR REFERENCE' TO WS-REJECT-TEXT
           END-EVALUATE

           IF WS-NEWDEF-OP-SCALE
             MOVE SPACES TO WS-NEWDEF-OPERAND-B
             IF WS-REJECT-TEXT = SPACES
               MOVE CC-TRN-FACTOR TO WS-NEWDEF-FACTOR
             END-IF
           END-IF

           IF WS-REJECT-TEXT = SPACES
             MOVE WS-NEWDEF-OPERAND-A TO WS-LOOKUP-NAME
             PERFORM CHECK-OPERAND-KNOWN
             IF NOT WS-OPND-FOUND
               PERFORM WRITE-UNKNOWN-OPERAND-TEXT
             END-IF
           END-IF

           IF WS-REJECT-TEXT = SPACES AND NOT WS-NEWDEF-OP-SCALE
             MOVE WS-NEWDEF-OPERAND-B TO WS-LOOKUP-NAME
             PERFORM CHECK-OPERAND-KNOWN
             IF NOT WS-OPND-FOUND
               PERFORM WRITE-UNKNOWN-OPERAND-TEXT
             END-IF
           END-IF

           IF WS-REJECT-TEXT = SPACES
             PERFORM PLACE-FORMULA-ENTRY
           END-IF

           IF WS-REJECT-TEXT = SPACES
             PERFORM CHECK-FORMULA-CYCLE
             IF NOT WS-DRV-NOT-REACHED(WS-E)
               MOVE 'CIRCULAR REFERENCE' TO WS-REJECT-TEXT
               IF WS-NEW-DEF-YES
                 SUBTRACT 1 FROM WS-DRV-CT
               ELSE
                 MOVE WS-DRV-SAVE TO WS-DRV-ENTRY(WS-E)
               END-IF
             END-IF
           END-IF

           IF WS-REJECT-TEXT = SPACES
             SET WS-DRV-PENDING(WS-E) TO TRUE
             ADD 1 TO WS-CTL-FORMULA-CT
             MOVE WS-E TO WS-D
             PERFORM BUILD-FORMULA-TEXT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'FORMULA '          DELIMITED BY SIZE
               CC-TRN-NAME         DELIMITED BY SIZE
               ' = '               DELIMITED BY SIZE
               WS-FORMULA-TEXT     DELIMITED BY '  '
               ' FROM '            DELIMITED BY SIZE
               CC-TRN-EFF-FROM     DELIMITED BY SIZE
               ' BY '              DELIMITED BY SIZE
               CC-TRN-OPERATOR-ID  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-CTL-REJECT-CT
             PERFORM WRITE-REJECT-TEXT-LINE
           END-IF
           .
       WRITE-UNKNOWN-OPERAND-TEXT.
           STRING
             'OPERAND '          DELIMITED BY SIZE
             WS-LOOKUP-NAME      DELIMITED BY SPACE
             ' NOT ON MASTER'    DELIMITED BY SIZE
             INTO WS-REJECT-TEXT
           .
      * an operand is known when a live dated value or a live
      * formula carries its name
       CHECK-OPERAND-KNOWN.
           MOVE 'N' TO WS-OPND-SW
           MOVE 1 TO WS-I
           PERFORM MATCH-OPERAND-CONSTANT
             UNTIL WS-OPND-FOUND OR WS-I > WS-CONST-CT

           IF NOT WS-OPND-FOUND
             PERFORM FIND-DERIVED-ENTRY
             IF WS-LOOKUP-I > 0
               SET WS-OPND-FOUND TO TRUE
             END-IF
           END-IF
           .
       MATCH-OPERAND-CONSTANT.
           IF WS-CONST-NAME(WS-I) = WS-LOOKUP-NAME
               AND NOT WS-CONST-DELETED(WS-I)
             SET WS-OPND-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-I
           END-IF
           .
      * puts the formula in hand into the table - over the name's
      * live definition (saved, for a rejection to put back) or as
      * a new entry - leaving its index in WS-E
       PLACE-FORMULA-ENTRY.
           MOVE 'N' TO WS-NEW-DEF-SW
           IF WS-E = 0
             IF WS-DRV-CT = WS-DRV-MAX
               MOVE 'DERIVED TABLE FULL' TO WS-REJECT-TEXT
             ELSE
               ADD 1 TO WS-DRV-CT
               MOVE WS-DRV-CT TO WS-E
               SET WS-NEW-DEF-YES TO TRUE
             END-IF
           ELSE
             MOVE WS-DRV-ENTRY(WS-E) TO WS-DRV-SAVE
           END-IF

           IF WS-REJECT-TEXT = SPACES
             MOVE WS-NEWDEF-NAME TO WS-DRV-NAME(WS-E)
             MOVE WS-NEWDEF-FORMULA-OP TO WS-DRV-OP(WS-E)
             MOVE WS-NEWDEF-OPERAND-A TO WS-DRV-A(WS-E)
             MOVE WS-NEWDEF-OPERAND-B TO WS-DRV-B(WS-E)
             MOVE WS-NEWDEF-FACTOR TO WS-DRV-FACTOR(WS-E)
             MOVE WS-NEWDEF-EFF-FROM TO WS-DRV-EFF-FROM(WS-E)
             MOVE 'N' TO WS-DRV-DELETED-SW(WS-E)
             MOVE 'N' TO WS-DRV-PENDING-SW(WS-E)
             MOVE SPACE TO WS-DRV-REACH-SW(WS-E)
           END-IF
           .
      ******************************************************************
      * Circular reference check for the formula at WS-E: marks the
      * definitions its operands name, then follows each marked
      * definition's own operands until nothing new is reached.  If
      * the walk reaches WS-E itself, the formula depends on its
      * own value.
      ******************************************************************
       CHECK-FORMULA-CYCLE.
           MOVE 1 TO WS-D
           PERFORM CLEAR-REACH-SWITCH
             UNTIL WS-D > WS-DRV-CT

           MOVE WS-E TO WS-D
           PERFORM MARK-OPERANDS-REACHED

           SET WS-PROGRESS-YES TO TRUE
           PERFORM SPREAD-REACH-PASS
             UNTIL NOT WS-PROGRESS-YES
           .
       CLEAR-REACH-SWITCH.
           MOVE SPACE TO WS-DRV-REACH-SW(WS-D)
           ADD 1 TO WS-D
           .
       MARK-OPERANDS-REACHED.
           MOVE WS-DRV-A(WS-D) TO WS-LOOKUP-NAME
           PERFORM MARK-NAME-REACHED
           IF WS-DRV-B(WS-D) NOT = SPACES
             MOVE WS-DRV-B(WS-D) TO WS-LOOKUP-NAME
             PERFORM MARK-NAME-REACHED
           END-IF
           .
       MARK-NAME-REACHED.
           PERFORM FIND-DERIVED-ENTRY
           IF WS-LOOKUP-I > 0
             IF WS-DRV-NOT-REACHED(WS-LOOKUP-I)
               SET WS-DRV-REACHED(WS-LOOKUP-I) TO TRUE
             END-IF
           END-IF
           .
       SPREAD-REACH-PASS.
           MOVE 'N' TO WS-PROGRESS-SW
           MOVE 1 TO WS-D
           PERFORM SPREAD-REACH-ONE
             UNTIL WS-D > WS-DRV-CT
           .
       SPREAD-REACH-ONE.
           IF WS-DRV-REACHED(WS-D)
             SET WS-DRV-SPREAD(WS-D) TO TRUE
             SET WS-PROGRESS-YES TO TRUE
             PERFORM MARK-OPERANDS-REACHED
           END-IF

           ADD 1 TO WS-D
           .
      ******************************************************************
      * Recomputes the derived constants once every transaction is
      * in: first marks each definition that reaches, directly or
      * through other definitions, a name changed this run; then
      * computes, pass by pass, each marked definition whose own
      * operands are settled - the dependency order, base values
      * first.  A definition still marked when no pass makes
      * progress sits on a circular chain loaded from the master
      * and cannot be computed.
      ******************************************************************
       RECOMPUTE-DERIVED-CONSTANTS.
           SET WS-PROGRESS-YES TO TRUE
           PERFORM MARK-PENDING-PASS
             UNTIL NOT WS-PROGRESS-YES

           SET WS-PROGRESS-YES TO TRUE
           PERFORM COMPUTE-READY-PASS
             UNTIL NOT WS-PROGRESS-YES

           MOVE 1 TO WS-D
           PERFORM REPORT-UNRESOLVED-DERIVED
             UNTIL WS-D > WS-DRV-CT
           .
       MARK-PENDING-PASS.
           MOVE 'N' TO WS-PROGRESS-SW
           MOVE 1 TO WS-D
           PERFORM MARK-PENDING-ONE
             UNTIL WS-D > WS-DRV-CT
           .
       MARK-PENDING-ONE.
           IF NOT WS-DRV-DELETED(WS-D) AND NOT WS-DRV-PENDING(WS-D)
             MOVE WS-DRV-A(WS-D) TO WS-LOOKUP-NAME
             PERFORM CHECK-NAME-CHANGED
             IF NOT WS-OPND-PENDING AND WS-DRV-B(WS-D) NOT = SPACES
               MOVE WS-DRV-B(WS-D) TO WS-LOOKUP-NAME
               PERFORM CHECK-NAME-CHANGED
             END-IF
             IF WS-OPND-PENDING
               SET WS-DRV-PENDING(WS-D) TO TRUE
               SET WS-PROGRESS-YES TO TRUE
             END-IF
           END-IF

           ADD 1 TO WS-D
           .
      * a name counts as changed when a transaction changed it or
      * its own formula is waiting to be recomputed
       CHECK-NAME-CHANGED.
           MOVE 'N' TO WS-OPND-SW
           MOVE 'N' TO WS-CHG-FOUND-SW
           MOVE 1 TO WS-CHG-I
           PERFORM MATCH-CHANGED-OPERAND
             UNTIL WS-CHG-FOUND-YES OR WS-CHG-I > WS-CHG-CT

           IF WS-CHG-FOUND-YES
             SET WS-OPND-PENDING TO TRUE
           ELSE
             PERFORM FIND-DERIVED-ENTRY
             IF WS-LOOKUP-I > 0
               IF WS-DRV-PENDING(WS-LOOKUP-I)
                 SET WS-OPND-PENDING TO TRUE
               END-IF
             END-IF
           END-IF
           .
       MATCH-CHANGED-OPERAND.
           IF WS-CHG-NAME(WS-CHG-I) = WS-LOOKUP-NAME
             SET WS-CHG-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-CHG-I
           END-IF
           .
       COMPUTE-READY-PASS.
           MOVE 'N' TO WS-PROGRESS-SW
           MOVE 1 TO WS-D
           PERFORM COMPUTE-READY-ONE
             UNTIL WS-D > WS-DRV-CT
           .
       COMPUTE-READY-ONE.
           IF NOT WS-DRV-DELETED(WS-D) AND WS-DRV-PENDING(WS-D)
             MOVE 'N' TO WS-OPND-SW
             MOVE WS-DRV-A(WS-D) TO WS-LOOKUP-NAME
             PERFORM CHECK-OPERAND-SETTLED
             IF NOT WS-OPND-PENDING AND WS-DRV-B(WS-D) NOT = SPACES
               MOVE WS-DRV-B(WS-D) TO WS-LOOKUP-NAME
               PERFORM CHECK-OPERAND-SETTLED
             END-IF
             IF NOT WS-OPND-PENDING
               PERFORM COMPUTE-DERIVED-VALUE
               MOVE 'N' TO WS-DRV-PENDING-SW(WS-D)
               SET WS-PROGRESS-YES TO TRUE
             END-IF
           END-IF

           ADD 1 TO WS-D
           .
       CHECK-OPERAND-SETTLED.
           PERFORM FIND-DERIVED-ENTRY
           IF WS-LOOKUP-I > 0
             IF WS-DRV-PENDING(WS-LOOKUP-I)
               SET WS-OPND-PENDING TO TRUE
             END-IF
           END-IF
           .
       REPORT-UNRESOLVED-DERIVED.
           IF NOT WS-DRV-DELETED(WS-D) AND WS-DRV-PENDING(WS-D)
             MOVE 'N' TO WS-DRV-PENDING-SW(WS-D)
             MOVE 'CIRCULAR REFERENCE ON MASTER' TO WS-CALC-ERROR
             PERFORM WRITE-RECOMPUTE-ERROR-LINE
           END-IF

           ADD 1 TO WS-D
           .
      ******************************************************************
      * Computes the definition at WS-D from the latest live value
      * of each operand.  The value takes effect from the latest of
      * the operands' effective dates and the formula's own.
      ******************************************************************
       COMPUTE-DERIVED-VALUE.
           MOVE SPACES TO WS-CALC-ERROR
           MOVE 0 TO WS-B-RE
           MOVE 0 TO WS-B-IM
           MOVE 0 TO WS-B-DATE

           MOVE WS-DRV-A(WS-D) TO WS-LOOKUP-NAME
           PERFORM FIND-LATEST-VALUE
           IF WS-LATEST-I = 0
             MOVE 'OPERAND A HAS NO VALUE' TO WS-CALC-ERROR
           ELSE
             MOVE WS-CONST-RE(WS-LATEST-I) TO WS-A-RE
             MOVE WS-CONST-IM(WS-LATEST-I) TO WS-A-IM
             MOVE WS-CONST-EFF-FROM(WS-LATEST-I) TO WS-A-DATE
           END-IF

           IF WS-DRV-B(WS-D) NOT = SPACES
             MOVE WS-DRV-B(WS-D) TO WS-LOOKUP-NAME
             PERFORM FIND-LATEST-VALUE
             IF WS-LATEST-I = 0
               MOVE 'OPERAND B HAS NO VALUE' TO WS-CALC-ERROR
             ELSE
               MOVE WS-CONST-RE(WS-LATEST-I) TO WS-B-RE
               MOVE WS-CONST-IM(WS-LATEST-I) TO WS-B-IM
               MOVE WS-CONST-EFF-FROM(WS-LATEST-I) TO WS-B-DATE
             END-IF
           END-IF

           IF WS-CALC-ERROR = SPACES
             PERFORM EVALUATE-FORMULA
           END-IF

           IF WS-CALC-ERROR = SPACES
             MOVE WS-DRV-EFF-FROM(WS-D) TO WS-NEW-DATE
             IF WS-A-DATE > WS-NEW-DATE
               MOVE WS-A-DATE TO WS-NEW-DATE
             END-IF
             IF WS-B-DATE > WS-NEW-DATE
               MOVE WS-B-DATE TO WS-NEW-DATE
             END-IF
             PERFORM STORE-DERIVED-VALUE
           ELSE
             PERFORM WRITE-RECOMPUTE-ERROR-LINE
           END-IF
           .
       EVALUATE-FORMULA.
           EVALUATE WS-DRV-OP(WS-D)
             WHEN '+'
               COMPUTE WS-NEW-RE ROUNDED = WS-A-RE + WS-B-RE
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
               COMPUTE WS-NEW-IM ROUNDED = WS-A-IM + WS-B-IM
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
             WHEN '-'
               COMPUTE WS-NEW-RE ROUNDED = WS-A-RE - WS-B-RE
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
               COMPUTE WS-NEW-IM ROUNDED = WS-A-IM - WS-B-IM
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
             WHEN '*'
               COMPUTE WS-NEW-RE ROUNDED =
                   WS-A-RE * WS-B-RE - WS-A-IM * WS-B-IM
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
               COMPUTE WS-NEW-IM ROUNDED =
                   WS-A-RE * WS-B-IM + WS-A-IM * WS-B-RE
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
             WHEN '/'
               COMPUTE WS-DENOM = WS-B-RE * WS-B-RE + WS-B-IM * WS-B-IM
               IF WS-DENOM = 0
                 MOVE 'DIVIDE BY ZERO' TO WS-CALC-ERROR
               ELSE
                 COMPUTE WS-NEW-RE ROUNDED =
                     (WS-A-RE * WS-B-RE + WS-A-IM * WS-B-IM) / WS-DENOM
                   ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
                 END-COMPUTE
                 COMPUTE WS-NEW-IM ROUNDED =
                     (WS-A-IM * WS-B-RE - WS-A-RE * WS-B-IM) / WS-DENOM
                   ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
                 END-COMPUTE
               END-IF
             WHEN 'J'
               MOVE WS-A-RE TO WS-NEW-RE
               MOVE WS-B-RE TO WS-NEW-IM
             WHEN 'K'
               COMPUTE WS-NEW-RE ROUNDED = WS-A-RE * WS-DRV-FACTOR(WS-D)
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
               COMPUTE WS-NEW-IM ROUNDED = WS-A-IM * WS-DRV-FACTOR(WS-D)
                 ON SIZE ERROR MOVE 'OVERFLOW' TO WS-CALC-ERROR
               END-COMPUTE
             WHEN OTHER
               MOVE 'UNKNOWN FORMULA OPERATOR' TO WS-CALC-ERROR
           END-EVALUATE
           .
      * the live value of WS-LOOKUP-NAME with the latest effective
      * date, its index left in WS-LATEST-I (zero for none)
       FIND-LATEST-VALUE.
           MOVE 0 TO WS-LATEST-I
           MOVE 1 TO WS-I
           PERFORM LATEST-VALUE-STEP
             UNTIL WS-I > WS-CONST-CT
           .
       LATEST-VALUE-STEP.
           IF WS-CONST-NAME(WS-I) = WS-LOOKUP-NAME
               AND NOT WS-CONST-DELETED(WS-I)
             IF WS-LATEST-I = 0
               MOVE WS-I TO WS-LATEST-I
             ELSE
               IF WS-CONST-EFF-FROM(WS-I)
                   >= WS-CONST-EFF-FROM(WS-LATEST-I)
                 MOVE WS-I TO WS-LATEST-I
               END-IF
             END-IF
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Files the computed value under the derived name: over an
      * entry already dated the same day (a second recomputation in
      * one run), else as a new dated entry - unless it merely
      * repeats the value already in force, which needs no entry.
      * Each value filed is reported exactly as a keyed ADD or
      * CHANGE is, with the formula where the operator would be.
      ******************************************************************
       STORE-DERIVED-VALUE.
           MOVE WS-DRV-NAME(WS-D) TO WS-LOOKUP-NAME
           PERFORM FIND-LATEST-VALUE

           MOVE 0 TO WS-DATED-I
           MOVE 1 TO WS-I
           PERFORM FIND-DATED-VALUE-STEP
             UNTIL WS-I > WS-CONST-CT

           EVALUATE TRUE
             WHEN WS-DATED-I > 0
                 AND WS-CONST-RE(WS-DATED-I) = WS-NEW-RE
                 AND WS-CONST-IM(WS-DATED-I) = WS-NEW-IM
               CONTINUE

             WHEN WS-DATED-I > 0
               MOVE WS-NEW-RE TO WS-CONST-RE(WS-DATED-I)
               MOVE WS-NEW-IM TO WS-CONST-IM(WS-DATED-I)
               PERFORM WRITE-DERIVED-CHANGE-LINE

             WHEN WS-LATEST-I > 0
                 AND WS-CONST-RE(WS-LATEST-I) = WS-NEW-RE
                 AND WS-CONST-IM(WS-LATEST-I) = WS-NEW-IM
                 AND WS-CONST-EFF-FROM(WS-LATEST-I) < WS-NEW-DATE
               CONTINUE

             WHEN WS-CONST-CT = 500
               MOVE 'TABLE FULL' TO WS-CALC-ERROR
               PERFORM WRITE-RECOMPUTE-ERROR-LINE

             WHEN OTHER
               ADD 1 TO WS-CONST-CT
               MOVE WS-DRV-NAME(WS-D) TO WS-CONST-NAME(WS-CONST-CT)
               MOVE WS-NEW-DATE TO WS-CONST-EFF-FROM(WS-CONST-CT)
               MOVE WS-NEW-RE TO WS-CONST-RE(WS-CONST-CT)
               MOVE WS-NEW-IM TO WS-CONST-IM(WS-CONST-CT)
               MOVE 'N' TO WS-CONST-DELETED-SW(WS-CONST-CT)
               IF WS-LATEST-I = 0
                 PERFORM WRITE-DERIVED-ADD-LINE
               ELSE
                 PERFORM WRITE-DERIVED-CHANGE-LINE
               END-IF
           END-EVALUATE
           .
       FIND-DATED-VALUE-STEP.
           IF WS-CONST-NAME(WS-I) = WS-LOOKUP-NAME
               AND NOT WS-CONST-DELETED(WS-I)
               AND WS-CONST-EFF-FROM(WS-I) = WS-NEW-DATE
             MOVE WS-I TO WS-DATED-I
           END-IF

           ADD 1 TO WS-I
           .
       BUILD-FORMULA-TEXT.
           MOVE SPACES TO WS-FORMULA-TEXT
           IF WS-DRV-OP(WS-D) = 'K'
             STRING
               WS-DRV-A(WS-D)       DELIMITED BY SPACE
               ' K '                DELIMITED BY SIZE
               WS-DRV-FACTOR(WS-D)  DELIMITED BY SIZE
               INTO WS-FORMULA-TEXT
           ELSE
             STRING
               WS-DRV-A(WS-D)       DELIMITED BY SPACE
               ' '                  DELIMITED BY SIZE
               WS-DRV-OP(WS-D)      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WS-DRV-B(WS-D)       DELIMITED BY SPACE
               INTO WS-FORMULA-TEXT
           END-IF
           .
       WRITE-DERIVED-ADD-LINE.
           ADD 1 TO WS-CTL-DERIVED-CT
           PERFORM BUILD-FORMULA-TEXT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'ADDED '            DELIMITED BY SIZE
             WS-DRV-NAME(WS-D)   DELIMITED BY SIZE
             ' NOW=('            DELIMITED BY SIZE
             WS-NEW-RE           DELIMITED BY SIZE
             ','                 DELIMITED BY SIZE
             WS-NEW-IM           DELIMITED BY SIZE
             ') EFFECTIVE '      DELIMITED BY SIZE
             WS-NEW-DATE         DELIMITED BY SIZE
             ' BY DERIVED '      DELIMITED BY SIZE
             WS-FORMULA-TEXT     DELIMITED BY '  '
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-DERIVED-CHANGE-LINE.
           ADD 1 TO WS-CTL-DERIVED-CT
           PERFORM BUILD-FORMULA-TEXT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CHANGED '          DELIMITED BY SIZE
             WS-DRV-NAME(WS-D)   DELIMITED BY SIZE
             ' NEW VALUE EFFECTIVE ' DELIMITED BY SIZE
             WS-NEW-DATE         DELIMITED BY SIZE
             ' =('               DELIMITED BY SIZE
             WS-NEW-RE           DELIMITED BY SIZE
             ','                 DELIMITED BY SIZE
             WS-NEW-IM           DELIMITED BY SIZE
             ') BY DERIVED '     DELIMITED BY SIZE
             WS-FORMULA-TEXT     DELIMITED BY '  '
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-RECOMPUTE-ERROR-LINE.
           ADD 1 TO WS-CTL-REJECT-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CANNOT RECOMPUTE DERIVED ' DELIMITED BY SIZE
             WS-DRV-NAME(WS-D)           DELIMITED BY SIZE
             ' - '                       DELIMITED BY SIZE
             WS-CALC-ERROR               DELIMITED BY '  '
             ' - PREVIOUS VALUE STANDS'  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REJECT-TEXT-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REJECTED '         DELIMITED BY SIZE
             CC-TRN-ACTION       DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             CC-TRN-NAME         DELIMITED BY SIZE
             ' - '               DELIMITED BY SIZE
             WS-REJECT-TEXT      DELIMITED BY '  '
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Writes the live derived-constant definitions to the
      * CXCONDRN new generation, formulas deleted this run dropped.
      ******************************************************************
       WRITE-NEW-DERIVED.
           MOVE 1 TO WS-D

           PERFORM WRITE-NEW-DERIVED-RECORD
             UNTIL WS-D > WS-DRV-CT
           .
       WRITE-NEW-DERIVED-RECORD.
           IF NOT WS-DRV-DELETED(WS-D)
             MOVE SPACES TO CC-NDV-DERIVED-RECORD
             MOVE WS-DRV-NAME(WS-D) TO CC-NDV-NAME
             MOVE WS-DRV-OP(WS-D) TO CC-NDV-FORMULA-OP
             MOVE WS-DRV-A(WS-D) TO CC-NDV-OPERAND-A
             MOVE WS-DRV-B(WS-D) TO CC-NDV-OPERAND-B
             MOVE WS-DRV-FACTOR(WS-D) TO CC-NDV-FACTOR
             MOVE WS-DRV-EFF-FROM(WS-D) TO CC-NDV-EFF-FROM
             WRITE CC-NDV-DERIVED-RECORD
             MOVE 'CXCONDRN' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF

           ADD 1 TO WS-D
           .
      ******************************************************************
      * Loads the CXAUTH authorization master; absent or empty, the
      * table stays empty and every operator passes.
      ******************************************************************
           END-IF
           .
       MATCH-AUTH-ENTRY.
           MOVE CC-TRN-ACTION TO WS-AUTH-ACTION
           IF CC-TRN-ACTION-FORMULA
             MOVE 'C' TO WS-AUTH-ACTION
           END-IF
           MOVE 0 TO TALLY
           INSPECT WS-AU-ACTIONS(WS-AU-I)
             TALLYING TALLY FOR ALL WS-AUTH-ACTION

           IF WS-AU-OPER(WS-AU-I) = CC-TRN-OPERATOR-ID
               AND TALLY > 0
             WS-CTL-DELETE-CT DELIMITED BY SIZE
             '  REJECTED: '   DELIMITED BY SIZE
             WS-CTL-REJECT-CT DELIMITED BY SIZE
             '  FORMULAS: '   DELIMITED BY SIZE
             WS-CTL-FORMULA-CT DELIMITED BY SIZE
             '  DERIVED RECOMPUTED: ' DELIMITED BY SIZE
             WS-CTL-DERIVED-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

                ' CHANGES ' WS-CTL-CHANGE-CT
                ' DELETES ' WS-CTL-DELETE-CT
                ' REJECTS ' WS-CTL-REJECT-CT
                ' DERIVED ' WS-CTL-DERIVED-CT
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CC-REPORT-LINE
