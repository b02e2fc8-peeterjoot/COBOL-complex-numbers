       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXSUSFIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-MASTER-FILE ASSIGN TO "CXSUSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-MST-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT SF-RULE-FILE ASSIGN TO "CXREPRUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SF-CONST-FILE ASSIGN TO "CXCONST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SF-OUT-FILE ASSIGN TO "CXFIXOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SF-RESOLVED-FILE ASSIGN TO "CXSUSRES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SF-JOURNAL-FILE ASSIGN TO "CXFIXJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SF-REPORT-FILE ASSIGN TO "CXSUSFXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SF-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL SF-REQEV-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-MASTER-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==SF-MST-==.
       FD  SF-RULE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXREPRUL REPLACING ==(PRFX)== BY ==SF-RUL-==.
       FD  SF-CONST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCONST REPLACING ==(PRFX)== BY ==SF-CON-==.
       FD  SF-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==SF-OUT-==.
       FD  SF-RESOLVED-FILE
           RECORD CONTAINS 20 CHARACTERS.
      * one key per repaired suspense item, the CXSUSRES layout
      * CRESUB writes, for CXSUSPRL to close on the master.
       01  SF-RESOLVED-RECORD.
         10  SF-RES-BUSINESS-DATE  PIC 9(08).
         10  SF-RES-SEQ-NO         PIC 9(08).
         10  FILLER                PIC X(04).
       FD  SF-JOURNAL-FILE
           RECORD CONTAINS 136 CHARACTERS.
       COPY CXFIXJRN REPLACING ==(PRFX)== BY ==SF-JRN-==.
       FD  SF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SF-REPORT-LINE PIC X(132).
       FD  SF-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==SF-RC-==.
       FD  SF-REQEV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==SF-REQ-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-EVENT-TIME PIC 9(08) VALUE 0.
       01 WS-RULE-TABLE.
         05 WS-RULE-CT PIC 9(04) VALUE 0.
         05 WS-RULE-ENTRY OCCURS 100 TIMES.
           10 WS-RULE-REASON-CODE  PIC X(02).
           10 WS-RULE-SOURCE-SYS   PIC X(03).
           10 WS-RULE-REPAIR-TYPE  PIC X(02).
           10 WS-RULE-REPAIR-VALUE PIC X(08).
       01 WS-RULE-I PIC 9(04) VALUE 0.
      * the constant names on the master, each once, with the length
      * of the name without its trailing spaces.
       01 WS-CN-TABLE.
         05 WS-CN-CT PIC 9(04) VALUE 0.
         05 WS-CN-ENTRY OCCURS 500 TIMES.
           10 WS-CN-NAME PIC X(08).
           10 WS-CN-LEN  PIC 9(02).
       01 WS-CN-I PIC 9(04) VALUE 0.
       01 WS-CN-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-CN-FOUND-YES VALUE 'Y'.
      * the constant name being repaired and its one close match
       01 WS-TYPO-NAME PIC X(08) VALUE SPACES.
       01 WS-TYPO-LEN PIC 9(02) VALUE 0.
       01 WS-TYPO-MATCH-CT PIC 9(04) VALUE 0.
       01 WS-TYPO-MATCH PIC X(08) VALUE SPACES.
       01 WS-NAME-LEN PIC 9(02) VALUE 0.
       01 WS-BEFORE-IMAGE PIC X(96) VALUE SPACES.
       01 WS-OPCODE-UPPER PIC X(04) VALUE SPACES.
       01 WS-REPAIRS PIC X(12) VALUE SPACES.
       01 WS-REPAIR-CT PIC 9(02) VALUE 0.
       01 WS-REPAIR-CODE PIC X(02) VALUE SPACES.
       01 WS-RULE-HIT-SW PIC X(01) VALUE 'N'.
         88 WS-RULE-HIT-YES VALUE 'Y'.
       01 WS-LEFT-REASON PIC X(40) VALUE SPACES.
       01 WS-MST-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-MST-EOF-YES VALUE 'Y'.
       01 WS-RULE-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-RULE-EOF-YES VALUE 'Y'.
       01 WS-CON-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-CON-EOF-YES VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(02) VALUE SPACES.
         88 WS-REJECT-NONE           VALUE SPACES.
         88 WS-REJECT-BAD-OPCODE     VALUE 'BO'.
         88 WS-REJECT-NON-NUMERIC    VALUE 'NN'.
         88 WS-REJECT-ZERO-OPERAND   VALUE 'ZO'.
         88 WS-REJECT-BAD-FORM       VALUE 'BF'.
         88 WS-REJECT-CONST-NOTFOUND VALUE 'CN'.
         88 WS-REJECT-OUT-OF-RANGE   VALUE 'OR'.
       01 WS-POW-WHOLE PIC S9(08) VALUE 0.
       01 WS-POW-MAX-EXP PIC 9(02) VALUE 32.
       01 WS-EXP-RE-LIMIT PIC S9(02)V9(02) VALUE 18.42.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NAMED1-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NAMED2-==.
       01 WS-NAME1-SW PIC X(01) VALUE 'N'.
         88 WS-NAME1-OK VALUE 'Y'.
       01 WS-NAME2-SW PIC X(01) VALUE 'N'.
         88 WS-NAME2-OK VALUE 'Y'.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-CONST-==.
       01 WS-CTL-OPEN-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REPAIRED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NO-RULE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NO-CHANGE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FAILING-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXSUSFIX'.
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
      * Suspense auto-repair: works the open items on the cumulative
      * CXSUSPM suspense master against the CXREPRUL repair-rule
      * master, so the same few feed mistakes - a lower-case opcode,
      * a polar operand sent without its form byte, a constant name
      * with a trailing typo, a department left blank by a feed that
      * only ever serves one - stop being corrected by hand through
      * CRESUB one at a time.  Every rule matching an item's reason
      * code and source system is applied in master order; the
      * repaired transaction must then pass the same edit COMPLEX
      * and CRESUB apply before it is written, in CXTRAN layout, to
      * CXFIXOUT for the front of the next day's CXTRANS, with its
      * key on CXSUSRES for CXSUSPRL to close the item.  Each
      * resubmitted item's transaction is journaled to CXFIXJRN as
      * it stood before and after the repair.  An item no rule
      * matches, that the rules leave unchanged, or that still fails
      * the edit after repair stays open on the master, untouched,
      * for a person; CXSUSFXR lists every item's outcome and the
      * run ends with the warning return code while any remain.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM LOAD-RULE-TABLE
           PERFORM LOAD-CONSTANT-NAMES

           OPEN INPUT SF-MASTER-FILE
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SF-OUT-FILE
           MOVE 'CXFIXOUT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SF-RESOLVED-FILE
           MOVE 'CXSUSRES' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SF-JOURNAL-FILE
           MOVE 'CXFIXJRN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SF-REPORT-FILE
           MOVE 'CXSUSFXR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND SF-REQEV-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SUSPENSE AUTO-REPAIR  RUN DATE ' DELIMITED BY SIZE
             WS-RUN-DATE        DELIMITED BY SIZE
             '  RULES '         DELIMITED BY SIZE
             WS-RULE-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-MASTER-RECORD
           PERFORM REPAIR-SUSPENSE-ITEM
             UNTIL WS-MST-EOF-YES

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE SF-MASTER-FILE
           CLOSE SF-OUT-FILE
           CLOSE SF-RESOLVED-FILE
           CLOSE SF-JOURNAL-FILE
           CLOSE SF-REQEV-FILE
           CLOSE SF-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'OPEN='             DELIMITED BY SIZE
             WS-CTL-OPEN-CT      DELIMITED BY SIZE
             ' REPAIRED='        DELIMITED BY SIZE
             WS-CTL-REPAIRED-CT  DELIMITED BY SIZE
             ' LEFT OPEN='       DELIMITED BY SIZE
             WS-CTL-NO-RULE-CT   DELIMITED BY SIZE
             '/'                 DELIMITED BY SIZE
             WS-CTL-NO-CHANGE-CT DELIMITED BY SIZE
             '/'                 DELIMITED BY SIZE
             WS-CTL-FAILING-CT   DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           IF WS-CTL-REPAIRED-CT < WS-CTL-OPEN-CT
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT SF-RUNCTL-FILE

           READ SF-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF SF-RC-BUSINESS-DATE NUMERIC
                 MOVE SF-RC-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-READ

           CLOSE SF-RUNCTL-FILE
           .
      ******************************************************************
      * Loads the repair rules in master order; the master is a few
      * dozen lines at most.
      ******************************************************************
       LOAD-RULE-TABLE.
           OPEN INPUT SF-RULE-FILE
           MOVE 'CXREPRUL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-RULE-RECORD
           PERFORM LOAD-RULE-ENTRY
             UNTIL WS-RULE-EOF-YES

           CLOSE SF-RULE-FILE
           .
       READ-RULE-RECORD.
           READ SF-RULE-FILE
             AT END
               SET WS-RULE-EOF-YES TO TRUE
           END-READ
           .
       LOAD-RULE-ENTRY.
           IF WS-RULE-CT < 100
             ADD 1 TO WS-RULE-CT
             MOVE SF-RUL-REASON-CODE TO WS-RULE-REASON-CODE(WS-RULE-CT)
             MOVE SF-RUL-SOURCE-SYS TO WS-RULE-SOURCE-SYS(WS-RULE-CT)
             MOVE SF-RUL-REPAIR-TYPE TO WS-RULE-REPAIR-TYPE(WS-RULE-CT)
             MOVE SF-RUL-REPAIR-VALUE
               TO WS-RULE-REPAIR-VALUE(WS-RULE-CT)
           ELSE
             DISPLAY 'CXSUSFIX - MORE THAN 100 REPAIR RULES'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM READ-RULE-RECORD
           .
      ******************************************************************
      * Loads each constant name on the CXCONST master once - a name
      * carries one record per dated value - for the typo repair to
      * search.
      ******************************************************************
       LOAD-CONSTANT-NAMES.
           OPEN INPUT SF-CONST-FILE
           MOVE 'CXCONST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CONSTANT-RECORD
           PERFORM LOAD-CONSTANT-NAME
             UNTIL WS-CON-EOF-YES

           CLOSE SF-CONST-FILE
           .
       READ-CONSTANT-RECORD.
           READ SF-CONST-FILE
             AT END
               SET WS-CON-EOF-YES TO TRUE
           END-READ
           .
       LOAD-CONSTANT-NAME.
           MOVE 'N' TO WS-CN-FOUND-SW
           MOVE 1 TO WS-CN-I
           PERFORM FIND-CONSTANT-NAME
             UNTIL WS-CN-FOUND-YES OR WS-CN-I > WS-CN-CT

           IF NOT WS-CN-FOUND-YES AND WS-CN-CT < 500
               AND SF-CON-NAME NOT = SPACES
             ADD 1 TO WS-CN-CT
             MOVE SF-CON-NAME TO WS-CN-NAME(WS-CN-CT)
             MOVE SF-CON-NAME TO WS-TYPO-NAME
             PERFORM MEASURE-NAME
             MOVE WS-NAME-LEN TO WS-CN-LEN(WS-CN-CT)
           END-IF

           PERFORM READ-CONSTANT-RECORD
           .
       FIND-CONSTANT-NAME.
           IF WS-CN-NAME(WS-CN-I) = SF-CON-NAME
             SET WS-CN-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-CN-I
           END-IF
           .
      * the length of WS-TYPO-NAME without its trailing spaces
       MEASURE-NAME.
           MOVE 8 TO WS-NAME-LEN
           PERFORM SHORTEN-NAME
             UNTIL WS-NAME-LEN = 0
                OR WS-TYPO-NAME(WS-NAME-LEN:1) NOT = SPACE
           .
       SHORTEN-NAME.
           SUBTRACT 1 FROM WS-NAME-LEN
           .
       READ-MASTER-RECORD.
           READ SF-MASTER-FILE NEXT RECORD
             AT END
               SET WS-MST-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Repairs one open item: rebuilds its transaction, applies the
      * matching rules, and resubmits it when it changed and now
      * passes the edit; otherwise leaves it open and says why.
      ******************************************************************
       REPAIR-SUSPENSE-ITEM.
           IF SF-MST-ITEM-OPEN
             ADD 1 TO WS-CTL-OPEN-CT
             PERFORM BUILD-TRANSACTION
             MOVE SF-OUT-TRANS-RECORD TO WS-BEFORE-IMAGE
             MOVE SPACES TO WS-REPAIRS
             MOVE 0 TO WS-REPAIR-CT
             MOVE 'N' TO WS-RULE-HIT-SW

             MOVE 1 TO WS-RULE-I
             PERFORM APPLY-REPAIR-RULE
               UNTIL WS-RULE-I > WS-RULE-CT

             EVALUATE TRUE
               WHEN NOT WS-RULE-HIT-YES
                 ADD 1 TO WS-CTL-NO-RULE-CT
                 MOVE 'NO REPAIR RULE FOR THIS REASON/SOURCE'
                   TO WS-LEFT-REASON
                 PERFORM WRITE-LEFT-OPEN-LINE

               WHEN SF-OUT-TRANS-RECORD = WS-BEFORE-IMAGE
                 ADD 1 TO WS-CTL-NO-CHANGE-CT
                 MOVE 'RULES MADE NO CHANGE' TO WS-LEFT-REASON
                 PERFORM WRITE-LEFT-OPEN-LINE

               WHEN OTHER
                 PERFORM VALIDATE-REPAIRED-RECORD
                 IF WS-REJECT-NONE
                   PERFORM RESUBMIT-REPAIRED-ITEM
                 ELSE
                   ADD 1 TO WS-CTL-FAILING-CT
                   MOVE SPACES TO WS-LEFT-REASON
                   STRING
                     'REPAIRED ('        DELIMITED BY SIZE
                     WS-REPAIRS          DELIMITED BY '  '
                     ') BUT FAILS EDIT ' DELIMITED BY SIZE
                     WS-REJECT-REASON    DELIMITED BY SIZE
                     INTO WS-LEFT-REASON
                   PERFORM WRITE-LEFT-OPEN-LINE
                 END-IF
             END-EVALUATE
           END-IF

           PERFORM READ-MASTER-RECORD
           .
      * the master carries the transaction from OPCODE through
      * PRIORITY-CLASS in CXTRAN's byte order, after the key and the
      * reason code; moved as bytes, a constant name or a
      * non-numeric operand comes across exactly as it was rejected.
      * The request id follows the item's status fields at the end.
       BUILD-TRANSACTION.
           MOVE SF-MST-SUSP-MASTER-RECORD(19:88) TO SF-OUT-TRANS-RECORD
           MOVE SF-MST-REQUEST-ID TO SF-OUT-REQUEST-ID
           .
      ******************************************************************
      * Applies one rule when it matches the item's reason code and
      * source system, noting each repair that actually changed the
      * transaction.
      ******************************************************************
       APPLY-REPAIR-RULE.
           IF (WS-RULE-REASON-CODE(WS-RULE-I) = SPACES
               OR WS-RULE-REASON-CODE(WS-RULE-I) = SF-MST-REASON-CODE)
             AND (WS-RULE-SOURCE-SYS(WS-RULE-I) = SPACES
               OR WS-RULE-SOURCE-SYS(WS-RULE-I) = SF-MST-SOURCE-SYS)
             SET WS-RULE-HIT-YES TO TRUE
             MOVE SPACES TO WS-REPAIR-CODE
             EVALUATE WS-RULE-REPAIR-TYPE(WS-RULE-I)
               WHEN 'UC'
                 PERFORM REPAIR-UPPER-OPCODE
               WHEN 'PF'
                 PERFORM REPAIR-POLAR-FORM
               WHEN 'CT'
                 PERFORM REPAIR-CONSTANT-TYPO
               WHEN 'DP'
                 PERFORM REPAIR-DEFAULT-DEPT
             END-EVALUATE
             IF WS-REPAIR-CODE NOT = SPACES AND WS-REPAIR-CT < 4
               ADD 1 TO WS-REPAIR-CT
               MOVE WS-REPAIR-CODE
                 TO WS-REPAIRS(WS-REPAIR-CT * 3 - 2:2)
             END-IF
           END-IF

           ADD 1 TO WS-RULE-I
           .
       REPAIR-UPPER-OPCODE.
           MOVE SF-OUT-OPCODE TO WS-OPCODE-UPPER
           INSPECT WS-OPCODE-UPPER CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-OPCODE-UPPER NOT = SF-OUT-OPCODE
             MOVE WS-OPCODE-UPPER TO SF-OUT-OPCODE
             MOVE 'UC' TO WS-REPAIR-CODE
           END-IF
           .
       REPAIR-POLAR-FORM.
           IF NOT SF-OUT-FORM-POLAR AND NOT SF-OUT-FORM-NAMED-OP1
               AND NOT SF-OUT-FORM-NAMED-OP2
               AND NOT SF-OUT-FORM-NAMED-BOTH
             MOVE 'P' TO SF-OUT-OPERAND-FORM
             MOVE 'PF' TO WS-REPAIR-CODE
           END-IF
           .
       REPAIR-DEFAULT-DEPT.
           IF SF-OUT-ORIGIN-DEPT = SPACES
             MOVE WS-RULE-REPAIR-VALUE(WS-RULE-I)(1:3)
               TO SF-OUT-ORIGIN-DEPT
             MOVE 'DP' TO WS-REPAIR-CODE
           END-IF
           .
      ******************************************************************
      * Replaces a named operand that does not resolve with the one
      * constant whose name differs from it only at the end - one
      * trailing character dropped, added or mistyped.  No match, or
      * more than one, leaves the name alone for a person to judge.
      ******************************************************************
       REPAIR-CONSTANT-TYPO.
           PERFORM RESOLVE-NAMED-OPERANDS

           IF (SF-OUT-FORM-NAMED-OP1 OR SF-OUT-FORM-NAMED-BOTH)
               AND NOT WS-NAME1-OK
               AND SF-OUT-OP1-CONST-NAME NOT = 'PREV'
             MOVE SF-OUT-OP1-CONST-NAME TO WS-TYPO-NAME
             PERFORM FIND-TYPO-MATCH
             IF WS-TYPO-MATCH-CT = 1
               MOVE WS-TYPO-MATCH TO SF-OUT-OP1-CONST-NAME
               MOVE 'CT' TO WS-REPAIR-CODE
             END-IF
           END-IF

           IF (SF-OUT-FORM-NAMED-OP2 OR SF-OUT-FORM-NAMED-BOTH)
               AND NOT WS-NAME2-OK
               AND SF-OUT-OP2-CONST-NAME NOT = 'PREV'
             MOVE SF-OUT-OP2-CONST-NAME TO WS-TYPO-NAME
             PERFORM FIND-TYPO-MATCH
             IF WS-TYPO-MATCH-CT = 1
               MOVE WS-TYPO-MATCH TO SF-OUT-OP2-CONST-NAME
               MOVE 'CT' TO WS-REPAIR-CODE
             END-IF
           END-IF
           .
      * names under three characters are too short to guess at
       FIND-TYPO-MATCH.
           MOVE 0 TO WS-TYPO-MATCH-CT
           MOVE SPACES TO WS-TYPO-MATCH
           PERFORM MEASURE-NAME
           MOVE WS-NAME-LEN TO WS-TYPO-LEN

           IF WS-TYPO-LEN >= 3
             MOVE 1 TO WS-CN-I
             PERFORM TEST-TYPO-CANDIDATE
               UNTIL WS-CN-I > WS-CN-CT
           END-IF
           .
       TEST-TYPO-CANDIDATE.
           EVALUATE TRUE
             WHEN WS-CN-LEN(WS-CN-I) = WS-TYPO-LEN - 1
               IF WS-CN-NAME(WS-CN-I)(1:WS-CN-LEN(WS-CN-I))
                   = WS-TYPO-NAME(1:WS-CN-LEN(WS-CN-I))
                 PERFORM COUNT-TYPO-MATCH
               END-IF
             WHEN WS-CN-LEN(WS-CN-I) = WS-TYPO-LEN + 1
               IF WS-CN-NAME(WS-CN-I)(1:WS-TYPO-LEN)
                   = WS-TYPO-NAME(1:WS-TYPO-LEN)
                 PERFORM COUNT-TYPO-MATCH
               END-IF
             WHEN WS-CN-LEN(WS-CN-I) = WS-TYPO-LEN
               IF WS-CN-NAME(WS-CN-I)(1:WS-TYPO-LEN - 1)
                   = WS-TYPO-NAME(1:WS-TYPO-LEN - 1)
                 PERFORM COUNT-TYPO-MATCH
               END-IF
           END-EVALUATE

           ADD 1 TO WS-CN-I
           .
       COUNT-TYPO-MATCH.
           ADD 1 TO WS-TYPO-MATCH-CT
           MOVE WS-CN-NAME(WS-CN-I) TO WS-TYPO-MATCH
           .
      ******************************************************************
      * Writes the repaired transaction for resubmission, the key
      * that closes the item, and the before and after images.
      ******************************************************************
       RESUBMIT-REPAIRED-ITEM.
           WRITE SF-OUT-TRANS-RECORD
           MOVE 'CXFIXOUT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO SF-RESOLVED-RECORD
           MOVE SF-MST-BUSINESS-DATE TO SF-RES-BUSINESS-DATE
           MOVE SF-MST-SEQ-NO TO SF-RES-SEQ-NO
           WRITE SF-RESOLVED-RECORD
           MOVE 'CXSUSRES' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO SF-JRN-FIX-JOURNAL-RECORD
           MOVE SF-MST-BUSINESS-DATE TO SF-JRN-BUSINESS-DATE
           MOVE SF-MST-SEQ-NO TO SF-JRN-SEQ-NO
           MOVE SF-MST-REASON-CODE TO SF-JRN-REASON-CODE
           MOVE WS-REPAIRS TO SF-JRN-REPAIRS
           MOVE WS-RUN-DATE TO SF-JRN-RUN-DATE
           MOVE 'B' TO SF-JRN-IMAGE
           MOVE WS-BEFORE-IMAGE TO SF-JRN-TRAN-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           MOVE 'A' TO SF-JRN-IMAGE
           MOVE SF-OUT-TRANS-RECORD TO SF-JRN-TRAN-IMAGE
           PERFORM WRITE-JOURNAL-RECORD

           IF SF-OUT-REQUEST-ID NOT = SPACES
             PERFORM WRITE-REQUEST-EVENT
           END-IF

           ADD 1 TO WS-CTL-REPAIRED-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REPAIRED  '          DELIMITED BY SIZE
             SF-MST-BUSINESS-DATE  DELIMITED BY SIZE
             '/'                   DELIMITED BY SIZE
             SF-MST-SEQ-NO         DELIMITED BY SIZE
             '  REASON '           DELIMITED BY SIZE
             SF-MST-REASON-CODE    DELIMITED BY SIZE
             '  SOURCE '           DELIMITED BY SIZE
             SF-MST-SOURCE-SYS     DELIMITED BY SIZE
             '  REPAIRS '          DELIMITED BY SIZE
             WS-REPAIRS            DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Posts the resubmission to the CXREQEV request-event file
      * against the request the item carries, under its suspense
      * sequence number so CXREQUPD can set it against the suspense
      * it clears.
      ******************************************************************
       WRITE-REQUEST-EVENT.
           MOVE SPACES TO SF-REQ-EVENT-RECORD
           MOVE SF-OUT-REQUEST-ID TO SF-REQ-REQUEST-ID
           SET SF-REQ-STAGE-RESUBMITTED TO TRUE
           MOVE WS-RUN-DATE TO SF-REQ-EVENT-DATE
           ACCEPT WS-EVENT-TIME FROM TIME
           MOVE WS-EVENT-TIME(1:6) TO SF-REQ-EVENT-TIME
           MOVE 'CXSUSFIX' TO SF-REQ-SOURCE-PGM
           MOVE 0 TO SF-REQ-RUN-NO
           MOVE SF-MST-SEQ-NO TO SF-REQ-SEQ-NO
           MOVE SF-OUT-CHAIN-ID TO SF-REQ-CHAIN-ID
           MOVE SF-OUT-OPCODE TO SF-REQ-OPCODE
           MOVE SF-MST-REASON-CODE TO SF-REQ-REASON-CODE
           MOVE 0 TO SF-REQ-RESULT-RE
           MOVE 0 TO SF-REQ-RESULT-IM

           WRITE SF-REQ-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-JOURNAL-RECORD.
           WRITE SF-JRN-FIX-JOURNAL-RECORD
           MOVE 'CXFIXJRN' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-LEFT-OPEN-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'LEFT OPEN '          DELIMITED BY SIZE
             SF-MST-BUSINESS-DATE  DELIMITED BY SIZE
             '/'                   DELIMITED BY SIZE
             SF-MST-SEQ-NO         DELIMITED BY SIZE
             '  REASON '           DELIMITED BY SIZE
             SF-MST-REASON-CODE    DELIMITED BY SIZE
             '  SOURCE '           DELIMITED BY SIZE
             SF-MST-SOURCE-SYS     DELIMITED BY SIZE
             '  - '                DELIMITED BY SIZE
             WS-LEFT-REASON        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Checks the repaired record for an unrecognized op code, a
      * non-numeric operand, a divide/inverse/log whose operand would
      * be zero, or a POW exponent or EXP real part out of range -
      * the same rules, in the same order, that COMPLEX's
      * VALIDATE-TRANS-RECORD and CRESUB's VALIDATE-CORRECTED-RECORD
      * apply, so nothing resubmitted here can bounce again tomorrow
      * for a reason this job could have caught today.
      ******************************************************************
       VALIDATE-REPAIRED-RECORD.
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM RESOLVE-NAMED-OPERANDS

           MOVE 0 TO WS-POW-WHOLE
           IF SF-OUT-OP-POWER AND SF-OUT-OP2-RE NUMERIC
             MOVE SF-OUT-OP2-RE TO WS-POW-WHOLE
           END-IF

           EVALUATE TRUE
             WHEN NOT SF-OUT-OP-CONJUGATE AND NOT SF-OUT-OP-REAL
                  AND NOT SF-OUT-OP-IMAG AND NOT SF-OUT-OP-MODULUS
                  AND NOT SF-OUT-OP-ARGUMENT AND NOT SF-OUT-OP-MULT
                  AND NOT SF-OUT-OP-INVERSE AND NOT SF-OUT-OP-DIVIDE
                  AND NOT SF-OUT-OP-SET-ANY
                  AND NOT SF-OUT-OP-LIBRARY-ANY
               SET WS-REJECT-BAD-OPCODE TO TRUE

             WHEN SF-OUT-OP-SET-ANY
               CONTINUE

             WHEN NOT SF-OUT-FORM-RECT AND NOT SF-OUT-FORM-POLAR
                  AND NOT SF-OUT-FORM-NAMED-OP1
                  AND NOT SF-OUT-FORM-NAMED-OP2
                  AND NOT SF-OUT-FORM-NAMED-BOTH
               SET WS-REJECT-BAD-FORM TO TRUE

             WHEN (SF-OUT-FORM-NAMED-OP1 OR SF-OUT-FORM-NAMED-BOTH)
                  AND NOT WS-NAME1-OK
               SET WS-REJECT-CONST-NOTFOUND TO TRUE

             WHEN (SF-OUT-FORM-NAMED-OP2 OR SF-OUT-FORM-NAMED-BOTH)
                  AND NOT WS-NAME2-OK
               SET WS-REJECT-CONST-NOTFOUND TO TRUE

             WHEN NOT SF-OUT-FORM-NAMED-OP1
                  AND NOT SF-OUT-FORM-NAMED-BOTH
                  AND (SF-OUT-OP1-RE NOT NUMERIC
                       OR SF-OUT-OP1-IM NOT NUMERIC)
               SET WS-REJECT-NON-NUMERIC TO TRUE

             WHEN NOT SF-OUT-FORM-NAMED-OP2
                  AND NOT SF-OUT-FORM-NAMED-BOTH
                  AND (SF-OUT-OP2-RE NOT NUMERIC
                       OR SF-OUT-OP2-IM NOT NUMERIC)
               SET WS-REJECT-NON-NUMERIC TO TRUE

             WHEN SF-OUT-OP-INVERSE AND WS-NAME1-OK
                  AND WS-NAMED1-RE = 0 AND WS-NAMED1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-INVERSE AND SF-OUT-FORM-POLAR
                  AND SF-OUT-OP1-RE = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-INVERSE AND NOT WS-NAME1-OK
                  AND SF-OUT-OP1-RE = 0
                  AND SF-OUT-OP1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-DIVIDE AND WS-NAME2-OK
                  AND WS-NAMED2-RE = 0 AND WS-NAMED2-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-DIVIDE AND SF-OUT-FORM-POLAR
                  AND SF-OUT-OP2-RE = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-DIVIDE AND NOT WS-NAME2-OK
                  AND SF-OUT-OP2-RE = 0
                  AND SF-OUT-OP2-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-LOG AND WS-NAME1-OK
                  AND WS-NAMED1-RE = 0 AND WS-NAMED1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-LOG AND SF-OUT-FORM-POLAR
                  AND SF-OUT-OP1-RE = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-LOG AND NOT WS-NAME1-OK
                  AND SF-OUT-OP1-RE = 0
                  AND SF-OUT-OP1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN SF-OUT-OP-POWER AND NOT WS-NAME2-OK
                  AND (WS-POW-WHOLE NOT = SF-OUT-OP2-RE
                       OR WS-POW-WHOLE < 0
                       OR WS-POW-WHOLE > WS-POW-MAX-EXP)
               SET WS-REJECT-OUT-OF-RANGE TO TRUE

             WHEN SF-OUT-OP-EXP AND SF-OUT-FORM-RECT
                  AND SF-OUT-OP1-RE > WS-EXP-RE-LIMIT
               SET WS-REJECT-OUT-OF-RANGE TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      * Resolves any named operand through COMPLEX-CONSTANT-LOOKUP,
      * the same pre-validation step COMPLEX itself takes.
      ******************************************************************
       RESOLVE-NAMED-OPERANDS.
           MOVE 'N' TO WS-NAME1-SW
           MOVE 'N' TO WS-NAME2-SW

           IF SF-OUT-FORM-NAMED-OP1 OR SF-OUT-FORM-NAMED-BOTH
             IF SF-OUT-OP1-CONST-NAME = 'PREV'
      * a PREV operand resolves only inside the rerun chain; accept
      * it here whenever the record is chained
               IF SF-OUT-CHAIN-ID NOT = SPACES
                 SET WS-NAME1-OK TO TRUE
               END-IF
             ELSE
               CALL 'CCONSTLK' USING
                 SF-OUT-OP1-CONST-NAME, WS-NAMED1-COMPLEX,
                 WS-CONST-STATUS
               IF WS-CONST-STATUS-OK
                 SET WS-NAME1-OK TO TRUE
               END-IF
             END-IF
           END-IF

           IF SF-OUT-FORM-NAMED-OP2 OR SF-OUT-FORM-NAMED-BOTH
             IF SF-OUT-OP2-CONST-NAME = 'PREV'
               IF SF-OUT-CHAIN-ID NOT = SPACES
                 SET WS-NAME2-OK TO TRUE
               END-IF
             ELSE
               CALL 'CCONSTLK' USING
                 SF-OUT-OP2-CONST-NAME, WS-NAMED2-COMPLEX,
                 WS-CONST-STATUS
               IF WS-CONST-STATUS-OK
                 SET WS-NAME2-OK TO TRUE
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
      * The run's control totals: repaired plus the three kinds left
      * open must equal the open items read.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'OPEN ITEMS: '        DELIMITED BY SIZE
             WS-CTL-OPEN-CT        DELIMITED BY SIZE
             '  REPAIRED: '        DELIMITED BY SIZE
             WS-CTL-REPAIRED-CT    DELIMITED BY SIZE
             '  NO RULE: '         DELIMITED BY SIZE
             WS-CTL-NO-RULE-CT     DELIMITED BY SIZE
             '  NO CHANGE: '       DELIMITED BY SIZE
             WS-CTL-NO-CHANGE-CT   DELIMITED BY SIZE
             '  STILL FAILING: '   DELIMITED BY SIZE
             WS-CTL-FAILING-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO SF-REPORT-LINE
           WRITE SF-REPORT-LINE
           MOVE 'CXSUSFXR' TO WS-IO-FILE
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
             DISPLAY 'CXSUSFIX - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
