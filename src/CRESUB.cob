           SELECT OPTIONAL CR-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CR-REQEV-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CR-SUSPENSE-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CR-SUSP-==.
       FD  CR-CORRECTION-FILE
           RECORD CONTAINS 82 CHARACTERS.
       COPY CXSUSCOR REPLACING ==(PRFX)== BY ==CR-COR-==.
       FD  CR-RESUBMIT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CR-OUT-==.
       FD  CR-HELD-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CR-HELD-==.
       FD  CR-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       FD  CR-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==CR-RC-==.
       FD  CR-REQEV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CR-REQ-==.
       WORKING-STORAGE SECTION.
       01 WS-SUSP-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SUSP-EOF-YES VALUE 'Y'.
         88 WS-REJECT-ZERO-OPERAND   VALUE 'ZO'.
         88 WS-REJECT-BAD-FORM       VALUE 'BF'.
         88 WS-REJECT-CONST-NOTFOUND VALUE 'CN'.
         88 WS-REJECT-OUT-OF-RANGE   VALUE 'OR'.
       01 WS-POW-WHOLE PIC S9(08) VALUE 0.
       01 WS-POW-MAX-EXP PIC 9(02) VALUE 32.
       01 WS-EXP-RE-LIMIT PIC S9(02)V9(02) VALUE 18.42.
       01 WS-SUSP-DATE PIC 9(08) VALUE 0.
       01 WS-SUSP-RUN-NO PIC 9(04) VALUE 0.
       01 WS-EVENT-TIME PIC 9(08) VALUE 0.
       01 WS-EVENT-STAGE PIC X(01) VALUE SPACE.
       01 WS-CTL-RESUBMIT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-HELD-CT     PIC 9(06) VALUE 0.
       01 WS-CTL-DROP-CT     PIC 9(06) VALUE 0.
           MOVE 'CXSUSRES' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND CR-REQEV-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM LOAD-CORRECTION-TABLE

           CLOSE CR-HELD-FILE
           CLOSE CR-REPORT-FILE
           CLOSE CR-RESOLVED-FILE
           CLOSE CR-REQEV-FILE

           IF WS-CTL-HELD-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
               ADD 1 TO WS-CTL-DROP-CT
               PERFORM WRITE-DROPPED-LINE
               PERFORM WRITE-RESOLVED-RECORD
               IF CR-SUSP-REQUEST-ID NOT = SPACES
                 MOVE 'X' TO WS-EVENT-STAGE
                 PERFORM WRITE-REQUEST-EVENT
               END-IF

             WHEN OTHER
               PERFORM RESUBMIT-SUSPENSE-RECORD
           MOVE CR-SUSP-ORIGIN-DEPT TO CR-OUT-ORIGIN-DEPT
           MOVE CR-SUSP-SOURCE-SYS TO CR-OUT-SOURCE-SYS
           MOVE CR-SUSP-PRIORITY-CLASS TO CR-OUT-PRIORITY-CLASS
           MOVE CR-SUSP-REQUEST-ID TO CR-OUT-REQUEST-ID

           PERFORM VALIDATE-CORRECTED-RECORD

             ADD 1 TO WS-CTL-RESUBMIT-CT
             PERFORM WRITE-RESOLVED-RECORD
             PERFORM WRITE-RESUBMITTED-LINE
             IF CR-SUSP-REQUEST-ID NOT = SPACES
               MOVE 'U' TO WS-EVENT-STAGE
               PERFORM WRITE-REQUEST-EVENT
             END-IF
           ELSE
             MOVE WS-REJECT-REASON TO CR-SUSP-REASON-CODE
             MOVE CR-OUT-OPCODE TO CR-SUSP-OPCODE
           .
      ******************************************************************
      * Checks the corrected record for an unrecognized op code, a
      * non-numeric operand, a divide/inverse/log whose operand would
      * be zero, or a POW exponent or EXP real part out of range -
      * the same rules, in the same order, that
      * COMPLEX's VALIDATE-TRANS-RECORD applies to CXTRANS on the way
      * in, so nothing resubmitted here can bounce again tomorrow for
      * a reason this job could have caught today.

           PERFORM RESOLVE-NAMED-OPERANDS

           MOVE 0 TO WS-POW-WHOLE
           IF CR-OUT-OP-POWER AND CR-OUT-OP2-RE NUMERIC
             MOVE CR-OUT-OP2-RE TO WS-POW-WHOLE
           END-IF

           EVALUATE TRUE
             WHEN NOT CR-OUT-OP-CONJUGATE AND NOT CR-OUT-OP-REAL
                  AND NOT CR-OUT-OP-IMAG AND NOT CR-OUT-OP-MODULUS
                  AND NOT CR-OUT-OP-ARGUMENT AND NOT CR-OUT-OP-MULT
                  AND NOT CR-OUT-OP-INVERSE AND NOT CR-OUT-OP-DIVIDE
                  AND NOT CR-OUT-OP-SET-ANY
                  AND NOT CR-OUT-OP-LIBRARY-ANY
               SET WS-REJECT-BAD-OPCODE TO TRUE

      * a corrected set operation carries its set name in the
                  AND CR-OUT-OP2-RE = 0
                  AND CR-OUT-OP2-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN CR-OUT-OP-LOG AND WS-NAME1-OK
                  AND WS-NAMED1-RE = 0 AND WS-NAMED1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN CR-OUT-OP-LOG AND CR-OUT-FORM-POLAR
                  AND CR-OUT-OP1-RE = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN CR-OUT-OP-LOG AND NOT WS-NAME1-OK
                  AND CR-OUT-OP1-RE = 0
                  AND CR-OUT-OP1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE

             WHEN CR-OUT-OP-POWER AND NOT WS-NAME2-OK
                  AND (WS-POW-WHOLE NOT = CR-OUT-OP2-RE
                       OR WS-POW-WHOLE < 0
                       OR WS-POW-WHOLE > WS-POW-MAX-EXP)
               SET WS-REJECT-OUT-OF-RANGE TO TRUE

             WHEN CR-OUT-OP-EXP AND CR-OUT-FORM-RECT
                  AND CR-OUT-OP1-RE > WS-EXP-RE-LIMIT
               SET WS-REJECT-OUT-OF-RANGE TO TRUE
           END-EVALUATE
           .
      ******************************************************************
               IF CR-RC-BUSINESS-DATE NUMERIC
                 MOVE CR-RC-BUSINESS-DATE TO WS-SUSP-DATE
               END-IF
               IF CR-RC-RUN-NO NUMERIC
                 MOVE CR-RC-RUN-NO TO WS-SUSP-RUN-NO
               END-IF
           END-READ

           CLOSE CR-RUNCTL-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Posts the suspense item's disposition - resubmitted or
      * withdrawn, the stage the caller has set in WS-EVENT-STAGE -
      * to the CXREQEV request-event file against the request the
      * item carries, under its suspense sequence number so
      * CXREQUPD can set it against the suspense it clears.
      ******************************************************************
       WRITE-REQUEST-EVENT.
           MOVE SPACES TO CR-REQ-EVENT-RECORD
           MOVE WS-EVENT-STAGE TO CR-REQ-STAGE
           MOVE CR-SUSP-REQUEST-ID TO CR-REQ-REQUEST-ID
           MOVE WS-SUSP-DATE TO CR-REQ-EVENT-DATE
           ACCEPT WS-EVENT-TIME FROM TIME
           MOVE WS-EVENT-TIME(1:6) TO CR-REQ-EVENT-TIME
           MOVE 'CRESUB' TO CR-REQ-SOURCE-PGM
           MOVE WS-SUSP-RUN-NO TO CR-REQ-RUN-NO
           MOVE CR-SUSP-SEQ-NO TO CR-REQ-SEQ-NO
           MOVE CR-SUSP-CHAIN-ID TO CR-REQ-CHAIN-ID
           MOVE CR-SUSP-OPCODE TO CR-REQ-OPCODE
           MOVE CR-SUSP-REASON-CODE TO CR-REQ-REASON-CODE
           MOVE 0 TO CR-REQ-RESULT-RE
           MOVE 0 TO CR-REQ-RESULT-IM

           WRITE CR-REQ-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-DROPPED-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
