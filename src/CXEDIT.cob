           SELECT CX-REPORT-FILE ASSIGN TO "CXEDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CX-REQEV-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CX-TRANS-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CX-==.
       FD  CX-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CX-REPORT-LINE PIC X(132).
       FD  CX-REQEV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CX-REQ-==.
       WORKING-STORAGE SECTION.
       01 WS-EDIT-DATE PIC 9(08) VALUE 0.
       01 WS-EVENT-TIME PIC 9(08) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-ENV-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-REJECT-ZERO-OPERAND   VALUE 'ZO'.
         88 WS-REJECT-BAD-FORM       VALUE 'BF'.
         88 WS-REJECT-CONST-NOTFOUND VALUE 'CN'.
         88 WS-REJECT-OUT-OF-RANGE   VALUE 'OR'.
       01 WS-POW-WHOLE PIC S9(08) VALUE 0.
       01 WS-POW-MAX-EXP PIC 9(02) VALUE 32.
       01 WS-EXP-RE-LIMIT PIC S9(02)V9(02) VALUE 18.42.
       01 WS-ERROR-COLUMNS PIC X(20) VALUE SPACES.
       01 WS-CTL-ERROR-CT  PIC 9(06) VALUE 0.
      * per-source-system clean/error counts, so each feed owner
      * Early-day edit pass over the building CXTRANS file: applies
      * exactly the checks COMPLEX's VALIDATE-TRANS-RECORD will apply
      * in the night run - the opcode table, NOT NUMERIC on the SIGN
      * LEADING SEPARATE operand fields, the zero-operand INV/DIV/LOG
      * protection, and the POW exponent and EXP real-part limits -
      * and prints an error listing with each bad
      * record's file position and the columns at fault, so the file
      * can be corrected before the batch window instead of bouncing
      * to suspense after it.  Changes nothing; the listing is the
      * product, and each record carrying a request id is posted to
      * the CXREQEV request-event file as edited, with the reason
      * when it failed, so the requester's status shows the work has
      * been seen.  Whether an ADD, SUB, SCAL
      * or POW answer fits the result fields depends on the resolved
      * operands and is left to the night run's own check.
      ******************************************************************
           OPEN INPUT CX-TRANS-FILE
           MOVE 'CXTRANS' TO WS-IO-FILE
           MOVE 'CXEDITRPT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND CX-REQEV-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD

           PERFORM READ-TRANS-RECORD


           CLOSE CX-TRANS-FILE
           CLOSE CX-REPORT-FILE
           CLOSE CX-REQEV-FILE

           IF WS-CTL-ERROR-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE

           PERFORM RESOLVE-NAMED-OPERANDS

           MOVE 0 TO WS-POW-WHOLE
           IF CX-OP-POWER AND CX-OP2-RE NUMERIC
             MOVE CX-OP2-RE TO WS-POW-WHOLE
           END-IF

           EVALUATE TRUE
             WHEN NOT CX-OP-CONJUGATE AND NOT CX-OP-REAL
                  AND NOT CX-OP-IMAG AND NOT CX-OP-MODULUS
                  AND NOT CX-OP-ARGUMENT AND NOT CX-OP-MULT
                  AND NOT CX-OP-INVERSE AND NOT CX-OP-DIVIDE
                  AND NOT CX-OP-SET-ANY AND NOT CX-OP-LIBRARY-ANY
               SET WS-REJECT-BAD-OPCODE TO TRUE
               MOVE 'COLS 01-04' TO WS-ERROR-COLUMNS

             WHEN CX-OP-DIVIDE AND CX-OP2-RE = 0 AND CX-OP2-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE
               MOVE 'COLS 39-72' TO WS-ERROR-COLUMNS

             WHEN CX-OP-LOG AND CX-FORM-POLAR
                  AND CX-OP1-RE = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE
               MOVE 'COLS 05-21' TO WS-ERROR-COLUMNS

             WHEN CX-OP-LOG AND NOT CX-FORM-NAMED-OP1
                  AND NOT CX-FORM-NAMED-BOTH
                  AND CX-OP1-RE = 0 AND CX-OP1-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE
               MOVE 'COLS 05-38' TO WS-ERROR-COLUMNS

             WHEN CX-OP-POWER AND NOT CX-FORM-NAMED-OP2
                  AND NOT CX-FORM-NAMED-BOTH
                  AND (WS-POW-WHOLE NOT = CX-OP2-RE
                       OR WS-POW-WHOLE < 0
                       OR WS-POW-WHOLE > WS-POW-MAX-EXP)
               SET WS-REJECT-OUT-OF-RANGE TO TRUE
               MOVE 'COLS 39-55' TO WS-ERROR-COLUMNS

             WHEN CX-OP-EXP AND CX-FORM-RECT
                  AND CX-OP1-RE > WS-EXP-RE-LIMIT
               SET WS-REJECT-OUT-OF-RANGE TO TRUE
               MOVE 'COLS 05-21' TO WS-ERROR-COLUMNS
           END-EVALUATE

           PERFORM LOCATE-SOURCE-ROW
             ADD 1 TO WS-SRC-CLEAN-CT(WS-SRC-I)
           END-IF

           IF CX-REQUEST-ID NOT = SPACES
             PERFORM WRITE-REQUEST-EVENT
           END-IF

           PERFORM READ-TRANS-RECORD
           .
      ******************************************************************
      * Posts the edit of a record carrying a request id to the
      * CXREQEV request-event file, under the record's position on
      * the file and with the reason code when it failed.
      ******************************************************************
       WRITE-REQUEST-EVENT.
           MOVE SPACES TO CX-REQ-EVENT-RECORD
           MOVE CX-REQUEST-ID TO CX-REQ-REQUEST-ID
           SET CX-REQ-STAGE-EDITED TO TRUE
           MOVE WS-EDIT-DATE TO CX-REQ-EVENT-DATE
           ACCEPT WS-EVENT-TIME FROM TIME
           MOVE WS-EVENT-TIME(1:6) TO CX-REQ-EVENT-TIME
           MOVE 'CXEDIT' TO CX-REQ-SOURCE-PGM
           MOVE 0 TO CX-REQ-RUN-NO
           MOVE WS-TRANS-SEQ-NO TO CX-REQ-SEQ-NO
           MOVE CX-CHAIN-ID TO CX-REQ-CHAIN-ID
           MOVE CX-OPCODE TO CX-REQ-OPCODE
           MOVE WS-REJECT-REASON TO CX-REQ-REASON-CODE
           MOVE 0 TO CX-REQ-RESULT-RE
           MOVE 0 TO CX-REQ-RESULT-IM

           WRITE CX-REQ-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Finds (or opens) the per-source counting row for the record
      * in hand, leaving its index in WS-SRC-I; an eleventh source
      * folds into the last row rather than stopping the pass.
