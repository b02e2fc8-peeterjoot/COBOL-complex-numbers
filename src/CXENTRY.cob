       DATA DIVISION.
       FILE SECTION.
       FD  CE-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CE-==.
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9(01) VALUE 0.
       01 WS-EDIT-V PIC S9(8)V9(8).
       01 WS-OPCODE PIC X(04) VALUE SPACES.
         88 WS-OP-VALID VALUES 'CONJ' 'REAL' 'IMAG' 'MOD '
                               'ARG ' 'MULT' 'INV ' 'DIV '
                               'ADD ' 'SUB ' 'SQRT' 'EXP '
                               'LOG ' 'POW ' 'SCAL' 'NEG '.
         88 WS-OP-TWO-OPERAND VALUES 'MULT' 'DIV ' 'ADD ' 'SUB '.
         88 WS-OP-REAL-OPERAND2 VALUES 'POW ' 'SCAL'.
         88 WS-OP-INV  VALUE 'INV '.
         88 WS-OP-DIV  VALUE 'DIV '.
         88 WS-OP-LOG  VALUE 'LOG '.
         88 WS-OP-EXP  VALUE 'EXP '.
         88 WS-OP-POW  VALUE 'POW '.
       01 WS-POW-WHOLE PIC S9(08) VALUE 0.
       01 WS-POW-MAX-EXP PIC 9(02) VALUE 32.
       01 WS-EXP-RE-LIMIT PIC S9(02)V9(02) VALUE 18.42.
       01 WS-FORM PIC X(01) VALUE 'R'.
         88 WS-FORM-VALID VALUES 'R' 'P' '1' '2' 'B'.
         88 WS-FORM-NAMED-1 VALUES '1' 'B'.
       01 WS-CHAIN-ID PIC X(08) VALUE SPACES.
       01 WS-DEPT PIC X(03) VALUE SPACES.
       01 WS-PRIO PIC X(01) VALUE SPACE.
       01 WS-REQUEST-ID PIC X(08) VALUE SPACES.
       01 WS-RECORD-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-RECORD-BAD-YES VALUE 'Y'.
      * the standard control envelope the appended file carries, so
      * or named constants resolved against CXCONST on the spot
      * through CCONSTLK - applies the same acceptance rules CXEDIT
      * and COMPLEX's VALIDATE-TRANS-RECORD apply (the opcode table,
      * the form byte, the zero-operand INV/DIV/LOG protection, the
      * POW exponent and EXP real-part limits), and
      * appends correctly formatted records to CXENTOUT wrapped in
      * the standard CXENVL envelope.  Column-slippage rejections
      * get fixed at the terminal instead of the next day.
           PERFORM PROMPT-FORM
           PERFORM PROMPT-OPERAND-1

           EVALUATE TRUE
             WHEN WS-OP-TWO-OPERAND
               PERFORM PROMPT-OPERAND-2
             WHEN WS-OP-REAL-OPERAND2
               PERFORM PROMPT-REAL-OPERAND-2
             WHEN OTHER
               MOVE 0 TO CE-OP2-RE
               MOVE 0 TO CE-OP2-IM
           END-EVALUATE

           PERFORM VALIDATE-ZERO-OPERANDS

           END-IF
           .
       PROMPT-OPCODE.
           DISPLAY 'OPCODE (CONJ REAL IMAG MOD ARG MULT INV DIV'
           DISPLAY '  ADD SUB SQRT EXP LOG POW SCAL NEG): '
                WITH NO ADVANCING
           ACCEPT WS-OPCODE

           END-IF
           .
      ******************************************************************
      * POW's exponent and SCAL's factor are plain real numbers: one
      * value into operand 2's real field, imaginary part zero.
      ******************************************************************
       PROMPT-REAL-OPERAND-2.
           IF WS-FORM-NAMED-2
             PERFORM PROMPT-CONSTANT-NAME
             MOVE SPACES TO CE-OP2-CONST
             MOVE WS-CONST-NAME TO CE-OP2-CONST-NAME
           ELSE
             IF WS-OP-POW
               DISPLAY 'EXPONENT (WHOLE NUMBER 0-32): '
                    WITH NO ADVANCING
             ELSE
               DISPLAY 'SCALE FACTOR: ' WITH NO ADVANCING
             END-IF
             ACCEPT WS-EDIT-V
             MOVE WS-EDIT-V TO CE-OP2-RE
           END-IF

           MOVE 0 TO CE-OP2-IM
           .
      ******************************************************************
      * Resolves a constant name against the CXCONST master on the
      * spot, the same CCONSTLK lookup the night run applies - an
      * unknown name re-prompts now instead of suspending tomorrow.
      ******************************************************************
      * The zero-operand protection COMPLEX applies on the way in:
      * an INV of zero or a DIV by zero will only suspend tonight,
      * so it is refused here - as is a LOG of zero, a POW exponent
      * that is not a whole number 0-32, or an EXP real part past
      * the point e**RE overflows.
      ******************************************************************
       VALIDATE-ZERO-OPERANDS.
           MOVE 0 TO WS-POW-WHOLE
           IF WS-OP-POW AND NOT WS-FORM-NAMED-2
             MOVE CE-OP2-RE TO WS-POW-WHOLE
           END-IF

           EVALUATE TRUE
             WHEN WS-OP-INV AND NOT WS-FORM-NAMED-1
                  AND CE-OP1-RE = 0 AND CE-OP1-IM = 0
                  AND CE-OP2-RE = 0 AND CE-OP2-IM = 0
               DISPLAY 'DIVIDE BY ZERO WOULD SUSPEND - REFUSED'
               SET WS-RECORD-BAD-YES TO TRUE

             WHEN WS-OP-LOG AND NOT WS-FORM-NAMED-1
                  AND CE-OP1-RE = 0 AND CE-OP1-IM = 0
               DISPLAY 'LOG OF ZERO WOULD SUSPEND - REFUSED'
               SET WS-RECORD-BAD-YES TO TRUE

             WHEN WS-OP-POW AND NOT WS-FORM-NAMED-2
                  AND (WS-POW-WHOLE NOT = CE-OP2-RE
                       OR WS-POW-WHOLE < 0
                       OR WS-POW-WHOLE > WS-POW-MAX-EXP)
               DISPLAY 'EXPONENT MUST BE A WHOLE NUMBER 0-32 - '
                    'REFUSED'
               SET WS-RECORD-BAD-YES TO TRUE

             WHEN WS-OP-EXP AND NOT WS-FORM-NAMED-1
                  AND NOT WS-FORM-IS-POLAR
                  AND CE-OP1-RE > WS-EXP-RE-LIMIT
               DISPLAY 'EXP REAL PART OVER 18.42 WOULD SUSPEND - '
                    'REFUSED'
               SET WS-RECORD-BAD-YES TO TRUE
           END-EVALUATE
           .
       PROMPT-TRAILER-FIELDS.
           ACCEPT WS-PRIO
           MOVE WS-PRIO TO CE-PRIORITY-CLASS

      * the id the engineer's request was registered under, so the
      * record's progress posts to the request's status
           DISPLAY 'REQUEST ID (BLANK IF NONE): '
                WITH NO ADVANCING
           ACCEPT WS-REQUEST-ID
           MOVE WS-REQUEST-ID TO CE-REQUEST-ID

      * the source code is stamped when CXCOMBIN merges the feeds;
      * entered work carries none of its own
           MOVE SPACES TO CE-SOURCE-SYS
           ADD 1 TO WS-ENV-DATA-CT
           MOVE SPACES TO WS-ENV-HASH-RECORD
           MOVE CE-TRANS-RECORD TO WS-ENV-HASH-RECORD
           MOVE 96 TO WS-ENV-LEN-I
           CALL 'CENVHASH' USING
             WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH

