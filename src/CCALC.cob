       DATA DIVISION.
       FILE SECTION.
       FD  CX-CAPTURE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CP-==.
       FD  GA-CAPTURE-FILE
           RECORD CONTAINS 68 CHARACTERS.
      * standard envelope for submission into the next CXDAILY run,
      * and the GA choices to CCALCGAC in MULTTRAN layout for the
      * MULT batch - so ad-hoc bench work stops evaporating with
      * the session.  An ADD that overflowed would only suspend in
      * the batch, so it is announced as not captured instead.
      ******************************************************************
       01 WS-CAPTURE-SW PIC X(01) VALUE 'N'.
         88 WS-CAPTURE-YES VALUES 'Y' 'y'.
       DO-ADD.
           PERFORM READ-COMPLEX-OPERAND-1
           PERFORM READ-COMPLEX-OPERAND-2
           MOVE WS-OP1-COMPLEX TO WS-RESULT-COMPLEX
           CALL 'CCADD' USING
             WS-RESULT-COMPLEX, WS-OP2-COMPLEX, WS-CALC-STATUS
           IF WS-CALC-STATUS-ERROR
             DISPLAY 'ADD OVERFLOWED, RESULT IS NOT VALID'
             IF WS-CAPTURE-YES
               DISPLAY '(OVERFLOWED ADD - NOT CAPTURED)'
             END-IF
           ELSE
             IF WS-CAPTURE-YES
               MOVE 'ADD ' TO CP-OPCODE
               PERFORM CAPTURE-TWO-OPERAND-RECORD
             END-IF
           END-IF
           PERFORM DISPLAY-COMPLEX-RESULT
           .
                ' COMPLEX AND ' WS-CAP-GA-CT ' GA TRANSACTIONS'
           .
       CAPTURE-ONE-OPERAND-RECORD.
           MOVE SPACES TO CP-TRANS-RECORD(5:92)
           MOVE WS-OP1-RE TO CP-OP1-RE
           MOVE WS-OP1-IM TO CP-OP1-IM
           MOVE 0 TO CP-OP2-RE
           PERFORM WRITE-CAPTURE-RECORD
           .
       CAPTURE-TWO-OPERAND-RECORD.
           MOVE SPACES TO CP-TRANS-RECORD(5:92)
           MOVE WS-OP1-RE TO CP-OP1-RE
           MOVE WS-OP1-IM TO CP-OP1-IM
           MOVE WS-OP2-RE TO CP-OP2-RE
           ADD 1 TO WS-ENV-DATA-CT
           MOVE SPACES TO WS-ENV-HASH-RECORD
           MOVE CP-TRANS-RECORD TO WS-ENV-HASH-RECORD
           MOVE 96 TO WS-ENV-LEN-I
           CALL 'CENVHASH' USING
             WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH
           .
