           SELECT OPTIONAL CX-WRKSH-FILE ASSIGN TO "CXWRKSHP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CX-SVCJ-FILE ASSIGN TO "CXSVCJ"
               ORGANIZATION IS SEQUENTIAL
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
           RECORD CONTAINS 20 CHARACTERS.
       COPY CXRSTRT REPLACING ==(PRFX)== BY ==CX-==.
       FD  CX-SUSPENSE-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CX-SUSP-==.
       FD  CX-RESULT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==CX-RSLT-==.
       FD  CX-CONTROL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CX-CTL-==.
       FD  CX-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  CX-WRKSH-RECORD.
         10  CX-WRKSH-CHAIN-ID     PIC X(08).
         10  FILLER                PIC X(72).
       FD  CX-SVCJ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CX-SVCJ-==.
       FD  CX-REQEV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CX-REQ-==.
       WORKING-STORAGE SECTION.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-V1-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-V2-==.
         88 WS-REJECT-BAD-FORM       VALUE 'BF'.
         88 WS-REJECT-CONST-NOTFOUND VALUE 'CN'.
         88 WS-REJECT-NO-PREVIOUS    VALUE 'NP'.
         88 WS-REJECT-OUT-OF-RANGE   VALUE 'OR'.
      * per-source-system processed/rejected counts, so each feed
      * owner gets their own numbers on the control report; '***'
      * catches records from before the source code existed.
         05 WS-CTL-MULT-CT   PIC 9(06) VALUE 0.
         05 WS-CTL-INV-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-DIV-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-ADD-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-SUB-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-SQRT-CT   PIC 9(06) VALUE 0.
         05 WS-CTL-EXP-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-LOG-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-POW-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-SCALE-CT  PIC 9(06) VALUE 0.
         05 WS-CTL-NEG-CT    PIC 9(06) VALUE 0.
         05 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
      * the library operations' working fields: CPOW's binary
      * exponent, CMSCALE's floating factor, and the range check's
      * trial result - a result must stay under the 8.8 fields'
      * hundred million, and an EXP real part over CEXP's own
      * 18.42 limit would overflow the same way.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-POW-EXP-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-SCALE-==.
       01 WS-POW-WHOLE PIC S9(08) VALUE 0.
       01 WS-POW-MAX-EXP PIC 9(02) VALUE 32.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-RANGE-RE-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-RANGE-IM-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-RANGE-MAG-==.
       01 WS-RANGE-LIMIT COMP-2 VALUE 100000000.
       01 WS-EXP-RE-LIMIT COMP-2 VALUE 18.42.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-CHSAVE-DEPT PIC X(03) VALUE SPACES.
       01 WS-CHSAVE-SOURCE PIC X(03) VALUE SPACES.
       01 WS-CHSAVE-PRIO PIC X(01) VALUE SPACE.
       01 WS-CHSAVE-REQUEST PIC X(08) VALUE SPACES.
      * time of day stamped on each request event
       01 WS-EVENT-TIME PIC 9(08) VALUE 0.
      * the early-answer extract: urgent-class results also go to
      * CXRSLTE, which closes the moment the priority class is done
      * - the re-sequencer put all 'U' work first - so the bench's
           MOVE 'CXRESULT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CX-SVCJ-FILE
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND CX-REQEV-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ACCEPT WS-START-TIME FROM TIME

           MOVE 'COMPLEX ARITHMETIC REPORT' TO WS-RPT-TITLE
           IF WS-ENV-MODE-YES
             PERFORM RECORD-RUN-REGISTRY
           END-IF
           PERFORM RECORD-STEP-END
           PERFORM WRITE-CONTROL-RECORD

           MOVE 'I' TO WS-LOG-SEV
           MOVE 'CXRESULT' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE CX-SVCJ-FILE
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE CX-REQEV-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE CX-HIST-FILE
           MOVE 'CXSTATSC' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           CLOSE CX-RUNREG-FILE
           .
      ******************************************************************
      * Registers the run as finished for its business date under
      * file id STEPEND, enveloped input or not - the entry the
      * CXDEPGT gate ahead of a later step looks for, so that step
      * is refused when this one did not reach its end today.  A
      * run given no registry at all (a partition of the parallel
      * month-end run) registers nothing.
      ******************************************************************
       RECORD-STEP-END.
           OPEN INPUT CX-RUNREG-FILE
           IF WS-IO-STATUS = '05'
             CLOSE CX-RUNREG-FILE
           ELSE
             CLOSE CX-RUNREG-FILE
             PERFORM APPEND-STEP-END
           END-IF
           .
       APPEND-STEP-END.
           OPEN EXTEND CX-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'COMPLEX' TO CX-REG-JOB-NAME
           MOVE 'STEPEND' TO CX-REG-FILE-ID
           MOVE WS-RPT-RUN-DATE TO CX-REG-BUSINESS-DATE
           MOVE WS-TRANS-SEQ-NO TO CX-REG-RECORD-CT
           MOVE 0 TO CX-REG-HASH-TOTAL

           WRITE CX-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE CX-RUNREG-FILE
           .
      ******************************************************************
      * Reads the CXRUNCTL run-control card: the business processing
      * date replaces the machine date on the report header, the
      * results, and the run-history record, so a rerun of Monday's
           MOVE WS-CTL-REJECT-CT TO CX-CTL-REJECT-CT
           MOVE WS-TRANS-SEQ-NO TO CX-CTL-TOTAL-READ
           MOVE WS-RUN-NO TO CX-CTL-RUN-NO
           MOVE WS-CTL-ADD-CT TO CX-CTL-ADD-CT
           MOVE WS-CTL-SUB-CT TO CX-CTL-SUB-CT
           MOVE WS-CTL-SQRT-CT TO CX-CTL-SQRT-CT
           MOVE WS-CTL-EXP-CT TO CX-CTL-EXP-CT
           MOVE WS-CTL-LOG-CT TO CX-CTL-LOG-CT
           MOVE WS-CTL-POW-CT TO CX-CTL-POW-CT
           MOVE WS-CTL-SCALE-CT TO CX-CTL-SCALE-CT
           MOVE WS-CTL-NEG-CT TO CX-CTL-NEG-CT

           WRITE CX-CTL-CONTROL-RECORD
           MOVE 'CXCTL' TO WS-IO-FILE
               ELSE
                 ADD 1 TO WS-ENV-DATA-CT
                 MOVE CX-TRANS-RECORD TO WS-ENV-HASH-RECORD
                 MOVE 96 TO WS-ENV-LEN-I
                 CALL 'CENVHASH' USING
                   WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH
               END-IF
                  AND NOT CX-OP-IMAG AND NOT CX-OP-MODULUS
                  AND NOT CX-OP-ARGUMENT AND NOT CX-OP-MULT
                  AND NOT CX-OP-INVERSE AND NOT CX-OP-DIVIDE
                  AND NOT CX-OP-SET-ANY AND NOT CX-OP-LIBRARY-ANY
               SET WS-REJECT-BAD-OPCODE TO TRUE

      * a set operation's set name (riding in the operand-1
                  AND CX-OP2-RE = 0 AND CX-OP2-IM = 0
               SET WS-REJECT-ZERO-OPERAND TO TRUE
           END-EVALUATE

           IF WS-REJECT-NONE AND CX-OP-LIBRARY-ANY
             PERFORM CHECK-LIBRARY-OPERANDS
           END-IF
           .
      ******************************************************************
      * The library operations' own operand checks, made on the
      * operands exactly as the calculation will see them - named
      * constants resolved, polar converted - so nothing reaches a
      * routine that would hand back HIGH-VALUES: a LOG of zero has
      * no logarithm, a POW exponent must be a whole number 0-32, an
      * EXP real part past 18.42 overflows, and an ADD, SUB, SCAL or
      * POW whose answer would not fit the result fields is suspended
      * now rather than written as garbage.
      ******************************************************************
       CHECK-LIBRARY-OPERANDS.
           PERFORM LOAD-CALCULATION-OPERANDS

           MOVE 0 TO WS-RANGE-RE-V
           MOVE 0 TO WS-RANGE-IM-V

           EVALUATE TRUE
             WHEN CX-OP-LOG
               IF WS-V1-RE = 0 AND WS-V1-IM = 0
                 SET WS-REJECT-ZERO-OPERAND TO TRUE
               END-IF

             WHEN CX-OP-EXP
               IF WS-V1-RE > WS-EXP-RE-LIMIT
                 SET WS-REJECT-OUT-OF-RANGE TO TRUE
               END-IF

             WHEN CX-OP-ADD
               COMPUTE WS-RANGE-RE-V = WS-V1-RE + WS-V2-RE
               COMPUTE WS-RANGE-IM-V = WS-V1-IM + WS-V2-IM

             WHEN CX-OP-SUBTRACT
               COMPUTE WS-RANGE-RE-V = WS-V1-RE - WS-V2-RE
               COMPUTE WS-RANGE-IM-V = WS-V1-IM - WS-V2-IM

             WHEN CX-OP-SCALE
               COMPUTE WS-RANGE-RE-V = WS-V1-RE * WS-V2-RE
               COMPUTE WS-RANGE-IM-V = WS-V1-IM * WS-V2-RE

             WHEN CX-OP-POWER
               PERFORM CHECK-POWER-EXPONENT
           END-EVALUATE

           IF WS-RANGE-RE-V >= WS-RANGE-LIMIT
               OR WS-RANGE-RE-V <= 0 - WS-RANGE-LIMIT
               OR WS-RANGE-IM-V >= WS-RANGE-LIMIT
               OR WS-RANGE-IM-V <= 0 - WS-RANGE-LIMIT
             SET WS-REJECT-OUT-OF-RANGE TO TRUE
           END-IF
           .
      ******************************************************************
      * A POW exponent must be a whole number no larger than
      * WS-POW-MAX-EXP, and the power's modulus - which bounds both
      * parts of the answer - must fit the result fields; a modulus
      * of one or less can never grow.
      ******************************************************************
       CHECK-POWER-EXPONENT.
           MOVE WS-V2-RE TO WS-POW-WHOLE

           IF WS-POW-WHOLE NOT = WS-V2-RE
               OR WS-POW-WHOLE < 0
               OR WS-POW-WHOLE > WS-POW-MAX-EXP
             SET WS-REJECT-OUT-OF-RANGE TO TRUE
           ELSE
             MOVE WS-V1-COMPLEX TO WS-MODPARM-COMPLEX
             PERFORM COMPLEX-MODULUS
             IF WS-MOD-V > 1
               COMPUTE WS-RANGE-MAG-V = WS-MOD-V ** WS-POW-WHOLE
               IF WS-RANGE-MAG-V >= WS-RANGE-LIMIT
                 SET WS-REJECT-OUT-OF-RANGE TO TRUE
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
      * Resolves any named operand through COMPLEX-CONSTANT-LOOKUP
           MOVE CX-PRIORITY-CLASS TO CX-SUSP-PRIORITY-CLASS
           MOVE WS-RPT-RUN-DATE TO CX-SUSP-RUN-DATE
           MOVE WS-RUN-NO TO CX-SUSP-RUN-NO
           MOVE CX-REQUEST-ID TO CX-SUSP-REQUEST-ID

           WRITE CX-SUSP-SUSPENSE-RECORD
           MOVE 'CXSUSP' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO CX-SVCJ-JOURNAL-RECORD
           MOVE WS-TRANS-SEQ-NO TO CX-SVCJ-SEQ-NO
           MOVE CX-ORIGIN-DEPT TO CX-SVCJ-ORIGIN-DEPT
           MOVE CX-SOURCE-SYS TO CX-SVCJ-SOURCE-SYS
           MOVE CX-PRIORITY-CLASS TO CX-SVCJ-PRIORITY-CLASS
           SET CX-SVCJ-DISP-SUSPENDED TO TRUE
           PERFORM WRITE-SERVICE-JOURNAL

           IF CX-REQUEST-ID NOT = SPACES
             MOVE SPACES TO CX-REQ-EVENT-RECORD
             MOVE CX-REQUEST-ID TO CX-REQ-REQUEST-ID
             SET CX-REQ-STAGE-SUSPENDED TO TRUE
             MOVE WS-TRANS-SEQ-NO TO CX-REQ-SEQ-NO
             MOVE CX-CHAIN-ID TO CX-REQ-CHAIN-ID
             MOVE CX-OPCODE TO CX-REQ-OPCODE
             MOVE WS-REJECT-REASON TO CX-REQ-REASON-CODE
             MOVE 0 TO CX-REQ-RESULT-RE
             MOVE 0 TO CX-REQ-RESULT-IM
             PERFORM WRITE-REQUEST-EVENT
           END-IF
           .
      ******************************************************************
      * Stamps the service-journal entry the caller has filled with
      * this run's identity and writes it, one per transaction
      * disposed of, for the month-end service-level report.
      ******************************************************************
       WRITE-SERVICE-JOURNAL.
           MOVE WS-RPT-RUN-DATE TO CX-SVCJ-RUN-DATE
           MOVE WS-RUN-NO TO CX-SVCJ-RUN-NO

           WRITE CX-SVCJ-JOURNAL-RECORD
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Stamps the request event the caller has filled with this
      * run's identity and writes it to the CXREQEV request-event
      * file, from which CXREQUPD keeps each engineering request's
      * status.  Performed only for a transaction carrying a request
      * id.
      ******************************************************************
       WRITE-REQUEST-EVENT.
           MOVE WS-RPT-RUN-DATE TO CX-REQ-EVENT-DATE
           ACCEPT WS-EVENT-TIME FROM TIME
           MOVE WS-EVENT-TIME(1:6) TO CX-REQ-EVENT-TIME
           MOVE 'COMPLEX' TO CX-REQ-SOURCE-PGM
           MOVE WS-RUN-NO TO CX-REQ-RUN-NO

           WRITE CX-REQ-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Dispatches one validated transaction record to the matching
      * hand.
      ******************************************************************
       CALCULATE-AND-DISPLAY-TRANS-RECORD.
           PERFORM LOAD-CALCULATION-OPERANDS

           EVALUATE TRUE
             WHEN CX-OP-CONJUGATE
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'A/B' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-DIV-CT

      * the add, scale and negate run through the audited
      * CMPXLBRY routines the same way INV and DIV do; operand
      * ranges were already checked by CHECK-LIBRARY-OPERANDS
             WHEN CX-OP-ADD
               PERFORM SET-AUDIT-CONTEXT
               MOVE WS-V1-COMPLEX TO WS-CALCWORK-COMPLEX
               CALL 'CMADD' USING
                 WS-CALCWORK-COMPLEX, WS-V2-COMPLEX,
                 WS-ARITH-STATUS
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'A + B' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-ADD-CT

             WHEN CX-OP-SUBTRACT
               MOVE WS-V1-COMPLEX TO WS-CALCWORK-COMPLEX
               CALL 'CMSUB' USING
                 WS-CALCWORK-COMPLEX, WS-V2-COMPLEX
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'A - B' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-SUB-CT

             WHEN CX-OP-SQRT
               CALL 'CSQRT' USING
                 WS-V1-COMPLEX, WS-CALCWORK-COMPLEX,
                 WS-ARITH-STATUS
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'SQRT(A)' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-SQRT-CT

             WHEN CX-OP-EXP
               CALL 'CEXP' USING
                 WS-V1-COMPLEX, WS-CALCWORK-COMPLEX,
                 WS-ARITH-STATUS
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'EXP(A)' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-EXP-CT

             WHEN CX-OP-LOG
               CALL 'CLOG' USING
                 WS-V1-COMPLEX, WS-CALCWORK-COMPLEX,
                 WS-ARITH-STATUS
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'LOG(A)' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-LOG-CT

             WHEN CX-OP-POWER
               MOVE WS-V2-RE TO WS-POW-EXP-I
               CALL 'CPOW' USING
                 WS-V1-COMPLEX, WS-POW-EXP-I, WS-CALCWORK-COMPLEX
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'A ** N' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-POW-CT

             WHEN CX-OP-SCALE
               PERFORM SET-AUDIT-CONTEXT
               MOVE WS-V2-RE TO WS-SCALE-V
               MOVE WS-V1-COMPLEX TO WS-CALCWORK-COMPLEX
               CALL 'CMSCALE' USING
                 WS-CALCWORK-COMPLEX, WS-SCALE-V
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE 'A * K' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-SCALE-CT

             WHEN CX-OP-NEGATE
               PERFORM SET-AUDIT-CONTEXT
               MOVE WS-V1-COMPLEX TO WS-CALCWORK-COMPLEX
               CALL 'CMNEGATE' USING WS-CALCWORK-COMPLEX
               MOVE WS-CALCWORK-COMPLEX TO WS-DISPPARM-COMPLEX
               MOVE '-A' TO WS-DISPPARM-N
               ADD 1 TO WS-CTL-NEG-CT
           END-EVALUATE

           IF CX-CHAIN-ID = SPACES
           END-IF
           .
      ******************************************************************
      * Loads the transaction's two operands into WS-V1/WS-V2 as the
      * arithmetic works on them: a named operand from its resolved
      * constant (or the chain register for PREV), otherwise the
      * record's own fields, with a polar record converted to
      * rectangular.  POW's exponent and SCAL's factor are plain
      * real numbers, so operand 2 of those stays as keyed.
      ******************************************************************
       LOAD-CALCULATION-OPERANDS.
           IF WS-NAME1-OK
             MOVE WS-NAMED1-COMPLEX TO WS-V1-COMPLEX
           ELSE
             MOVE CX-OP1-RE TO WS-V1-RE
             MOVE CX-OP1-IM TO WS-V1-IM
           END-IF

           IF WS-NAME2-OK
             MOVE WS-NAMED2-COMPLEX TO WS-V2-COMPLEX
           ELSE
             MOVE CX-OP2-RE TO WS-V2-RE
             MOVE CX-OP2-IM TO WS-V2-IM
           END-IF

           IF CX-FORM-POLAR
             MOVE WS-V1-RE TO WS-POLAR-MAG-V
             MOVE WS-V1-IM TO WS-POLAR-ANG-V
             PERFORM POLAR-OPERAND-CONVERT
             MOVE WS-POLAR-OUT-COMPLEX TO WS-V1-COMPLEX

             IF NOT CX-OP-REAL-OPERAND2
               MOVE WS-V2-RE TO WS-POLAR-MAG-V
               MOVE WS-V2-IM TO WS-POLAR-ANG-V
               PERFORM POLAR-OPERAND-CONVERT
               MOVE WS-POLAR-OUT-COMPLEX TO WS-V2-COMPLEX
             END-IF
           END-IF
           .
      ******************************************************************
      * Holds a chained step's result in the chain working register
      * for the next step's 'PREV' operand, saving the step's own
      * context so the chain's final result can still be reported
           MOVE CX-ORIGIN-DEPT TO WS-CHSAVE-DEPT
           MOVE CX-SOURCE-SYS TO WS-CHSAVE-SOURCE
           MOVE CX-PRIORITY-CLASS TO WS-CHSAVE-PRIO
           MOVE CX-REQUEST-ID TO WS-CHSAVE-REQUEST

           SET WS-CHAIN-ACTIVE TO TRUE
           MOVE CX-CHAIN-ID TO WS-CHAIN-ID
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO CX-SVCJ-JOURNAL-RECORD
           MOVE WS-CHSAVE-SEQ-NO TO CX-SVCJ-SEQ-NO
           MOVE WS-CHSAVE-DEPT TO CX-SVCJ-ORIGIN-DEPT
           MOVE WS-CHSAVE-SOURCE TO CX-SVCJ-SOURCE-SYS
           MOVE WS-CHSAVE-PRIO TO CX-SVCJ-PRIORITY-CLASS
           SET CX-SVCJ-DISP-ANSWERED TO TRUE
           PERFORM WRITE-SERVICE-JOURNAL

           IF WS-CHSAVE-REQUEST NOT = SPACES
             MOVE SPACES TO CX-REQ-EVENT-RECORD
             MOVE WS-CHSAVE-REQUEST TO CX-REQ-REQUEST-ID
             SET CX-REQ-STAGE-COMPUTED TO TRUE
             MOVE WS-CHSAVE-SEQ-NO TO CX-REQ-SEQ-NO
             MOVE WS-CHSAVE-LABEL TO CX-REQ-CHAIN-ID
             MOVE WS-CHSAVE-OPCODE TO CX-REQ-OPCODE
             MOVE WS-CHSAVE-OUT-RE TO CX-REQ-RESULT-RE
             MOVE WS-CHSAVE-OUT-IM TO CX-REQ-RESULT-IM
             PERFORM WRITE-REQUEST-EVENT
           END-IF

           IF WS-EARLY-OPEN AND WS-CHSAVE-PRIO = 'U'
             PERFORM WRITE-EARLY-RESULT
           END-IF
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO CX-SVCJ-JOURNAL-RECORD
           MOVE WS-TRANS-SEQ-NO TO CX-SVCJ-SEQ-NO
           MOVE CX-ORIGIN-DEPT TO CX-SVCJ-ORIGIN-DEPT
           MOVE CX-SOURCE-SYS TO CX-SVCJ-SOURCE-SYS
           MOVE CX-PRIORITY-CLASS TO CX-SVCJ-PRIORITY-CLASS
           SET CX-SVCJ-DISP-ANSWERED TO TRUE
           PERFORM WRITE-SERVICE-JOURNAL

           IF CX-REQUEST-ID NOT = SPACES
             MOVE SPACES TO CX-REQ-EVENT-RECORD
             MOVE CX-REQUEST-ID TO CX-REQ-REQUEST-ID
             SET CX-REQ-STAGE-COMPUTED TO TRUE
             MOVE WS-TRANS-SEQ-NO TO CX-REQ-SEQ-NO
             MOVE CX-OPCODE TO CX-REQ-OPCODE
             MOVE WS-DISPPARM-RE TO CX-REQ-RESULT-RE
             MOVE WS-DISPPARM-IM TO CX-REQ-RESULT-IM
             PERFORM WRITE-REQUEST-EVENT
           END-IF

           IF WS-EARLY-OPEN AND CX-PRIO-URGENT
             PERFORM WRITE-EARLY-RESULT
           END-IF
           DISPLAY '  MULTIPLIES PROCESSED: ' WS-CTL-MULT-CT
           DISPLAY '  INVERSES PROCESSED: ' WS-CTL-INV-CT
           DISPLAY '  DIVIDES PROCESSED: ' WS-CTL-DIV-CT
           DISPLAY '  ADDS PROCESSED: ' WS-CTL-ADD-CT
           DISPLAY '  SUBTRACTS PROCESSED: ' WS-CTL-SUB-CT
           DISPLAY '  SQUARE ROOTS PROCESSED: ' WS-CTL-SQRT-CT
           DISPLAY '  EXPONENTIALS PROCESSED: ' WS-CTL-EXP-CT
           DISPLAY '  LOGARITHMS PROCESSED: ' WS-CTL-LOG-CT
           DISPLAY '  POWERS PROCESSED: ' WS-CTL-POW-CT
           DISPLAY '  SCALES PROCESSED: ' WS-CTL-SCALE-CT
           DISPLAY '  NEGATES PROCESSED: ' WS-CTL-NEG-CT
           DISPLAY '  RECORDS REJECTED: ' WS-CTL-REJECT-CT
           DISPLAY '  TOTAL RECORDS READ: ' WS-TRANS-SEQ-NO

             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             '  ADD: '            DELIMITED BY SIZE
             WS-CTL-ADD-CT        DELIMITED BY SIZE
             '  SUBTRACT: '       DELIMITED BY SIZE
             WS-CTL-SUB-CT        DELIMITED BY SIZE
             '  SQRT: '           DELIMITED BY SIZE
             WS-CTL-SQRT-CT       DELIMITED BY SIZE
             '  EXP: '            DELIMITED BY SIZE
             WS-CTL-EXP-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             '  LOG: '            DELIMITED BY SIZE
             WS-CTL-LOG-CT        DELIMITED BY SIZE
             '  POWER: '          DELIMITED BY SIZE
             WS-CTL-POW-CT        DELIMITED BY SIZE
             '  SCALE: '          DELIMITED BY SIZE
             WS-CTL-SCALE-CT      DELIMITED BY SIZE
             '  NEGATE: '         DELIMITED BY SIZE
             WS-CTL-NEG-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             '  REJECTED: '       DELIMITED BY SIZE
             WS-CTL-REJECT-CT     DELIMITED BY SIZE
                    (WS-TRIAL1-RE * WS-TRIAL2-IM))
                   / WS-TRIAL-DEN-V
               END-IF

             WHEN CX-OP-ADD
               COMPUTE WS-TRIAL-OUT-RE = WS-TRIAL1-RE + WS-TRIAL2-RE
               COMPUTE WS-TRIAL-OUT-IM = WS-TRIAL1-IM + WS-TRIAL2-IM

             WHEN CX-OP-SUBTRACT
               COMPUTE WS-TRIAL-OUT-RE = WS-TRIAL1-RE - WS-TRIAL2-RE
               COMPUTE WS-TRIAL-OUT-IM = WS-TRIAL1-IM - WS-TRIAL2-IM

             WHEN CX-OP-SCALE
               COMPUTE WS-TRIAL-OUT-RE = WS-TRIAL1-RE * WS-TRIAL2-RE
               COMPUTE WS-TRIAL-OUT-IM = WS-TRIAL1-IM * WS-TRIAL2-RE

             WHEN CX-OP-NEGATE
               COMPUTE WS-TRIAL-OUT-RE = 0 - WS-TRIAL1-RE
               COMPUTE WS-TRIAL-OUT-IM = 0 - WS-TRIAL1-IM

      * the root, exponential, log and power routines keep no audit
      * trail, so the trial leg may call them directly
             WHEN CX-OP-SQRT
               CALL 'CSQRT' USING
                 WS-TRIAL1-COMPLEX, WS-TRIAL-OUT-COMPLEX,
                 WS-TRIAL-LK-STATUS

             WHEN CX-OP-EXP
               CALL 'CEXP' USING
                 WS-TRIAL1-COMPLEX, WS-TRIAL-OUT-COMPLEX,
                 WS-TRIAL-LK-STATUS

             WHEN CX-OP-LOG
               CALL 'CLOG' USING
                 WS-TRIAL1-COMPLEX, WS-TRIAL-OUT-COMPLEX,
                 WS-TRIAL-LK-STATUS

             WHEN CX-OP-POWER
               MOVE WS-TRIAL2-RE TO WS-POW-EXP-I
               CALL 'CPOW' USING
                 WS-TRIAL1-COMPLEX, WS-POW-EXP-I,
                 WS-TRIAL-OUT-COMPLEX
           END-EVALUATE
           .
      ******************************************************************
