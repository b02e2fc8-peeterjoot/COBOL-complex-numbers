           IF WS-ENV-MODE-YES
             PERFORM RECORD-RUN-REGISTRY
           END-IF
           PERFORM RECORD-STEP-END

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           CLOSE MT-RUNREG-FILE
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
           OPEN INPUT MT-RUNREG-FILE
           IF WS-IO-STATUS = '05'
             CLOSE MT-RUNREG-FILE
           ELSE
             CLOSE MT-RUNREG-FILE
             PERFORM APPEND-STEP-END
           END-IF
           .
       APPEND-STEP-END.
           OPEN EXTEND MT-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'MULT' TO MT-REG-JOB-NAME
           MOVE 'STEPEND' TO MT-REG-FILE-ID
           MOVE WS-RPT-RUN-DATE TO MT-REG-BUSINESS-DATE
           MOVE WS-TRANS-SEQ-NO TO MT-REG-RECORD-CT
           MOVE 0 TO MT-REG-HASH-TOTAL

           WRITE MT-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE MT-RUNREG-FILE
           .
      ******************************************************************
      * Reads the CXRUNCTL run-control card, the same startup step
      * COMPLEX takes: the business date replaces the machine date on
      * the report header and the run-history record, and a rerun is
