       DATA DIVISION.
       FILE SECTION.
       FD  CR-AUDIT-FILE
           RECORD CONTAINS 148 CHARACTERS.
      * the line CAUDIT builds: sequence number, calling routine, and
      * the before/after operand pairs in fixed columns.
       01  CR-AUDIT-LINE.
         10  CR-AUD-DEPT-TAG       PIC X(05).
         10  CR-AUD-ORIGIN-DEPT    PIC X(03).
         10  FILLER                PIC X(23).
      * the chain hash CAUDCHK verifies; not used in the rollup.
         10  FILLER                PIC X(01).
         10  CR-AUD-CHAIN-HASH     PIC X(15).
       FD  CR-CONTROL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CR-CTL-==.
       FD  CR-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * operand-magnitude extremes each routine saw - then reconciles
      * the audit call counts against the per-opcode control totals
      * on the CXCTL record COMPLEX writes: COMPLEX drives every DIV
      * through CMDIV, every INV through CMINV, every ADD through
      * CMADD, every SCAL through CMSCALE and every NEG through
      * CMNEGATE, so those routines' call counts must match the
      * run's matching totals exactly.  An audit
      * trail nobody can balance against the run is not much of an
      * audit trail; a mismatch here ends with the data-error return
      * code.
      ******************************************************************
      * Balances the audited routines against the run's per-opcode
      * control totals where the mapping is direct: COMPLEX drives
      * its DIV, INV, ADD, SCAL and NEG transactions through CMDIV,
      * CMINV, CMADD, CMSCALE and CMNEGATE, so each of those
      * routines' audit call counts must match the matching opcode
      * total exactly.  The sweep jobs drive CMADD and CMDIV too;
      * where they share the audit file, the run-identity card keeps
      * only COMPLEX's context-stamped lines.  The multiply, SUB and
      * the root, exponential, log and power routines have no
      * audited library routine; they are summarized above but not
      * balanced here.
      ******************************************************************
       RECONCILE-CONTROL-TOTALS.
           MOVE 'CMINV' TO WS-LOOKUP-RTN
           MOVE WS-CC-INV-CT TO WS-EXPECTED-CT
           PERFORM RECONCILE-ONE-ROUTINE

           MOVE 'CMADD' TO WS-LOOKUP-RTN
           MOVE WS-CC-ADD-CT TO WS-EXPECTED-CT
           PERFORM RECONCILE-ONE-ROUTINE

           MOVE 'CMSCALE' TO WS-LOOKUP-RTN
           MOVE WS-CC-SCALE-CT TO WS-EXPECTED-CT
           PERFORM RECONCILE-ONE-ROUTINE

           MOVE 'CMNEGATE' TO WS-LOOKUP-RTN
           MOVE WS-CC-NEG-CT TO WS-EXPECTED-CT
           PERFORM RECONCILE-ONE-ROUTINE
           .
       RECONCILE-ONE-ROUTINE.
           PERFORM FIND-ROUTINE-ENTRY
