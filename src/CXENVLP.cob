           SELECT EV-OUT-FILE ASSIGN TO "ENVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL EV-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EV-PARM-FILE
         10  EV-PARM-LRECL         PIC 9(04).
         10  FILLER                PIC X(02).
         10  EV-PARM-DATE          PIC 9(08).
         10  FILLER                PIC X(01).
      * 'R' on a WRAP of an outbound file records what was sent on
      * the CXRUNREG registry, for the acknowledgment reconciliation
         10  EV-PARM-REGISTER      PIC X(01).
         10  FILLER                PIC X(46).
       FD  EV-IN-FILE
           RECORD IS VARYING IN SIZE FROM 42 TO 256 CHARACTERS
             DEPENDING ON WS-REC-LEN.
           RECORD IS VARYING IN SIZE FROM 42 TO 256 CHARACTERS
             DEPENDING ON WS-REC-LEN.
       01  EV-OUT-RECORD PIC X(256).
       FD  EV-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==EV-REG-==.
       WORKING-STORAGE SECTION.
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-HASH-LEN-==.
         88 WS-PARM-UNWRAP VALUE 'UNWRAP'.
       01 WS-PARM-FILE-ID PIC X(08) VALUE SPACES.
       01 WS-PARM-DATE PIC 9(08) VALUE 0.
       01 WS-PARM-REGISTER PIC X(01) VALUE SPACE.
         88 WS-PARM-REGISTER-YES VALUE 'R'.
       01 WS-REC-LEN PIC 9(04) VALUE 0.
       01 WS-HASH-RECORD PIC X(256) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
      * file id, count and hash total, and writes only the data
      * records to ENVOUT; an out-of-balance envelope ends the run
      * with RETURN-CODE 12 so the scheduler can stop the feed.
      *
      * A WRAP carrying 'R' on the card is an outbound file going to
      * a downstream system: the trailer's file id, date, count and
      * hash total are also appended to the CXRUNREG registry under
      * this program's name, which is what CXACKREC reconciles the
      * receivers' acknowledgments against.
      ******************************************************************
           OPEN INPUT EV-PARM-FILE
           MOVE 'CXENVPRM' TO WS-IO-FILE
           MOVE EV-PARM-FILE-ID TO WS-PARM-FILE-ID
           MOVE EV-PARM-DATE TO WS-PARM-DATE
           MOVE EV-PARM-LRECL TO WS-REC-LEN
           MOVE EV-PARM-REGISTER TO WS-PARM-REGISTER
           CLOSE EV-PARM-FILE

           OPEN INPUT EV-IN-FILE

           DISPLAY 'CXENVLP - WRAPPED ' WS-DATA-CT ' RECORDS OF '
                WS-PARM-FILE-ID

           IF WS-PARM-REGISTER-YES
             PERFORM REGISTER-OUTBOUND-FILE
           END-IF
           .
      ******************************************************************
      * Appends the outbound file's trailer to the CXRUNREG registry
      * - opened for input first so a registry that does not exist
      * yet is created rather than refused.
      ******************************************************************
       REGISTER-OUTBOUND-FILE.
           OPEN INPUT EV-RUNREG-FILE
           CLOSE EV-RUNREG-FILE
           OPEN EXTEND EV-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'CXENVLP' TO EV-REG-JOB-NAME
           MOVE WS-ENV-FILE-ID TO EV-REG-FILE-ID
           MOVE WS-ENV-DATE TO EV-REG-BUSINESS-DATE
           MOVE WS-ENV-RECORD-CT TO EV-REG-RECORD-CT
           MOVE WS-ENV-HASH-TOTAL TO EV-REG-HASH-TOTAL
           WRITE EV-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE EV-RUNREG-FILE
           .
       WRAP-COPY-RECORD.
           PERFORM COUNT-AND-HASH-RECORD
