           SELECT CB-REPORT-FILE ASSIGN TO "CXCOMBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CB-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CB-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB-FEED1-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CB-F1-==.
       FD  CB-FEED2-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CB-F2-==.
       FD  CB-FEED3-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CB-F3-==.
       FD  CB-FEED4-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CB-F4-==.
       FD  CB-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
         10  CB-PARM-SRC4          PIC X(03).
         10  FILLER                PIC X(65).
       FD  CB-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CB-OUT-==.
       FD  CB-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CB-REPORT-LINE PIC X(132).
       FD  CB-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==CB-REG-==.
       FD  CB-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==CB-RC-==.
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-SOURCE-CODE PIC X(03) VALUE SPACES.
       01 WS-FEED-CT PIC 9(08) VALUE 0.
       01 WS-CTL-TOTAL-CT PIC 9(08) VALUE 0.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-ENV-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-MODE-YES VALUE 'Y'.
      * the HDR of the feed being copied, when it has one
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
      ******************************************************************
      * the enveloped feeds copied this run - the file id and
      * business date off each one's HDR and the data records it
      * contributed - registered on CXRUNREG once the run is done.
      ******************************************************************
       01 WS-FE-TABLE.
         05 WS-FE-CT PIC 9(01) VALUE 0.
         05 WS-FE-ENTRY OCCURS 4 TIMES.
           10 WS-FE-FILE-ID   PIC X(08).
           10 WS-FE-DATE      PIC 9(08).
           10 WS-FE-RECORD-CT PIC 9(08).
       01 WS-FE-I PIC 9(01) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
      * stamp happens here and nowhere later.  Enveloped feeds have
      * their HDR/TRL control records dropped (each feed was already
      * balanced by its transmission); the combined file is written
      * unenveloped, and each enveloped feed's HDR identity and the
      * run itself are registered on CXRUNREG at the end of a clean
      * run for the dependency gate to check.  One CXCOMBR line per
      * feed shows the count each feed contributed.
      ******************************************************************
           OPEN INPUT CB-PARM-FILE
           MOVE 'CXCOMBP' TO WS-IO-FILE
             MOVE CB-PARM-SRC1 TO WS-SOURCE-CODE
             PERFORM COPY-FEED-1
             PERFORM WRITE-FEED-LINE
             PERFORM NOTE-FEED-ENVELOPE
           END-IF

           IF CB-PARM-SRC2 NOT = SPACES
             MOVE CB-PARM-SRC2 TO WS-SOURCE-CODE
             PERFORM COPY-FEED-2
             PERFORM WRITE-FEED-LINE
             PERFORM NOTE-FEED-ENVELOPE
           END-IF

           IF CB-PARM-SRC3 NOT = SPACES
             MOVE CB-PARM-SRC3 TO WS-SOURCE-CODE
             PERFORM COPY-FEED-3
             PERFORM WRITE-FEED-LINE
             PERFORM NOTE-FEED-ENVELOPE
           END-IF

           IF CB-PARM-SRC4 NOT = SPACES
             MOVE CB-PARM-SRC4 TO WS-SOURCE-CODE
             PERFORM COPY-FEED-4
             PERFORM WRITE-FEED-LINE
             PERFORM NOTE-FEED-ENVELOPE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           CLOSE CB-OUT-FILE
           CLOSE CB-REPORT-FILE

           PERFORM RECORD-RUN-REGISTRY

           GOBACK
           .
      ******************************************************************
           IF NOT WS-EOF-YES
               AND CB-F1-TRANS-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE CB-F1-TRANS-RECORD(1:42) TO WS-ENVELOPE-RECORD
             READ CB-FEED1-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
           IF NOT WS-EOF-YES
               AND CB-F2-TRANS-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE CB-F2-TRANS-RECORD(1:42) TO WS-ENVELOPE-RECORD
             READ CB-FEED2-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
           IF NOT WS-EOF-YES
               AND CB-F3-TRANS-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE CB-F3-TRANS-RECORD(1:42) TO WS-ENVELOPE-RECORD
             READ CB-FEED3-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
           IF NOT WS-EOF-YES
               AND CB-F4-TRANS-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE CB-F4-TRANS-RECORD(1:42) TO WS-ENVELOPE-RECORD
             READ CB-FEED4-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       NOTE-FEED-ENVELOPE.
           IF WS-ENV-MODE-YES
             ADD 1 TO WS-FE-CT
             MOVE WS-ENV-FILE-ID TO WS-FE-FILE-ID(WS-FE-CT)
             MOVE WS-ENV-DATE TO WS-FE-DATE(WS-FE-CT)
             MOVE WS-FEED-CT TO WS-FE-RECORD-CT(WS-FE-CT)
           END-IF
           .
      ******************************************************************
      * Registers each enveloped feed on CXRUNREG under this job,
      * its HDR file id and the business date the HDR carries, once
      * every feed is safely on CXTRANR - so the CXDEPGT gate ahead
      * of COMPLEX refuses to run on a feed that never arrived or
      * that is still the previous day's transmission - and then the
      * run itself under file id STEPEND for the CXRUNCTL business
      * date (the machine date without the card), with the combined
      * count.  Counts are the data records each contributed; the
      * hash stays zero.  A run given no registry registers nothing.
      ******************************************************************
       RECORD-RUN-REGISTRY.
           OPEN INPUT CB-RUNREG-FILE
           IF WS-IO-STATUS = '05'
             CLOSE CB-RUNREG-FILE
           ELSE
             CLOSE CB-RUNREG-FILE
             PERFORM READ-RUN-CONTROL-CARD
             OPEN EXTEND CB-RUNREG-FILE
             MOVE 'CXRUNREG' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             MOVE 1 TO WS-FE-I
             PERFORM REGISTER-ONE-FEED
               UNTIL WS-FE-I > WS-FE-CT

             MOVE 'CXCOMBIN' TO CB-REG-JOB-NAME
             MOVE 'STEPEND' TO CB-REG-FILE-ID
             MOVE WS-BUSINESS-DATE TO CB-REG-BUSINESS-DATE
             MOVE WS-CTL-TOTAL-CT TO CB-REG-RECORD-CT
             MOVE 0 TO CB-REG-HASH-TOTAL
             WRITE CB-REG-REGISTRY-RECORD
             MOVE 'CXRUNREG' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             CLOSE CB-RUNREG-FILE
           END-IF
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD

           OPEN INPUT CB-RUNCTL-FILE

           READ CB-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF CB-RC-BUSINESS-DATE NUMERIC
                 MOVE CB-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-READ

           CLOSE CB-RUNCTL-FILE
           .
       REGISTER-ONE-FEED.
           MOVE 'CXCOMBIN' TO CB-REG-JOB-NAME
           MOVE WS-FE-FILE-ID(WS-FE-I) TO CB-REG-FILE-ID
           MOVE WS-FE-DATE(WS-FE-I) TO CB-REG-BUSINESS-DATE
           MOVE WS-FE-RECORD-CT(WS-FE-I) TO CB-REG-RECORD-CT
           MOVE 0 TO CB-REG-HASH-TOTAL

           WRITE CB-REG-REGISTRY-RECORD
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-FE-I
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CB-REPORT-LINE
           WRITE CB-REPORT-LINE
