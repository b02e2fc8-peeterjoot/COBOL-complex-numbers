       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAUDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CK-AUDIT-FILE ASSIGN TO "CXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CK-REPORT-FILE ASSIGN TO "CAUDCHKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CK-AUDIT-FILE
           RECORD CONTAINS 148 CHARACTERS.
      * the line CAUDIT builds; see CAUDRLL for the operand columns.
       01  CK-AUDIT-LINE.
         10  CK-AUD-SEQ-NO         PIC X(08).
         10  CK-AUD-SEQ-NO-N REDEFINES CK-AUD-SEQ-NO
                                   PIC 9(08).
         10  FILLER                PIC X(01).
         10  CK-AUD-PROGRAM-ID     PIC X(08).
         10  FILLER                PIC X(116).
         10  CK-AUD-CHAIN-HASH     PIC X(15).
         10  CK-AUD-CHAIN-HASH-N REDEFINES CK-AUD-CHAIN-HASH
                                   PIC 9(15).
       FD  CK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CK-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-HASH-RECORD PIC X(256) VALUE SPACES.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-HASH-LEN-==.
       01 WS-CHAIN-HASH PIC 9(15) VALUE 0.
       01 WS-PREV-SEQ PIC 9(08) VALUE 0.
       01 WS-BREAK-REASON PIC X(40) VALUE SPACES.
       01 WS-BREAK-SW PIC X(01) VALUE 'N'.
         88 WS-BREAK-YES VALUE 'Y'.
       01 WS-CHAINED-SW PIC X(01) VALUE 'N'.
         88 WS-CHAINED-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-LINE-CT PIC 9(08) VALUE 0.
       01 WS-CTL-VERIFIED-CT PIC 9(08) VALUE 0.
       01 WS-CTL-UNCHAINED-CT PIC 9(08) VALUE 0.
       01 WS-CTL-SEGMENT-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Audit-trail chain verification: walks a CXAUDIT file - the
      * day's, or an archived one reprinted by CXRETRV - recomputing
      * each line's CAUDHASH chain hash from its own columns 1-133
      * and the line before's hash, and reports the first line where
      * the chain breaks: a hash that does not recompute (the line or
      * one before it was edited), a sequence number out of step (a
      * line dropped, inserted or moved), or a hash missing from a
      * line after the chain began.  Sequence number 1 starts a new
      * segment from a zero hash - a restarted step appending to the
      * day's data set, or partitions concatenated - so each run
      * unit's lines are a chain of their own.  Lines ahead of the
      * first hashed one predate chaining and are only counted.
      * A break ends the walk with the data-error return code;
      * a file with no chained lines at all ends with the warning.
      ******************************************************************
           OPEN INPUT CK-AUDIT-FILE
           MOVE 'CXAUDIT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CK-REPORT-FILE
           MOVE 'CAUDCHKR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'AUDIT TRAIL CHAIN VERIFICATION' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-AUDIT-LINE

           PERFORM VERIFY-AUDIT-LINE
             UNTIL WS-EOF-YES OR WS-BREAK-YES

           CLOSE CK-AUDIT-FILE

           PERFORM WRITE-CHECK-TOTALS

           CLOSE CK-REPORT-FILE

           DISPLAY 'CAUDCHK - LINES ' WS-CTL-LINE-CT
                ' VERIFIED ' WS-CTL-VERIFIED-CT
                ' SEGMENTS ' WS-CTL-SEGMENT-CT

           EVALUATE TRUE
             WHEN WS-BREAK-YES
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN NOT WS-CHAINED-YES
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-AUDIT-LINE.
           READ CK-AUDIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
             ADD 1 TO WS-CTL-LINE-CT
           END-IF
           .
      ******************************************************************
      * Checks one line against the chain: its sequence number must
      * follow the line before's (or be 1, opening a segment), and
      * its stored hash must equal the hash recomputed from its
      * content and the previous hash.
      ******************************************************************
       VERIFY-AUDIT-LINE.
           MOVE SPACES TO WS-BREAK-REASON

           EVALUATE TRUE
             WHEN CK-AUD-CHAIN-HASH = SPACES AND NOT WS-CHAINED-YES
               ADD 1 TO WS-CTL-UNCHAINED-CT

             WHEN CK-AUD-CHAIN-HASH = SPACES
               MOVE 'CHAIN HASH MISSING' TO WS-BREAK-REASON

             WHEN CK-AUD-CHAIN-HASH NOT NUMERIC
               MOVE 'CHAIN HASH NOT NUMERIC' TO WS-BREAK-REASON

             WHEN CK-AUD-SEQ-NO NOT NUMERIC
               MOVE 'SEQUENCE NUMBER NOT NUMERIC' TO WS-BREAK-REASON

             WHEN CK-AUD-SEQ-NO-N = 1
               SET WS-CHAINED-YES TO TRUE
               ADD 1 TO WS-CTL-SEGMENT-CT
               MOVE 0 TO WS-CHAIN-HASH
               PERFORM CHECK-CHAIN-HASH

             WHEN NOT WS-CHAINED-YES
               MOVE 'CHAIN DOES NOT START AT SEQUENCE 1'
                 TO WS-BREAK-REASON

             WHEN CK-AUD-SEQ-NO-N NOT = WS-PREV-SEQ + 1
               MOVE 'SEQUENCE NUMBER OUT OF STEP' TO WS-BREAK-REASON

             WHEN OTHER
               PERFORM CHECK-CHAIN-HASH
           END-EVALUATE

           IF WS-BREAK-REASON NOT = SPACES
             SET WS-BREAK-YES TO TRUE
             PERFORM WRITE-BREAK-LINES
           ELSE
             IF CK-AUD-SEQ-NO NUMERIC
               MOVE CK-AUD-SEQ-NO-N TO WS-PREV-SEQ
             END-IF
             PERFORM READ-AUDIT-LINE
           END-IF
           .
       CHECK-CHAIN-HASH.
           MOVE CK-AUDIT-LINE TO WS-HASH-RECORD
           MOVE 133 TO WS-HASH-LEN-I
           CALL 'CAUDHASH' USING
             WS-HASH-RECORD, WS-HASH-LEN-I, WS-CHAIN-HASH

           IF WS-CHAIN-HASH = CK-AUD-CHAIN-HASH-N
             ADD 1 TO WS-CTL-VERIFIED-CT
           ELSE
             MOVE 'CHAIN HASH DOES NOT RECOMPUTE'
               TO WS-BREAK-REASON
           END-IF
           .
      ******************************************************************
      * Reports the first break: where it is, why, and the line as
      * it stands in the file.
      ******************************************************************
       WRITE-BREAK-LINES.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CHAIN BROKEN AT LINE ' DELIMITED BY SIZE
             WS-CTL-LINE-CT          DELIMITED BY SIZE
             ' SEQ '                 DELIMITED BY SIZE
             CK-AUD-SEQ-NO           DELIMITED BY SIZE
             ' '                     DELIMITED BY SIZE
             CK-AUD-PROGRAM-ID       DELIMITED BY SIZE
             ' - '                   DELIMITED BY SIZE
             WS-BREAK-REASON         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  PREVIOUS SEQ '       DELIMITED BY SIZE
             WS-PREV-SEQ             DELIMITED BY SIZE
             '  STORED HASH '        DELIMITED BY SIZE
             CK-AUD-CHAIN-HASH       DELIMITED BY SIZE
             '  RECOMPUTED '         DELIMITED BY SIZE
             WS-CHAIN-HASH           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE CK-AUDIT-LINE(1:132) TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-CHECK-TOTALS.
           IF NOT WS-BREAK-YES
             IF WS-CHAINED-YES
               MOVE 'CHAIN INTACT' TO WS-RPT-LINE-TEXT
             ELSE
               MOVE 'NO CHAINED AUDIT LINES FOUND' TO WS-RPT-LINE-TEXT
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'LINES READ: '          DELIMITED BY SIZE
             WS-CTL-LINE-CT          DELIMITED BY SIZE
             '  VERIFIED: '          DELIMITED BY SIZE
             WS-CTL-VERIFIED-CT      DELIMITED BY SIZE
             '  SEGMENTS: '          DELIMITED BY SIZE
             WS-CTL-SEGMENT-CT       DELIMITED BY SIZE
             '  UNCHAINED: '         DELIMITED BY SIZE
             WS-CTL-UNCHAINED-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CK-REPORT-LINE
           WRITE CK-REPORT-LINE
           MOVE 'CAUDCHKR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CAUDCHK - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
