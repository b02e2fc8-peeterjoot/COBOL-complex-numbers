       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXSTCUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SU-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SU-DATED-FILE ASSIGN TO "CXSTDATD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT SU-OUT-FILE ASSIGN TO "CXSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SU-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==SU-RC-==.
       FD  SU-DATED-FILE
           RECORD CONTAINS 108 CHARACTERS.
       COPY CXSTDTRN REPLACING ==(PRFX)== BY ==SU-DT-==.
       FD  SU-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==SU-OUT-==.
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SELECT-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXSTCUP'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Standing-order catch-up extract, the first step of
      * CXSTCTCH.JCL.  CXSTGEN generates a missed business day's
      * standing orders onto its dated CXSTDATD file only; this step
      * takes the orders of the one missed day keyed as the CXRUNCTL
      * business date back off that file onto a plain CXTRAN feed,
      * so CXCOMBIN and COMPLEX process them under the day they
      * belong to rather than the day the outage ended.  The card is
      * required - without it there is no telling which missed day
      * is wanted - and a missing or non-numeric date stops the step
      * with the environment code.  A day with no catch-up orders on
      * the file (a date keyed in error, or the wrong day's CXSTDATD)
      * ends with the warning code and an empty feed.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD

           OPEN INPUT SU-DATED-FILE
           MOVE 'CXSTDATD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SU-OUT-FILE
           MOVE 'CXSTOUT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-DATED-RECORD
           PERFORM SELECT-DATED-RECORD
             UNTIL WS-EOF-YES

           CLOSE SU-DATED-FILE
           CLOSE SU-OUT-FILE

           MOVE SPACES TO WS-LOG-MSG
           STRING
             'CATCH-UP ORDERS FOR '  DELIMITED BY SIZE
             WS-BUSINESS-DATE        DELIMITED BY SIZE
             ': '                    DELIMITED BY SIZE
             WS-CTL-SELECT-CT        DELIMITED BY SIZE
             ' OF '                  DELIMITED BY SIZE
             WS-CTL-READ-CT          DELIMITED BY SIZE
             INTO WS-LOG-MSG
           IF WS-CTL-SELECT-CT = 0
             MOVE 'W' TO WS-LOG-SEV
           ELSE
             MOVE 'I' TO WS-LOG-SEV
           END-IF
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           DISPLAY 'CXSTCUP - ' WS-LOG-MSG

           IF WS-CTL-SELECT-CT = 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Takes the missed day off the CXRUNCTL card; the machine date
      * is never right here, so no card means no run.
      ******************************************************************
       READ-RUN-CONTROL-CARD.
           OPEN INPUT SU-RUNCTL-FILE
           MOVE 'CXRUNCTL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ SU-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF SU-RC-BUSINESS-DATE NUMERIC
                 MOVE SU-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-READ

           CLOSE SU-RUNCTL-FILE

           IF WS-BUSINESS-DATE = 0
             DISPLAY 'CXSTCUP - NO MISSED BUSINESS DATE ON CXRUNCTL'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-DATED-RECORD.
           READ SU-DATED-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      * the business day's own orders on the file already went
      * through the daily run on CXSTOUT; only catch-up orders of
      * the keyed day are wanted
       SELECT-DATED-RECORD.
           ADD 1 TO WS-CTL-READ-CT

           IF SU-DT-DAY-CATCH-UP
               AND SU-DT-STAND-DATE = WS-BUSINESS-DATE
             MOVE SU-DT-TRAN-DATA TO SU-OUT-TRANS-RECORD
             WRITE SU-OUT-TRANS-RECORD
             MOVE 'CXSTOUT' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-SELECT-CT
           END-IF

           PERFORM READ-DATED-RECORD
           .

      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown: any file
      * operation whose two-byte status is not a clean one writes a
      * line naming the file, the operation, and the status to the
      * job log, then ends the run with the environment-error return
      * code - so night operators act on a message instead of an
      * abend dump.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CXSTCUP - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
