       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXREQINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RI-MASTER-FILE ASSIGN TO "CXREQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-MST-REQUEST-ID
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RI-EVENT-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RI-PARM-FILE ASSIGN TO "CXREQQP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RI-REPORT-FILE ASSIGN TO "CXREQQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RI-MASTER-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CXREQST REPLACING ==(PRFX)== BY ==RI-MST-==.
       FD  RI-EVENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==RI-EV-==.
       FD  RI-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RI-PARM-RECORD.
         10  RI-PARM-REQUEST-ID    PIC X(08).
         10  FILLER                PIC X(72).
       FD  RI-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RI-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-REQUEST-ID PIC X(08) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-STAGE-TEXT PIC X(12) VALUE SPACES.
       01 WS-STATUS-TEXT PIC X(12) VALUE SPACES.
       01 WS-NUM-DISP-RE PIC -(8)9.9(8).
       01 WS-NUM-DISP-IM PIC -(8)9.9(8).
       01 WS-CTL-EVENT-CT PIC 9(08) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Request history inquiry: the CXREQQP card names one request
      * id.  Prints the request's CXREQST master record - who asked,
      * when it is due, its stage counts and status - then every
      * event on the CXREQEV request-event file posted against it,
      * in the order posted, with the program that posted it and the
      * result or reason it carried; so "where is my request" is
      * answered from one run instead of five job logs.  A request
      * with neither a master record nor an event ends with the
      * warning code.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           OPEN INPUT RI-MASTER-FILE
           MOVE 'CXREQST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RI-REPORT-FILE
           MOVE 'CXREQQR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REQUEST HISTORY  REQUEST ' DELIMITED BY SIZE
             WS-REQUEST-ID       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-REQUEST-MASTER
           PERFORM LIST-REQUEST-EVENTS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'EVENTS LISTED: '   DELIMITED BY SIZE
             WS-CTL-EVENT-CT     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-FOUND-YES AND WS-CTL-EVENT-CT = 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE RI-MASTER-FILE
           CLOSE RI-REPORT-FILE

           GOBACK
           .
       READ-PARAMETER-CARD.
           OPEN INPUT RI-PARM-FILE
           MOVE 'CXREQQP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ RI-PARM-FILE
             AT END
               DISPLAY 'CXREQINQ - NO PARAMETER CARD ON CXREQQP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE RI-PARM-FILE
               GOBACK
           END-READ

           IF RI-PARM-REQUEST-ID = SPACES
             DISPLAY 'CXREQINQ - NO REQUEST ID ON PARAMETER CARD'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE RI-PARM-FILE
             GOBACK
           END-IF
           MOVE RI-PARM-REQUEST-ID TO WS-REQUEST-ID

           CLOSE RI-PARM-FILE
           .
       PRINT-REQUEST-MASTER.
           MOVE WS-REQUEST-ID TO RI-MST-REQUEST-ID
           MOVE 'N' TO WS-FOUND-SW
           READ RI-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-FOUND-YES TO TRUE
           END-READ

           IF NOT WS-FOUND-YES
             MOVE '  NOT ON THE REQUEST-STATUS MASTER'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM SET-STATUS-TEXT
             IF RI-MST-INTAKE-MISSING
               MOVE '  REQUESTER: NO REGISTRATION CARD'
                 TO WS-RPT-LINE-TEXT
             ELSE
               STRING
                 '  REQUESTER: '    DELIMITED BY SIZE
                 RI-MST-REQUESTER   DELIMITED BY SIZE
                 '  DEPT '          DELIMITED BY SIZE
                 RI-MST-ORIGIN-DEPT DELIMITED BY SIZE
                 '  '               DELIMITED BY SIZE
                 RI-MST-DESCRIPTION DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             END-IF
             PERFORM WRITE-REPORT-LINE

             STRING
               '  RECEIVED '      DELIMITED BY SIZE
               RI-MST-RECEIVED-DATE DELIMITED BY SIZE
               '  DUE '           DELIMITED BY SIZE
               RI-MST-DUE-DATE    DELIMITED BY SIZE
               '  STATUS '        DELIMITED BY SIZE
               WS-STATUS-TEXT     DELIMITED BY SIZE
               '  LAST ACTIVITY ' DELIMITED BY SIZE
               RI-MST-LAST-EVENT-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             STRING
               '  EDITED '        DELIMITED BY SIZE
               RI-MST-EDITED-CT   DELIMITED BY SIZE
               ' (REJECTED '      DELIMITED BY SIZE
               RI-MST-EDIT-REJECT-CT DELIMITED BY SIZE
               ')  SUSPENDED '    DELIMITED BY SIZE
               RI-MST-SUSPENDED-CT DELIMITED BY SIZE
               '  RESUBMITTED '   DELIMITED BY SIZE
               RI-MST-RESUBMITTED-CT DELIMITED BY SIZE
               '  WITHDRAWN '     DELIMITED BY SIZE
               RI-MST-WITHDRAWN-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             STRING
               '  COMPUTED '      DELIMITED BY SIZE
               RI-MST-COMPUTED-CT DELIMITED BY SIZE
               ' OF '             DELIMITED BY SIZE
               RI-MST-EXPECTED-CT DELIMITED BY SIZE
               ' EXPECTED  DELIVERED ' DELIMITED BY SIZE
               RI-MST-DISTRIBUTED-CT DELIMITED BY SIZE
               ' ON '             DELIMITED BY SIZE
               RI-MST-DISTRIBUTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * Lists the request's events as they sit on the event file,
      * which is the order they were posted.
      ******************************************************************
       LIST-REQUEST-EVENTS.
           MOVE 'DATE     TIME   STAGE        PROGRAM  RUN  SEQ NO'
             TO WS-RPT-LINE-TEXT
           MOVE 'CASE     OP   RSN RESULT' TO WS-RPT-LINE-TEXT(53:24)
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT RI-EVENT-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-EVENT-RECORD
           PERFORM LIST-ONE-EVENT
             UNTIL WS-EOF-YES

           CLOSE RI-EVENT-FILE
           .
       READ-EVENT-RECORD.
           READ RI-EVENT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LIST-ONE-EVENT.
           IF RI-EV-REQUEST-ID = WS-REQUEST-ID
             ADD 1 TO WS-CTL-EVENT-CT
             PERFORM SET-STAGE-TEXT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             MOVE RI-EV-EVENT-DATE TO WS-RPT-LINE-TEXT(1:8)
             MOVE RI-EV-EVENT-TIME TO WS-RPT-LINE-TEXT(10:6)
             MOVE WS-STAGE-TEXT TO WS-RPT-LINE-TEXT(17:12)
             MOVE RI-EV-SOURCE-PGM TO WS-RPT-LINE-TEXT(30:8)
             MOVE RI-EV-RUN-NO TO WS-RPT-LINE-TEXT(39:4)
             MOVE RI-EV-SEQ-NO TO WS-RPT-LINE-TEXT(44:8)
             MOVE RI-EV-CHAIN-ID TO WS-RPT-LINE-TEXT(53:8)
             MOVE RI-EV-OPCODE TO WS-RPT-LINE-TEXT(62:4)
             MOVE RI-EV-REASON-CODE TO WS-RPT-LINE-TEXT(67:2)
             IF RI-EV-STAGE-COMPUTED
               MOVE RI-EV-RESULT-RE TO WS-NUM-DISP-RE
               MOVE RI-EV-RESULT-IM TO WS-NUM-DISP-IM
               MOVE WS-NUM-DISP-RE TO WS-RPT-LINE-TEXT(71:18)
               MOVE WS-NUM-DISP-IM TO WS-RPT-LINE-TEXT(90:18)
               MOVE 'J' TO WS-RPT-LINE-TEXT(109:1)
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-EVENT-RECORD
           .
       SET-STAGE-TEXT.
           EVALUATE TRUE
             WHEN RI-EV-STAGE-RECEIVED
               MOVE 'RECEIVED' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-EDITED
               MOVE 'EDITED' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-SUSPENDED
               MOVE 'SUSPENDED' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-RESUBMITTED
               MOVE 'RESUBMITTED' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-WITHDRAWN
               MOVE 'WITHDRAWN' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-COMPUTED
               MOVE 'COMPUTED' TO WS-STAGE-TEXT
             WHEN RI-EV-STAGE-DISTRIBUTED
               MOVE 'DISTRIBUTED' TO WS-STAGE-TEXT
             WHEN OTHER
               MOVE 'UNKNOWN' TO WS-STAGE-TEXT
           END-EVALUATE
           .
       SET-STATUS-TEXT.
           EVALUATE TRUE
             WHEN RI-MST-STATUS-RECEIVED
               MOVE 'RECEIVED' TO WS-STATUS-TEXT
             WHEN RI-MST-STATUS-EDITED
               MOVE 'EDITED' TO WS-STATUS-TEXT
             WHEN RI-MST-STATUS-SUSPENDED
               MOVE 'SUSPENDED' TO WS-STATUS-TEXT
             WHEN RI-MST-STATUS-RESUBMITTED
               MOVE 'RESUBMITTED' TO WS-STATUS-TEXT
             WHEN RI-MST-STATUS-COMPUTED
               MOVE 'COMPUTED' TO WS-STATUS-TEXT
             WHEN RI-MST-STATUS-DISTRIBUTED
               MOVE 'DISTRIBUTED' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RI-REPORT-LINE
           WRITE RI-REPORT-LINE
           MOVE 'CXREQQR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
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
             DISPLAY 'CXREQINQ - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
