       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXREQUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RU-INTAKE-FILE ASSIGN TO "CXREQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RU-MASTER-FILE ASSIGN TO "CXREQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-MST-REQUEST-ID
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RU-EVENT-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RU-SORT-FILE ASSIGN TO "CXREQSW".
           SELECT OPTIONAL RU-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RU-REPORT-FILE ASSIGN TO "CXREQUPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RU-NOTICE-FILE ASSIGN TO "CXREQNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RU-EXCEPT-FILE ASSIGN TO "CXREQEXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RU-INTAKE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXREQIN REPLACING ==(PRFX)== BY ==RU-IN-==.
       FD  RU-MASTER-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CXREQST REPLACING ==(PRFX)== BY ==RU-MST-==.
       FD  RU-EVENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==RU-EV-==.
       SD  RU-SORT-FILE.
       01  RU-SRT-RECORD.
         10  RU-SRT-REQUEST-ID     PIC X(08).
         10  RU-SRT-EVENT-DATE     PIC 9(08).
         10  RU-SRT-RUN-NO         PIC 9(04).
         10  RU-SRT-SEQ-NO         PIC 9(08).
         10  RU-SRT-STAGE          PIC X(01).
         10  RU-SRT-SOURCE-PGM     PIC X(08).
         10  RU-SRT-ARRIVAL-NO     PIC 9(08).
         10  RU-SRT-DATA           PIC X(100).
       FD  RU-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==RU-RC-==.
       FD  RU-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RU-REPORT-LINE PIC X(132).
       FD  RU-NOTICE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RU-NOTICE-LINE PIC X(132).
       FD  RU-EXCEPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RU-EXCEPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-NO PIC 9(04) VALUE 0.
       01 WS-TODAY-INT PIC 9(08) VALUE 0.
       01 WS-DATE-INT PIC 9(08) VALUE 0.
       01 WS-OVERDUE-DAYS PIC 9(05) VALUE 0.
       01 WS-EVENT-TIME PIC 9(08) VALUE 0.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==WS-EV-==.
      * an event's position on the event file, which is appended in
      * the order things happened - the event date alone cannot say
      * whether a correction resubmitted today came before or after
      * today's computation.
       01 WS-ARRIVAL-NO PIC 9(08) VALUE 0.
      * days from receipt to due when the registration card gives no
      * due date; the REQ-DUE-DAYS tunable overrides it.
       01 WS-DUE-DAYS PIC 9(03) VALUE 5.
       01 WS-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 WS-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TUNE-==.
      * the intake card being registered, edited field by field
       01 WS-IN-RECEIVED PIC 9(08) VALUE 0.
       01 WS-IN-DUE PIC 9(08) VALUE 0.
       01 WS-IN-EXPECTED PIC 9(05) VALUE 0.
       01 WS-IN-REJECT PIC X(40) VALUE SPACES.
       01 WS-IN-SAME-SW PIC X(01) VALUE 'N'.
         88 WS-IN-SAME-YES VALUE 'Y'.
      * one request's events as they come off the sort, counted
      * once each - a step rerun after a restart posts the same
      * event again, and the key below is what tells them apart.
       01 WS-GRP-REQUEST PIC X(08) VALUE SPACES.
       01 WS-GRP-FIRST-DATE PIC 9(08) VALUE 0.
       01 WS-GRP-LAST-DATE PIC 9(08) VALUE 0.
       01 WS-GRP-EDITED-CT PIC 9(05) VALUE 0.
       01 WS-GRP-EDIT-REJECT-CT PIC 9(05) VALUE 0.
       01 WS-GRP-SUSPENDED-CT PIC 9(05) VALUE 0.
       01 WS-GRP-RESUBMITTED-CT PIC 9(05) VALUE 0.
       01 WS-GRP-WITHDRAWN-CT PIC 9(05) VALUE 0.
       01 WS-GRP-COMPUTED-CT PIC 9(05) VALUE 0.
       01 WS-GRP-DISTRIBUTED-CT PIC 9(05) VALUE 0.
       01 WS-GRP-COMPUTED-DATE PIC 9(08) VALUE 0.
       01 WS-GRP-RESUB-DATE PIC 9(08) VALUE 0.
       01 WS-GRP-DISTRIBUTED-DATE PIC 9(08) VALUE 0.
       01 WS-GRP-COMPUTED-ARRIVAL PIC 9(08) VALUE 0.
       01 WS-GRP-RESUB-ARRIVAL PIC 9(08) VALUE 0.
       01 WS-EVENT-KEY.
         05 WS-EK-REQUEST-ID PIC X(08).
         05 WS-EK-STAGE PIC X(01).
         05 WS-EK-EVENT-DATE PIC 9(08).
         05 WS-EK-SOURCE-PGM PIC X(08).
         05 WS-EK-RUN-NO PIC 9(04).
         05 WS-EK-SEQ-NO PIC 9(08).
         05 WS-EK-CHAIN-ID PIC X(08).
         05 WS-EK-OPCODE PIC X(04).
         05 WS-EK-REASON-CODE PIC X(02).
       01 WS-PREV-EVENT-KEY PIC X(51) VALUE SPACES.
      * the request's computed results, held for its results notice
       01 WS-RES-TABLE.
         05 WS-RES-CT PIC 9(04) VALUE 0.
         05 WS-RES-ENTRY OCCURS 500 TIMES.
           10 WS-RES-DATE PIC 9(08).
           10 WS-RES-SEQ-NO PIC 9(08).
           10 WS-RES-CHAIN-ID PIC X(08).
           10 WS-RES-OPCODE PIC X(04).
           10 WS-RES-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-RES-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RES-MAX PIC 9(04) VALUE 500.
       01 WS-R PIC 9(04) VALUE 0.
      * the deliveries made this run, posted back as 'D' events once
      * the sort has finished with the event file
       01 WS-DLV-TABLE.
         05 WS-DLV-CT PIC 9(04) VALUE 0.
         05 WS-DLV-ENTRY OCCURS 2000 TIMES.
           10 WS-DLV-REQUEST-ID PIC X(08).
           10 WS-DLV-COMPUTED-CT PIC 9(05).
       01 WS-DLV-MAX PIC 9(04) VALUE 2000.
       01 WS-D PIC 9(04) VALUE 0.
       01 WS-OUTSTANDING-CT PIC S9(05) VALUE 0.
       01 WS-PRIOR-DLV-CT PIC 9(05) VALUE 0.
       01 WS-PRIOR-DLV-DATE PIC 9(08) VALUE 0.
       01 WS-AWAIT-SW PIC X(01) VALUE 'N'.
         88 WS-AWAIT-RECOMPUTE VALUE 'Y'.
       01 WS-COMPLETE-SW PIC X(01) VALUE 'N'.
         88 WS-COMPLETE-YES VALUE 'Y'.
       01 WS-NEW-SW PIC X(01) VALUE 'N'.
         88 WS-NEW-YES VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-STATUS-TEXT PIC X(12) VALUE SPACES.
       01 WS-NUM-DISP-RE PIC -(8)9.9(8).
       01 WS-NUM-DISP-IM PIC -(8)9.9(8).
       01 WS-CTL-CARD-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REGISTERED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CARD-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CARD-SAME-CT PIC 9(06) VALUE 0.
       01 WS-CTL-EVENT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-DUP-CT PIC 9(08) VALUE 0.
       01 WS-CTL-REQUEST-CT PIC 9(06) VALUE 0.
       01 WS-CTL-UNREG-CT PIC 9(06) VALUE 0.
       01 WS-CTL-DELIVERED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OPEN-CT PIC 9(06) VALUE 0.
       01 WS-CTL-OVERDUE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-MISSING-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXREQUPD'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Nightly upkeep of the CXREQST request-status master, so an
      * engineer's emailed request can be followed from the day it
      * was logged to the day its answers went back:
      *   - registers the day's CXREQIN cards - one per request the
      *     engineering desk logged - and posts each as received;
      *   - rebuilds every request's stage counts and status from
      *     the whole CXREQEV request-event file that CXEDIT,
      *     COMPLEX, CRESUB and CXSUSFIX post to, sorted by request,
      *     an event posted twice by a rerun step counted once;
      *   - for a request newly complete - results computed, nothing
      *     left in suspense or awaiting recompute, and the expected
      *     count reached - writes its results notice on CXREQNTC
      *     for the requester and posts it as distributed;
      *   - lists on CXREQEXR every open request past its due date
      *     against the business date, and every request whose work
      *     is moving with no registration card behind it.
      * A rejected card raises the data-reject return code; an
      * exception raises the warning code.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM LOAD-RUN-TUNABLES
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           OPEN OUTPUT RU-REPORT-FILE
           MOVE 'CXREQUPR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RU-NOTICE-FILE
           MOVE 'CXREQNTC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RU-EXCEPT-FILE
           MOVE 'CXREQEXR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN I-O RU-MASTER-FILE
           MOVE 'CXREQST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REQUEST STATUS UPDATE  BUSINESS DATE ' DELIMITED BY SIZE
             WS-BUSINESS-DATE   DELIMITED BY SIZE
             '  RUN '           DELIMITED BY SIZE
             WS-RUN-NO          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM REGISTER-INTAKE-CARDS

           SORT RU-SORT-FILE
             ON ASCENDING KEY RU-SRT-REQUEST-ID
                              RU-SRT-EVENT-DATE
                              RU-SRT-RUN-NO
                              RU-SRT-SEQ-NO
                              RU-SRT-STAGE
                              RU-SRT-SOURCE-PGM
                              RU-SRT-ARRIVAL-NO
             INPUT PROCEDURE IS RELEASE-REQUEST-EVENTS
             OUTPUT PROCEDURE IS APPLY-REQUEST-EVENTS

           PERFORM POST-DELIVERY-EVENTS

           CLOSE RU-MASTER-FILE
           MOVE 'CXREQST' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM LIST-REQUEST-EXCEPTIONS

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE RU-REPORT-FILE
           CLOSE RU-NOTICE-FILE
           CLOSE RU-EXCEPT-FILE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'REQUESTS='        DELIMITED BY SIZE
             WS-CTL-REQUEST-CT  DELIMITED BY SIZE
             ' DELIVERED='      DELIMITED BY SIZE
             WS-CTL-DELIVERED-CT DELIMITED BY SIZE
             ' OVERDUE='        DELIMITED BY SIZE
             WS-CTL-OVERDUE-CT  DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           EVALUATE TRUE
             WHEN WS-CTL-CARD-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-OVERDUE-CT > 0 OR WS-CTL-MISSING-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD

           OPEN INPUT RU-RUNCTL-FILE

           READ RU-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF RU-RC-BUSINESS-DATE NUMERIC
                 MOVE RU-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               IF RU-RC-RUN-NO NUMERIC
                 MOVE RU-RC-RUN-NO TO WS-RUN-NO
               END-IF
           END-READ

           CLOSE RU-RUNCTL-FILE
           .
       LOAD-RUN-TUNABLES.
           MOVE 'REQ-DUE-DAYS' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK AND WS-TUNE-VALUE > 0
             MOVE WS-TUNE-VALUE TO WS-DUE-DAYS
           END-IF
           .
      ******************************************************************
      * Registers the day's intake cards on the master.  A request id
      * already registered is a duplicate and is rejected, unless
      * the card is the very one it was registered from - a rerun
      * over an intake not yet emptied - which is listed and passed
      * over without touching the master or posting again; one that
      * is on the master only because its work arrived first takes
      * the card's details and keeps the counts it has.  Each card
      * registered is posted to CXREQEV as the request's received
      * event.
      ******************************************************************
       REGISTER-INTAKE-CARDS.
           OPEN INPUT RU-INTAKE-FILE
           MOVE 'CXREQIN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND RU-EVENT-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-INTAKE-CARD
           PERFORM REGISTER-ONE-CARD
             UNTIL WS-EOF-YES

           CLOSE RU-INTAKE-FILE
           CLOSE RU-EVENT-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-INTAKE-CARD.
           READ RU-INTAKE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       REGISTER-ONE-CARD.
           ADD 1 TO WS-CTL-CARD-CT
           MOVE 'N' TO WS-IN-SAME-SW
           PERFORM EDIT-INTAKE-CARD

           IF WS-IN-REJECT = SPACES
             MOVE RU-IN-REQUEST-ID TO RU-MST-REQUEST-ID
             MOVE 'N' TO WS-FOUND-SW
             READ RU-MASTER-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-FOUND-YES TO TRUE
             END-READ

             IF WS-FOUND-YES AND RU-MST-INTAKE-REGISTERED
               IF RU-IN-REQUESTER = RU-MST-REQUESTER
                   AND RU-IN-ORIGIN-DEPT = RU-MST-ORIGIN-DEPT
                   AND RU-IN-DESCRIPTION = RU-MST-DESCRIPTION
                   AND WS-IN-RECEIVED = RU-MST-RECEIVED-DATE
                   AND WS-IN-DUE = RU-MST-DUE-DATE
                   AND WS-IN-EXPECTED = RU-MST-EXPECTED-CT
                 SET WS-IN-SAME-YES TO TRUE
               ELSE
                 MOVE 'ALREADY REGISTERED' TO WS-IN-REJECT
               END-IF
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-IN-REJECT NOT = SPACES
               ADD 1 TO WS-CTL-CARD-REJECT-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'CARD REJECTED  REQUEST ' DELIMITED BY SIZE
                 RU-IN-REQUEST-ID   DELIMITED BY SIZE
                 ' - '              DELIMITED BY SIZE
                 WS-IN-REJECT       DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN WS-IN-SAME-YES
               ADD 1 TO WS-CTL-CARD-SAME-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'CARD UNCHANGED REQUEST ' DELIMITED BY SIZE
                 RU-IN-REQUEST-ID   DELIMITED BY SIZE
                 ' - ALREADY REGISTERED FROM IT' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             WHEN OTHER
               IF NOT WS-FOUND-YES
                 MOVE SPACES TO RU-MST-REQUEST-RECORD
                 MOVE RU-IN-REQUEST-ID TO RU-MST-REQUEST-ID
                 PERFORM CLEAR-MASTER-COUNTS
                 MOVE 0 TO RU-MST-DISTRIBUTED-CT
                 MOVE 0 TO RU-MST-DISTRIBUTED-DATE
                 SET RU-MST-STATUS-RECEIVED TO TRUE
               END-IF
               MOVE RU-IN-REQUESTER TO RU-MST-REQUESTER
               MOVE RU-IN-ORIGIN-DEPT TO RU-MST-ORIGIN-DEPT
               MOVE RU-IN-DESCRIPTION TO RU-MST-DESCRIPTION
               MOVE WS-IN-RECEIVED TO RU-MST-RECEIVED-DATE
               MOVE WS-IN-DUE TO RU-MST-DUE-DATE
               MOVE WS-IN-EXPECTED TO RU-MST-EXPECTED-CT
               SET RU-MST-INTAKE-REGISTERED TO TRUE

               IF WS-FOUND-YES
                 REWRITE RU-MST-REQUEST-RECORD
                 MOVE 'REWRITE' TO WS-IO-OP
               ELSE
                 WRITE RU-MST-REQUEST-RECORD
                 MOVE 'WRITE' TO WS-IO-OP
               END-IF
               MOVE 'CXREQST' TO WS-IO-FILE
               PERFORM CHECK-IO-STATUS
               ADD 1 TO WS-CTL-REGISTERED-CT

               MOVE SPACES TO RU-EV-EVENT-RECORD
               MOVE RU-IN-REQUEST-ID TO RU-EV-REQUEST-ID
               SET RU-EV-STAGE-RECEIVED TO TRUE
               MOVE WS-IN-RECEIVED TO RU-EV-EVENT-DATE
               MOVE 0 TO RU-EV-SEQ-NO
               PERFORM WRITE-REQUEST-EVENT

               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'REGISTERED     REQUEST ' DELIMITED BY SIZE
                 RU-IN-REQUEST-ID   DELIMITED BY SIZE
                 '  '               DELIMITED BY SIZE
                 RU-IN-REQUESTER    DELIMITED BY SIZE
                 ' DEPT '           DELIMITED BY SIZE
                 RU-IN-ORIGIN-DEPT  DELIMITED BY SIZE
                 ' RECEIVED '       DELIMITED BY SIZE
                 WS-IN-RECEIVED     DELIMITED BY SIZE
                 ' DUE '            DELIMITED BY SIZE
                 WS-IN-DUE          DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE

           PERFORM READ-INTAKE-CARD
           .
      ******************************************************************
      * Edits one intake card, settling the defaulted dates and
      * count; WS-IN-REJECT names the first fault found.
      ******************************************************************
       EDIT-INTAKE-CARD.
           MOVE SPACES TO WS-IN-REJECT
           MOVE 0 TO WS-IN-EXPECTED

           IF RU-IN-RECEIVED-DATE = SPACES
             MOVE WS-BUSINESS-DATE TO WS-IN-RECEIVED
           ELSE
             IF RU-IN-RECEIVED-DATE-N NUMERIC
               MOVE RU-IN-RECEIVED-DATE-N TO WS-IN-RECEIVED
             ELSE
               MOVE 0 TO WS-IN-RECEIVED
             END-IF
           END-IF

           IF RU-IN-DUE-DATE = SPACES
             IF WS-IN-RECEIVED >= 16010101
               COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-IN-RECEIVED)
                 + WS-DUE-DAYS
               COMPUTE WS-IN-DUE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             ELSE
               MOVE 0 TO WS-IN-DUE
             END-IF
           ELSE
             IF RU-IN-DUE-DATE-N NUMERIC
               MOVE RU-IN-DUE-DATE-N TO WS-IN-DUE
             ELSE
               MOVE 0 TO WS-IN-DUE
             END-IF
           END-IF

           IF RU-IN-EXPECTED-CT NOT = SPACES
               AND RU-IN-EXPECTED-CT-N NUMERIC
             MOVE RU-IN-EXPECTED-CT-N TO WS-IN-EXPECTED
           END-IF

           EVALUATE TRUE
             WHEN RU-IN-REQUEST-ID = SPACES
               MOVE 'NO REQUEST ID' TO WS-IN-REJECT
             WHEN WS-IN-RECEIVED < 16010101
                  OR WS-IN-RECEIVED(5:2) < '01'
                  OR WS-IN-RECEIVED(5:2) > '12'
                  OR WS-IN-RECEIVED(7:2) < '01'
                  OR WS-IN-RECEIVED(7:2) > '31'
               MOVE 'RECEIVED DATE NOT A DATE' TO WS-IN-REJECT
             WHEN WS-IN-DUE < 16010101
                  OR WS-IN-DUE(5:2) < '01'
                  OR WS-IN-DUE(5:2) > '12'
                  OR WS-IN-DUE(7:2) < '01'
                  OR WS-IN-DUE(7:2) > '31'
               MOVE 'DUE DATE NOT A DATE' TO WS-IN-REJECT
             WHEN WS-IN-DUE < WS-IN-RECEIVED
               MOVE 'DUE BEFORE RECEIVED' TO WS-IN-REJECT
             WHEN RU-IN-EXPECTED-CT NOT = SPACES
                  AND RU-IN-EXPECTED-CT-N NOT NUMERIC
               MOVE 'EXPECTED COUNT NOT NUMERIC' TO WS-IN-REJECT
           END-EVALUATE
           .
       CLEAR-MASTER-COUNTS.
           MOVE 0 TO RU-MST-EDITED-CT
           MOVE 0 TO RU-MST-EDIT-REJECT-CT
           MOVE 0 TO RU-MST-SUSPENDED-CT
           MOVE 0 TO RU-MST-RESUBMITTED-CT
           MOVE 0 TO RU-MST-WITHDRAWN-CT
           MOVE 0 TO RU-MST-COMPUTED-CT
           MOVE 0 TO RU-MST-LAST-EVENT-DATE
           MOVE 0 TO RU-MST-LAST-COMPUTED-DATE
           MOVE 0 TO RU-MST-LAST-RESUB-DATE
           .
      ******************************************************************
      * Sort input: every event on the file that names a request.
      ******************************************************************
       RELEASE-REQUEST-EVENTS.
           OPEN INPUT RU-EVENT-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-EVENT-RECORD
           PERFORM RELEASE-ONE-EVENT
             UNTIL WS-EOF-YES

           CLOSE RU-EVENT-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-EVENT-RECORD.
           READ RU-EVENT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       RELEASE-ONE-EVENT.
           ADD 1 TO WS-ARRIVAL-NO
           IF RU-EV-REQUEST-ID NOT = SPACES
             ADD 1 TO WS-CTL-EVENT-CT
             MOVE RU-EV-REQUEST-ID TO RU-SRT-REQUEST-ID
             MOVE RU-EV-EVENT-DATE TO RU-SRT-EVENT-DATE
             MOVE RU-EV-RUN-NO TO RU-SRT-RUN-NO
             MOVE RU-EV-SEQ-NO TO RU-SRT-SEQ-NO
             MOVE RU-EV-STAGE TO RU-SRT-STAGE
             MOVE RU-EV-SOURCE-PGM TO RU-SRT-SOURCE-PGM
             MOVE WS-ARRIVAL-NO TO RU-SRT-ARRIVAL-NO
             MOVE RU-EV-EVENT-RECORD TO RU-SRT-DATA
             RELEASE RU-SRT-RECORD
           END-IF

           PERFORM READ-EVENT-RECORD
           .
      ******************************************************************
      * Sort output: the events come back one request at a time;
      * each request's group is counted and then posted to its
      * master record.
      ******************************************************************
       APPLY-REQUEST-EVENTS.
           PERFORM RETURN-SORTED-EVENT
           PERFORM APPLY-REQUEST-GROUP
             UNTIL WS-EOF-YES
           MOVE 'N' TO WS-EOF-SW
           .
       RETURN-SORTED-EVENT.
           RETURN RU-SORT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE RU-SRT-DATA TO WS-EV-EVENT-RECORD
           END-RETURN
           .
       APPLY-REQUEST-GROUP.
           MOVE WS-EV-REQUEST-ID TO WS-GRP-REQUEST
           MOVE WS-EV-EVENT-DATE TO WS-GRP-FIRST-DATE
           MOVE 0 TO WS-GRP-LAST-DATE
           MOVE 0 TO WS-GRP-EDITED-CT
           MOVE 0 TO WS-GRP-EDIT-REJECT-CT
           MOVE 0 TO WS-GRP-SUSPENDED-CT
           MOVE 0 TO WS-GRP-RESUBMITTED-CT
           MOVE 0 TO WS-GRP-WITHDRAWN-CT
           MOVE 0 TO WS-GRP-COMPUTED-CT
           MOVE 0 TO WS-GRP-DISTRIBUTED-CT
           MOVE 0 TO WS-GRP-COMPUTED-DATE
           MOVE 0 TO WS-GRP-RESUB-DATE
           MOVE 0 TO WS-GRP-DISTRIBUTED-DATE
           MOVE 0 TO WS-GRP-COMPUTED-ARRIVAL
           MOVE 0 TO WS-GRP-RESUB-ARRIVAL
           MOVE 0 TO WS-RES-CT
           MOVE SPACES TO WS-PREV-EVENT-KEY

           PERFORM COUNT-ONE-EVENT
             UNTIL WS-EOF-YES
                OR WS-EV-REQUEST-ID NOT = WS-GRP-REQUEST

           PERFORM POST-REQUEST-STATUS
           .
       COUNT-ONE-EVENT.
           MOVE WS-EV-REQUEST-ID TO WS-EK-REQUEST-ID
           MOVE WS-EV-STAGE TO WS-EK-STAGE
           MOVE WS-EV-EVENT-DATE TO WS-EK-EVENT-DATE
           MOVE WS-EV-SOURCE-PGM TO WS-EK-SOURCE-PGM
           MOVE WS-EV-RUN-NO TO WS-EK-RUN-NO
           MOVE WS-EV-SEQ-NO TO WS-EK-SEQ-NO
           MOVE WS-EV-CHAIN-ID TO WS-EK-CHAIN-ID
           MOVE WS-EV-OPCODE TO WS-EK-OPCODE
           MOVE WS-EV-REASON-CODE TO WS-EK-REASON-CODE

           IF WS-EVENT-KEY = WS-PREV-EVENT-KEY
             ADD 1 TO WS-CTL-DUP-CT
           ELSE
             MOVE WS-EVENT-KEY TO WS-PREV-EVENT-KEY
             IF WS-EV-EVENT-DATE > WS-GRP-LAST-DATE
               MOVE WS-EV-EVENT-DATE TO WS-GRP-LAST-DATE
             END-IF

             EVALUATE TRUE
               WHEN WS-EV-STAGE-EDITED
                 ADD 1 TO WS-GRP-EDITED-CT
                 IF WS-EV-REASON-CODE NOT = SPACES
                   ADD 1 TO WS-GRP-EDIT-REJECT-CT
                 END-IF
               WHEN WS-EV-STAGE-SUSPENDED
                 ADD 1 TO WS-GRP-SUSPENDED-CT
               WHEN WS-EV-STAGE-RESUBMITTED
                 ADD 1 TO WS-GRP-RESUBMITTED-CT
                 MOVE WS-EV-EVENT-DATE TO WS-GRP-RESUB-DATE
                 IF RU-SRT-ARRIVAL-NO > WS-GRP-RESUB-ARRIVAL
                   MOVE RU-SRT-ARRIVAL-NO TO WS-GRP-RESUB-ARRIVAL
                 END-IF
               WHEN WS-EV-STAGE-WITHDRAWN
                 ADD 1 TO WS-GRP-WITHDRAWN-CT
               WHEN WS-EV-STAGE-COMPUTED
                 ADD 1 TO WS-GRP-COMPUTED-CT
                 MOVE WS-EV-EVENT-DATE TO WS-GRP-COMPUTED-DATE
                 IF RU-SRT-ARRIVAL-NO > WS-GRP-COMPUTED-ARRIVAL
                   MOVE RU-SRT-ARRIVAL-NO TO WS-GRP-COMPUTED-ARRIVAL
                 END-IF
                 PERFORM HOLD-COMPUTED-RESULT
      * a delivery's SEQ-NO is the count of results it covered
               WHEN WS-EV-STAGE-DISTRIBUTED
                 IF WS-EV-SEQ-NO >= WS-GRP-DISTRIBUTED-CT
                   MOVE WS-EV-SEQ-NO TO WS-GRP-DISTRIBUTED-CT
                   MOVE WS-EV-EVENT-DATE TO WS-GRP-DISTRIBUTED-DATE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF

           PERFORM RETURN-SORTED-EVENT
           .
       HOLD-COMPUTED-RESULT.
           IF WS-RES-CT < WS-RES-MAX
             ADD 1 TO WS-RES-CT
             MOVE WS-EV-EVENT-DATE TO WS-RES-DATE(WS-RES-CT)
             MOVE WS-EV-SEQ-NO TO WS-RES-SEQ-NO(WS-RES-CT)
             MOVE WS-EV-CHAIN-ID TO WS-RES-CHAIN-ID(WS-RES-CT)
             MOVE WS-EV-OPCODE TO WS-RES-OPCODE(WS-RES-CT)
             MOVE WS-EV-RESULT-RE TO WS-RES-RE(WS-RES-CT)
             MOVE WS-EV-RESULT-IM TO WS-RES-IM(WS-RES-CT)
           END-IF
           .
      ******************************************************************
      * Posts one request's rebuilt counts to its master record -
      * adding the record, flagged as having no registration card,
      * when its work arrived first - and settles its status.  A
      * request is complete when it has results, nothing it sent is
      * still in suspense, nothing resubmitted is still waiting to
      * be recomputed, and the expected count (when the card gave
      * one) has been reached; a complete request whose results have
      * not all been delivered is delivered now.
      ******************************************************************
       POST-REQUEST-STATUS.
           ADD 1 TO WS-CTL-REQUEST-CT
           MOVE WS-GRP-REQUEST TO RU-MST-REQUEST-ID
           MOVE 'N' TO WS-NEW-SW
           READ RU-MASTER-FILE
             INVALID KEY
               SET WS-NEW-YES TO TRUE
           END-READ

           IF WS-NEW-YES
             ADD 1 TO WS-CTL-UNREG-CT
             MOVE SPACES TO RU-MST-REQUEST-RECORD
             MOVE WS-GRP-REQUEST TO RU-MST-REQUEST-ID
             MOVE WS-GRP-FIRST-DATE TO RU-MST-RECEIVED-DATE
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-GRP-FIRST-DATE)
               + WS-DUE-DAYS
             COMPUTE RU-MST-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE 0 TO RU-MST-EXPECTED-CT
             SET RU-MST-INTAKE-MISSING TO TRUE
           END-IF

           MOVE WS-GRP-EDITED-CT TO RU-MST-EDITED-CT
           MOVE WS-GRP-EDIT-REJECT-CT TO RU-MST-EDIT-REJECT-CT
           MOVE WS-GRP-SUSPENDED-CT TO RU-MST-SUSPENDED-CT
           MOVE WS-GRP-RESUBMITTED-CT TO RU-MST-RESUBMITTED-CT
           MOVE WS-GRP-WITHDRAWN-CT TO RU-MST-WITHDRAWN-CT
           MOVE WS-GRP-COMPUTED-CT TO RU-MST-COMPUTED-CT
           MOVE WS-GRP-DISTRIBUTED-CT TO RU-MST-DISTRIBUTED-CT
           MOVE WS-GRP-LAST-DATE TO RU-MST-LAST-EVENT-DATE
           MOVE WS-GRP-COMPUTED-DATE TO RU-MST-LAST-COMPUTED-DATE
           MOVE WS-GRP-RESUB-DATE TO RU-MST-LAST-RESUB-DATE
           MOVE WS-GRP-DISTRIBUTED-DATE TO RU-MST-DISTRIBUTED-DATE

           COMPUTE WS-OUTSTANDING-CT = WS-GRP-SUSPENDED-CT
             - WS-GRP-RESUBMITTED-CT - WS-GRP-WITHDRAWN-CT
           IF WS-OUTSTANDING-CT < 0
             MOVE 0 TO WS-OUTSTANDING-CT
           END-IF

      * a correction resubmitted after the last computation has not
      * been answered yet
           MOVE 'N' TO WS-AWAIT-SW
           IF WS-GRP-RESUBMITTED-CT > 0
               AND WS-GRP-RESUB-ARRIVAL > WS-GRP-COMPUTED-ARRIVAL
             SET WS-AWAIT-RECOMPUTE TO TRUE
           END-IF

           MOVE 'N' TO WS-COMPLETE-SW
           IF WS-GRP-COMPUTED-CT > 0
               AND WS-OUTSTANDING-CT = 0
               AND NOT WS-AWAIT-RECOMPUTE
               AND (RU-MST-EXPECTED-CT = 0
                    OR WS-GRP-COMPUTED-CT >= RU-MST-EXPECTED-CT)
             SET WS-COMPLETE-YES TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN WS-COMPLETE-YES
                  AND WS-GRP-DISTRIBUTED-CT >= WS-GRP-COMPUTED-CT
               SET RU-MST-STATUS-DISTRIBUTED TO TRUE
             WHEN WS-COMPLETE-YES
               PERFORM DELIVER-REQUEST-RESULTS
               SET RU-MST-STATUS-DISTRIBUTED TO TRUE
             WHEN WS-OUTSTANDING-CT > 0
               SET RU-MST-STATUS-SUSPENDED TO TRUE
             WHEN WS-AWAIT-RECOMPUTE
               SET RU-MST-STATUS-RESUBMITTED TO TRUE
             WHEN WS-GRP-COMPUTED-CT > 0
               SET RU-MST-STATUS-COMPUTED TO TRUE
             WHEN WS-GRP-EDITED-CT > 0
               SET RU-MST-STATUS-EDITED TO TRUE
             WHEN OTHER
               SET RU-MST-STATUS-RECEIVED TO TRUE
           END-EVALUATE

           IF WS-NEW-YES
             WRITE RU-MST-REQUEST-RECORD
             MOVE 'WRITE' TO WS-IO-OP
           ELSE
             REWRITE RU-MST-REQUEST-RECORD
             MOVE 'REWRITE' TO WS-IO-OP
           END-IF
           MOVE 'CXREQST' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Writes the request's results notice - the answers going back
      * to the engineer who asked - and queues its delivery event.
      * A request delivered before and since recomputed goes out
      * again marked as a revision.
      ******************************************************************
       DELIVER-REQUEST-RESULTS.
           MOVE WS-GRP-DISTRIBUTED-CT TO WS-PRIOR-DLV-CT
           MOVE WS-GRP-DISTRIBUTED-DATE TO WS-PRIOR-DLV-DATE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RESULTS NOTICE  REQUEST ' DELIMITED BY SIZE
             RU-MST-REQUEST-ID  DELIMITED BY SIZE
             '  DELIVERED '     DELIMITED BY SIZE
             WS-BUSINESS-DATE   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE

           IF RU-MST-INTAKE-MISSING
             MOVE '  REQUESTER: NOT REGISTERED' TO WS-RPT-LINE-TEXT
           ELSE
             STRING
               '  REQUESTER: '    DELIMITED BY SIZE
               RU-MST-REQUESTER   DELIMITED BY SIZE
               '  DEPT '          DELIMITED BY SIZE
               RU-MST-ORIGIN-DEPT DELIMITED BY SIZE
               '  '               DELIMITED BY SIZE
               RU-MST-DESCRIPTION DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-NOTICE-LINE

           STRING
             '  RECEIVED '      DELIMITED BY SIZE
             RU-MST-RECEIVED-DATE DELIMITED BY SIZE
             '  DUE '           DELIMITED BY SIZE
             RU-MST-DUE-DATE    DELIMITED BY SIZE
             '  RESULTS '       DELIMITED BY SIZE
             WS-GRP-COMPUTED-CT DELIMITED BY SIZE
             '  WITHDRAWN '     DELIMITED BY SIZE
             WS-GRP-WITHDRAWN-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE

           IF WS-PRIOR-DLV-CT > 0
             STRING
               '  REVISED - SUPERSEDES THE NOTICE OF ' DELIMITED BY SIZE
               WS-PRIOR-DLV-DATE  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-NOTICE-LINE
           END-IF

           MOVE '  RUN DATE  SEQ NO    CASE     OP    RESULT'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE

           MOVE 1 TO WS-R
           PERFORM WRITE-NOTICE-RESULT
             UNTIL WS-R > WS-RES-CT

           IF WS-GRP-COMPUTED-CT > WS-RES-CT
             STRING
               '  FIRST '         DELIMITED BY SIZE
               WS-RES-CT          DELIMITED BY SIZE
               ' RESULTS LISTED - CXREQINQ LISTS THE REST'
                                  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-NOTICE-LINE
           END-IF

           MOVE ALL '-' TO WS-RPT-LINE-TEXT(1:72)
           PERFORM WRITE-NOTICE-LINE

           MOVE WS-GRP-COMPUTED-CT TO RU-MST-DISTRIBUTED-CT
           MOVE WS-BUSINESS-DATE TO RU-MST-DISTRIBUTED-DATE
           ADD 1 TO WS-CTL-DELIVERED-CT

           IF WS-DLV-CT < WS-DLV-MAX
             ADD 1 TO WS-DLV-CT
             MOVE RU-MST-REQUEST-ID TO WS-DLV-REQUEST-ID(WS-DLV-CT)
             MOVE WS-GRP-COMPUTED-CT TO WS-DLV-COMPUTED-CT(WS-DLV-CT)
           ELSE
      * no room to post it: the request stays undelivered on the
      * event file and is delivered again on the next run
             DISPLAY 'CXREQUPD - DELIVERY TABLE FULL, REQUEST '
                  RU-MST-REQUEST-ID ' NOT POSTED'
           END-IF
           .
       WRITE-NOTICE-RESULT.
           MOVE WS-RES-RE(WS-R) TO WS-NUM-DISP-RE
           MOVE WS-RES-IM(WS-R) TO WS-NUM-DISP-IM
           STRING
             '  '                   DELIMITED BY SIZE
             WS-RES-DATE(WS-R)      DELIMITED BY SIZE
             '  '                   DELIMITED BY SIZE
             WS-RES-SEQ-NO(WS-R)    DELIMITED BY SIZE
             '  '                   DELIMITED BY SIZE
             WS-RES-CHAIN-ID(WS-R)  DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-RES-OPCODE(WS-R)    DELIMITED BY SIZE
             '  '                   DELIMITED BY SIZE
             WS-NUM-DISP-RE         DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-NUM-DISP-IM         DELIMITED BY SIZE
             ' J'                   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-NOTICE-LINE

           ADD 1 TO WS-R
           .
      ******************************************************************
      * Posts this run's deliveries to CXREQEV, now the sort has let
      * go of the file, so the next rebuild knows they went out.
      ******************************************************************
       POST-DELIVERY-EVENTS.
           OPEN EXTEND RU-EVENT-FILE
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-D
           PERFORM POST-ONE-DELIVERY
             UNTIL WS-D > WS-DLV-CT

           CLOSE RU-EVENT-FILE
           .
       POST-ONE-DELIVERY.
           MOVE SPACES TO RU-EV-EVENT-RECORD
           MOVE WS-DLV-REQUEST-ID(WS-D) TO RU-EV-REQUEST-ID
           SET RU-EV-STAGE-DISTRIBUTED TO TRUE
           MOVE WS-BUSINESS-DATE TO RU-EV-EVENT-DATE
           MOVE WS-DLV-COMPUTED-CT(WS-D) TO RU-EV-SEQ-NO
           PERFORM WRITE-REQUEST-EVENT

           ADD 1 TO WS-D
           .
      ******************************************************************
      * Stamps and writes the request event the caller has filled.
      ******************************************************************
       WRITE-REQUEST-EVENT.
           ACCEPT WS-EVENT-TIME FROM TIME
           MOVE WS-EVENT-TIME(1:6) TO RU-EV-EVENT-TIME
           MOVE 'CXREQUPD' TO RU-EV-SOURCE-PGM
           MOVE WS-RUN-NO TO RU-EV-RUN-NO
           MOVE 0 TO RU-EV-RESULT-RE
           MOVE 0 TO RU-EV-RESULT-IM

           WRITE RU-EV-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * The daily exceptions list: every request not yet delivered
      * whose due date has passed the business date, with how late
      * it is and what is holding it, and every request whose work
      * is moving with no registration card on the master.
      ******************************************************************
       LIST-REQUEST-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'OPEN REQUESTS PAST DUE  BUSINESS DATE ' DELIMITED BY SIZE
             WS-BUSINESS-DATE   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-EXCEPT-LINE
           MOVE 'REQUEST   REQUESTER             DEPT DUE       DAYS'
             TO WS-RPT-LINE-TEXT
           MOVE 'STATUS     SUSP    RESULTS/EXPECTED'
             TO WS-RPT-LINE-TEXT(55:35)
           PERFORM WRITE-EXCEPT-LINE

           OPEN INPUT RU-MASTER-FILE
           MOVE 'CXREQST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-MASTER-NEXT
           PERFORM CHECK-ONE-REQUEST
             UNTIL WS-EOF-YES

           CLOSE RU-MASTER-FILE
           MOVE 'N' TO WS-EOF-SW

           IF WS-CTL-OVERDUE-CT = 0 AND WS-CTL-MISSING-CT = 0
             MOVE '  NO EXCEPTIONS' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-EXCEPT-LINE
           END-IF
           .
       READ-MASTER-NEXT.
           READ RU-MASTER-FILE NEXT RECORD
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       CHECK-ONE-REQUEST.
           IF NOT RU-MST-STATUS-DISTRIBUTED
             ADD 1 TO WS-CTL-OPEN-CT

             IF RU-MST-DUE-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-CTL-OVERDUE-CT
               COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(RU-MST-DUE-DATE)
               COMPUTE WS-OVERDUE-DAYS = WS-TODAY-INT - WS-DATE-INT
               PERFORM SET-STATUS-TEXT
               COMPUTE WS-OUTSTANDING-CT = RU-MST-SUSPENDED-CT
                 - RU-MST-RESUBMITTED-CT - RU-MST-WITHDRAWN-CT
               IF WS-OUTSTANDING-CT < 0
                 MOVE 0 TO WS-OUTSTANDING-CT
               END-IF
               MOVE SPACES TO WS-RPT-LINE-TEXT
               MOVE RU-MST-REQUEST-ID TO WS-RPT-LINE-TEXT(1:8)
               MOVE RU-MST-REQUESTER TO WS-RPT-LINE-TEXT(11:20)
               MOVE RU-MST-ORIGIN-DEPT TO WS-RPT-LINE-TEXT(33:3)
               MOVE RU-MST-DUE-DATE TO WS-RPT-LINE-TEXT(38:8)
               MOVE WS-OVERDUE-DAYS TO WS-RPT-LINE-TEXT(48:5)
               MOVE WS-STATUS-TEXT TO WS-RPT-LINE-TEXT(55:12)
               MOVE WS-OUTSTANDING-CT TO WS-RPT-LINE-TEXT(66:6)
               MOVE RU-MST-COMPUTED-CT TO WS-RPT-LINE-TEXT(74:5)
               MOVE '/' TO WS-RPT-LINE-TEXT(79:1)
               MOVE RU-MST-EXPECTED-CT TO WS-RPT-LINE-TEXT(80:5)
               PERFORM WRITE-EXCEPT-LINE
             END-IF
           END-IF

           IF RU-MST-INTAKE-MISSING
             ADD 1 TO WS-CTL-MISSING-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               RU-MST-REQUEST-ID  DELIMITED BY SIZE
               '  NO REGISTRATION CARD - WORK FIRST SEEN '
                                  DELIMITED BY SIZE
               RU-MST-RECEIVED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-EXCEPT-LINE
           END-IF

           PERFORM READ-MASTER-NEXT
           .
       SET-STATUS-TEXT.
           EVALUATE TRUE
             WHEN RU-MST-STATUS-RECEIVED
               MOVE 'RECEIVED' TO WS-STATUS-TEXT
             WHEN RU-MST-STATUS-EDITED
               MOVE 'EDITED' TO WS-STATUS-TEXT
             WHEN RU-MST-STATUS-SUSPENDED
               MOVE 'SUSPENDED' TO WS-STATUS-TEXT
             WHEN RU-MST-STATUS-RESUBMITTED
               MOVE 'RESUBMITTED' TO WS-STATUS-TEXT
             WHEN RU-MST-STATUS-COMPUTED
               MOVE 'COMPUTED' TO WS-STATUS-TEXT
             WHEN RU-MST-STATUS-DISTRIBUTED
               MOVE 'DISTRIBUTED' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE
           .
      ******************************************************************
      * Prints the run's control totals on the update report.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CARDS READ: '     DELIMITED BY SIZE
             WS-CTL-CARD-CT     DELIMITED BY SIZE
             '  REGISTERED: '   DELIMITED BY SIZE
             WS-CTL-REGISTERED-CT DELIMITED BY SIZE
             '  REJECTED: '     DELIMITED BY SIZE
             WS-CTL-CARD-REJECT-CT DELIMITED BY SIZE
             '  UNCHANGED: '    DELIMITED BY SIZE
             WS-CTL-CARD-SAME-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'EVENTS READ: '    DELIMITED BY SIZE
             WS-CTL-EVENT-CT    DELIMITED BY SIZE
             '  REPEATS IGNORED: ' DELIMITED BY SIZE
             WS-CTL-DUP-CT      DELIMITED BY SIZE
             '  REQUESTS: '     DELIMITED BY SIZE
             WS-CTL-REQUEST-CT  DELIMITED BY SIZE
             '  NEW UNREGISTERED: ' DELIMITED BY SIZE
             WS-CTL-UNREG-CT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'DELIVERED: '      DELIMITED BY SIZE
             WS-CTL-DELIVERED-CT DELIMITED BY SIZE
             '  OPEN: '         DELIMITED BY SIZE
             WS-CTL-OPEN-CT     DELIMITED BY SIZE
             '  PAST DUE: '     DELIMITED BY SIZE
             WS-CTL-OVERDUE-CT  DELIMITED BY SIZE
             '  NO CARD: '      DELIMITED BY SIZE
             WS-CTL-MISSING-CT  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RU-REPORT-LINE
           WRITE RU-REPORT-LINE
           MOVE 'CXREQUPR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       WRITE-NOTICE-LINE.
           MOVE WS-RPT-LINE-TEXT TO RU-NOTICE-LINE
           WRITE RU-NOTICE-LINE
           MOVE 'CXREQNTC' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       WRITE-EXCEPT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RU-EXCEPT-LINE
           WRITE RU-EXCEPT-LINE
           MOVE 'CXREQEXR' TO WS-IO-FILE
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
             DISPLAY 'CXREQUPD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
