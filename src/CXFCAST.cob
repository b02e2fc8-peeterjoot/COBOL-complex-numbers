       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXFCAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FC-CARD-FILE ASSIGN TO "CXFCASTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT FC-STEP-FILE ASSIGN TO "CXFCSTEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-FEED1-FILE ASSIGN TO "CXFEED1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-FEED2-FILE ASSIGN TO "CXFEED2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-MULT-FILE ASSIGN TO "MULTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-HIST-FILE ASSIGN TO "CXHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-PROG1-FILE ASSIGN TO "CXPROG1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL FC-PROG2-FILE ASSIGN TO "CXPROG2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT FC-REPORT-FILE ASSIGN TO "CXFCASTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FC-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FC-CARD-RECORD.
         10  FC-CARD-STEP            PIC X(08).
         10  FILLER                  PIC X(72).
       FD  FC-STEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXFCSTEP REPLACING ==(PRFX)== BY ==FC-SP-==.
       FD  FC-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==FC-RC-==.
       FD  FC-FEED1-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  FC-FEED1-RECORD PIC X(96).
       FD  FC-FEED2-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  FC-FEED2-RECORD PIC X(96).
       FD  FC-MULT-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  FC-MULT-RECORD PIC X(68).
       FD  FC-HIST-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY CXHIST REPLACING ==(PRFX)== BY ==FC-HS-==.
       FD  FC-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==FC-REG-==.
       FD  FC-PROG1-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXPROG REPLACING ==(PRFX)== BY ==FC-P1-==.
       FD  FC-PROG2-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXPROG REPLACING ==(PRFX)== BY ==FC-P2-==.
       FD  FC-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-TODAY PIC 9(08) VALUE 0.
      * the batch window, HHMM off CXPARM: it opens in the evening
      * and must be clear by the start of the online day
       01 WS-WINDOW-OPEN PIC 9(04) VALUE 1800.
       01 WS-DEADLINE PIC 9(04) VALUE 0600.
      * how many of each program's latest original runs make up its
      * trailing throughput
       01 WS-TRAIL-RUNS PIC 9(02) VALUE 5.
       01 WS-TRAIL-MAX PIC 9(02) VALUE 10.
       01 WS-TUNE-KEYWORD PIC X(16) VALUE SPACES.
       01 WS-TUNE-VALUE PIC S9(8)V9(8) VALUE 0.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TUNE-==.
      * the operator's override: the step now running, taken as the
      * schedule's position in place of what the registry shows
       01 WS-FROM-STEP PIC X(08) VALUE SPACES.
      * the step profile with, per step, what the forecast found:
      * finished or not, the input volume, the trailing runs of its
      * program, and the projected time, start and end
       01 WS-STEP-TABLE.
         05 WS-ST-CT PIC 9(02) VALUE 0.
         05 WS-ST-ENTRY OCCURS 30 TIMES.
           10 WS-ST-NAME PIC X(08).
           10 WS-ST-PROGRAM PIC X(08).
           10 WS-ST-VOL-ID-1 PIC X(08).
           10 WS-ST-VOL-ID-2 PIC X(08).
           10 WS-ST-DONE-JOB PIC X(08).
           10 WS-ST-DONE-FILE PIC X(08).
           10 WS-ST-FIXED PIC 9(06).
           10 WS-ST-DEF-RATE PIC 9(06).
           10 WS-ST-DONE-SW PIC X(01).
             88 WS-ST-DONE VALUE 'Y'.
           10 WS-ST-VOLUME PIC 9(09).
           10 WS-ST-HIST-CT PIC 9(02).
           10 WS-ST-HIST-NEXT PIC 9(02).
           10 WS-ST-HIST OCCURS 10 TIMES.
             15 WS-ST-H-REC PIC 9(08).
             15 WS-ST-H-SEC PIC 9(06).
           10 WS-ST-EST-SEC PIC 9(07).
           10 WS-ST-BASIS PIC X(08).
           10 WS-ST-START PIC 9(07).
           10 WS-ST-END PIC 9(07).
       01 WS-ST-MAX PIC 9(02) VALUE 30.
       01 WS-S PIC 9(02) VALUE 0.
       01 WS-H PIC 9(02) VALUE 0.
       01 WS-SUM-REC PIC 9(10) VALUE 0.
       01 WS-SUM-SEC PIC 9(08) VALUE 0.
       01 WS-LATER-DONE-SW PIC X(01) VALUE 'N'.
         88 WS-LATER-DONE VALUE 'Y'.
       01 WS-STEP-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-STEP-FOUND VALUE 'Y'.
      * today's input volumes: the envelope trailer count, or the
      * data records counted on a feed without an envelope
       01 WS-VOL-TABLE.
         05 WS-VOL-CT PIC 9(02) VALUE 0.
         05 WS-VOL-ENTRY OCCURS 3 TIMES.
           10 WS-VOL-ID PIC X(08).
           10 WS-VOL-COUNT PIC 9(09).
           10 WS-VOL-SOURCE PIC X(08).
       01 WS-V PIC 9(02) VALUE 0.
       01 WS-VOL-ARG PIC X(08) VALUE SPACES.
       01 WS-VOL-FOUND PIC 9(09) VALUE 0.
       01 WS-FD-DD PIC X(08) VALUE SPACES.
       01 WS-FD-LINE PIC X(96) VALUE SPACES.
       01 WS-FD-PRESENT-SW PIC X(01) VALUE 'Y'.
         88 WS-FD-PRESENT VALUE 'Y'.
       01 WS-FD-HDR-SW PIC X(01) VALUE 'N'.
         88 WS-FD-HDR-SEEN VALUE 'Y'.
       01 WS-FD-TRL-SW PIC X(01) VALUE 'N'.
         88 WS-FD-TRL-SEEN VALUE 'Y'.
       01 WS-FD-DATA-CT PIC 9(09) VALUE 0.
       01 WS-FD-FILE-ID PIC X(08) VALUE SPACES.
       01 WS-FD-TRL-CT PIC 9(09) VALUE 0.
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
      * the in-flight progress records of the checkpointing jobs
       01 WS-PROG-TABLE.
         05 WS-PG-CT PIC 9(01) VALUE 0.
         05 WS-PG-ENTRY OCCURS 2 TIMES.
           10 WS-PG-JOB PIC X(08).
           10 WS-PG-CKPT-DATE PIC 9(08).
           10 WS-PG-CKPT-TIME PIC 9(06).
           10 WS-PG-PROJ-TIME PIC 9(06).
       01 WS-P PIC 9(01) VALUE 0.
       01 WS-PG-HIT-SW PIC X(01) VALUE 'N'.
         88 WS-PG-HIT VALUE 'Y'.
      * clock arithmetic: times are carried as seconds since the
      * window opened, so a schedule running past midnight still
      * adds up
       01 WS-NOW-TIME PIC 9(08) VALUE 0.
       01 WS-HHMMSS PIC 9(06) VALUE 0.
       01 WS-HHMMSS-X REDEFINES WS-HHMMSS.
         05 WS-HMS-HH PIC 9(02).
         05 WS-HMS-MM PIC 9(02).
         05 WS-HMS-SS PIC 9(02).
       01 WS-CLOCK-SEC PIC S9(07) VALUE 0.
       01 WS-WIN-SEC PIC S9(07) VALUE 0.
       01 WS-OPEN-SEC PIC 9(05) VALUE 0.
       01 WS-NOW-WIN PIC 9(07) VALUE 0.
       01 WS-DEADLINE-WIN PIC 9(07) VALUE 0.
       01 WS-CURSOR PIC 9(07) VALUE 0.
       01 WS-FINISH-WIN PIC 9(07) VALUE 0.
       01 WS-DAY-SEC PIC 9(05) VALUE 86400.
       01 WS-CLOCK-DISP.
         05 WS-CD-HH PIC 9(02).
         05 FILLER PIC X(01) VALUE ':'.
         05 WS-CD-MM PIC 9(02).
         05 FILLER PIC X(01) VALUE ':'.
         05 WS-CD-SS PIC 9(02).
       01 WS-DAY-COUNT PIC 9(03) VALUE 0.
       01 WS-DAY-REM PIC 9(05) VALUE 0.
       01 WS-MIN-REM PIC 9(05) VALUE 0.
       01 WS-NOW-DISP PIC X(08) VALUE SPACES.
       01 WS-DEADLINE-DISP PIC X(08) VALUE SPACES.
       01 WS-FINISH-DISP PIC X(08) VALUE SPACES.
       01 WS-PENDING-CT PIC 9(02) VALUE 0.
       01 WS-FIRST-PENDING-SW PIC X(01) VALUE 'Y'.
         88 WS-FIRST-PENDING VALUE 'Y'.
       01 WS-LATE-STEP PIC 9(02) VALUE 0.
       01 WS-LATE-SW PIC X(01) VALUE 'N'.
         88 WS-LATE VALUE 'Y'.
       01 WS-MARGIN-MIN PIC 9(05) VALUE 0.
       01 WS-MARGIN-DISP PIC Z(04)9.
       01 WS-REJECT-CT PIC 9(04) VALUE 0.
       01 WS-RPT-STEP-LINE.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-STEP PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-PROGRAM PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-STATUS PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-VOLUME PIC Z(08)9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-EST PIC Z(06)9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-BASIS PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-START PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-END PIC X(08).
       01 WS-RPT-VOL-LINE.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-VOL-ID PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-VOL-COUNT PIC Z(08)9.
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-RPT-VOL-SOURCE PIC X(08).
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXFCAST'.
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
      * Batch-window completion forecast, run at any point in the
      * CXDAILY schedule.  The CXFCSTEP profile lists the schedule's
      * steps in order (see copy/CXFCSTEP.cpy).  The steps already
      * finished come off CXRUNREG for the CXRUNCTL business date -
      * or, when the operator keys the step now running on the
      * optional CXFCASTP card, everything ahead of it.  Each
      * remaining step is timed from today's input volumes - the
      * record counts on the envelope trailers of the keyed feed
      * (CXFEED1) and MULTTRAN, and the standing-order feed
      * (CXFEED2) counted once CXSTGEN has built it - at its
      * program's trailing throughput over the latest original runs
      * on CXHIST; a step in flight that keeps a CXPROGRS progress
      * file (CXPROG1-2) is taken at the completion that file
      * projects.  The steps are laid end to end from now and
      * CXFCASTR lists each one's projected start and end and the
      * schedule's finish against the window deadline.
      *
      * CXPARM keywords: FCAST-DEADLINE (HHMM, default 0600) the
      * start of the online day; FCAST-WINDOW-OPEN (HHMM, default
      * 1800) the evening the window opens, from which times past
      * midnight run on; FCAST-TRAIL-RUNS (default 5, at most 10)
      * the runs in the trailing throughput.
      *
      * A projected finish past the deadline is logged to the RUNLOG
      * at severity W naming the first step that crosses it - a
      * CXALRULE line for severity W, program CXFCAST, threshold
      * 00001 pages it through CXALERT - and ends the run with
      * condition code 4.  8 means a profile line or the card was
      * rejected; 12 an empty profile or an I-O failure.
      ******************************************************************
           PERFORM LOAD-TUNABLES
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM READ-OVERRIDE-CARD
           PERFORM LOAD-STEP-PROFILE
           PERFORM GATHER-VOLUMES
           PERFORM GATHER-HISTORY
           PERFORM GATHER-COMPLETION
           PERFORM GATHER-PROGRESS

           PERFORM PROJECT-SCHEDULE

           OPEN OUTPUT FC-REPORT-FILE
           MOVE 'CXFCASTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM PRINT-FORECAST
           CLOSE FC-REPORT-FILE

           PERFORM LOG-FORECAST

           EVALUATE TRUE
             WHEN WS-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-LATE
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
       LOAD-TUNABLES.
           MOVE 'FCAST-DEADLINE' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-DEADLINE
           END-IF

           MOVE 'FCAST-WINDOW-OPEN' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-WINDOW-OPEN
           END-IF

           MOVE 'FCAST-TRAIL-RUNS' TO WS-TUNE-KEYWORD
           CALL 'CTUNELK' USING
             WS-TUNE-KEYWORD, WS-TUNE-VALUE, WS-TUNE-STATUS
           IF WS-TUNE-STATUS-OK
             MOVE WS-TUNE-VALUE TO WS-TRAIL-RUNS
           END-IF
           IF WS-TRAIL-RUNS = 0
             MOVE 1 TO WS-TRAIL-RUNS
           END-IF
           IF WS-TRAIL-RUNS > WS-TRAIL-MAX
             MOVE WS-TRAIL-MAX TO WS-TRAIL-RUNS
           END-IF
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO WS-BUSINESS-DATE

           OPEN INPUT FC-RUNCTL-FILE
           MOVE 'CXRUNCTL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ FC-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF FC-RC-BUSINESS-DATE NUMERIC
                 MOVE FC-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-READ
           CLOSE FC-RUNCTL-FILE
           .
       READ-OVERRIDE-CARD.
           OPEN INPUT FC-CARD-FILE
           MOVE 'CXFCASTP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ FC-CARD-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE FC-CARD-STEP TO WS-FROM-STEP
           END-READ
           CLOSE FC-CARD-FILE
           .
      ******************************************************************
      * The step profile, in schedule order.  A line with no step
      * name or a time or rate that is not numeric is rejected and
      * the step left out of the forecast.
      ******************************************************************
       LOAD-STEP-PROFILE.
           OPEN INPUT FC-STEP-FILE
           MOVE 'CXFCSTEP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-STEP-FILE
           PERFORM TAKE-STEP-LINE
             UNTIL WS-EOF-YES
           CLOSE FC-STEP-FILE

           IF WS-ST-CT = 0
             DISPLAY 'CXFCAST - NO STEPS ON CXFCSTEP - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       READ-STEP-FILE.
           READ FC-STEP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       TAKE-STEP-LINE.
           IF FC-SP-STEP-NAME = SPACES
               OR FC-SP-FIXED-SECONDS NOT NUMERIC
               OR FC-SP-DEFAULT-RATE NOT NUMERIC
             ADD 1 TO WS-REJECT-CT
             DISPLAY 'CXFCAST - PROFILE LINE REJECTED: '
                  FC-SP-STEP-RECORD(1:40)
           ELSE
             IF WS-ST-CT = WS-ST-MAX
               DISPLAY 'CXFCAST - MORE THAN ' WS-ST-MAX
                    ' STEPS ON CXFCSTEP - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ST-CT
             MOVE WS-ST-CT TO WS-S
             INITIALIZE WS-ST-ENTRY(WS-S)
             MOVE FC-SP-STEP-NAME TO WS-ST-NAME(WS-S)
             MOVE FC-SP-PROGRAM TO WS-ST-PROGRAM(WS-S)
             MOVE FC-SP-VOLUME-ID-1 TO WS-ST-VOL-ID-1(WS-S)
             MOVE FC-SP-VOLUME-ID-2 TO WS-ST-VOL-ID-2(WS-S)
             MOVE FC-SP-DONE-JOB TO WS-ST-DONE-JOB(WS-S)
             MOVE FC-SP-DONE-FILE TO WS-ST-DONE-FILE(WS-S)
             MOVE FC-SP-FIXED-SECONDS TO WS-ST-FIXED(WS-S)
             MOVE FC-SP-DEFAULT-RATE TO WS-ST-DEF-RATE(WS-S)
             MOVE 'N' TO WS-ST-DONE-SW(WS-S)
           END-IF

           PERFORM READ-STEP-FILE
           .
      ******************************************************************
      * Today's input volumes.  An enveloped feed is taken at its
      * trailer's count under the header's file id; a feed without
      * an envelope is counted under its DD name; a feed not yet
      * there (the standing feed before CXSTGEN has run) counts
      * nothing.
      ******************************************************************
       GATHER-VOLUMES.
           MOVE 'CXFEED1' TO WS-FD-DD
           PERFORM BEGIN-FEED
           OPEN INPUT FC-FEED1-FILE
           PERFORM NOTE-FEED-OPEN
           PERFORM READ-FEED1-FILE
           PERFORM TAKE-FEED1-RECORD
             UNTIL WS-EOF-YES
           CLOSE FC-FEED1-FILE
           PERFORM END-FEED

           MOVE 'CXFEED2' TO WS-FD-DD
           PERFORM BEGIN-FEED
           OPEN INPUT FC-FEED2-FILE
           PERFORM NOTE-FEED-OPEN
           PERFORM READ-FEED2-FILE
           PERFORM TAKE-FEED2-RECORD
             UNTIL WS-EOF-YES
           CLOSE FC-FEED2-FILE
           PERFORM END-FEED

           MOVE 'MULTTRAN' TO WS-FD-DD
           PERFORM BEGIN-FEED
           OPEN INPUT FC-MULT-FILE
           PERFORM NOTE-FEED-OPEN
           PERFORM READ-MULT-FILE
           PERFORM TAKE-MULT-RECORD
             UNTIL WS-EOF-YES
           CLOSE FC-MULT-FILE
           PERFORM END-FEED
           .
       BEGIN-FEED.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'Y' TO WS-FD-PRESENT-SW
           MOVE 'N' TO WS-FD-HDR-SW
           MOVE 'N' TO WS-FD-TRL-SW
           MOVE 0 TO WS-FD-DATA-CT
           MOVE 0 TO WS-FD-TRL-CT
           MOVE WS-FD-DD TO WS-FD-FILE-ID
           MOVE WS-FD-DD TO WS-IO-FILE
           .
       NOTE-FEED-OPEN.
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           IF WS-IO-STATUS = '05'
             MOVE 'N' TO WS-FD-PRESENT-SW
           END-IF
           .
       READ-FEED1-FILE.
           READ FC-FEED1-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-FEED1-RECORD.
           MOVE FC-FEED1-RECORD TO WS-FD-LINE
           PERFORM TAKE-FEED-LINE
           PERFORM READ-FEED1-FILE
           .
       READ-FEED2-FILE.
           READ FC-FEED2-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-FEED2-RECORD.
           MOVE FC-FEED2-RECORD TO WS-FD-LINE
           PERFORM TAKE-FEED-LINE
           PERFORM READ-FEED2-FILE
           .
       READ-MULT-FILE.
           READ FC-MULT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-MULT-RECORD.
           MOVE FC-MULT-RECORD TO WS-FD-LINE
           PERFORM TAKE-FEED-LINE
           PERFORM READ-MULT-FILE
           .
       TAKE-FEED-LINE.
           EVALUATE TRUE
             WHEN WS-FD-LINE(1:3) = 'HDR' AND WS-FD-DATA-CT = 0
               SET WS-FD-HDR-SEEN TO TRUE
               MOVE WS-FD-LINE(1:42) TO WS-ENVELOPE-RECORD
               MOVE WS-ENV-FILE-ID TO WS-FD-FILE-ID
             WHEN WS-FD-LINE(1:3) = 'TRL' AND WS-FD-HDR-SEEN
               SET WS-FD-TRL-SEEN TO TRUE
               MOVE WS-FD-LINE(1:42) TO WS-ENVELOPE-RECORD
               IF WS-ENV-RECORD-CT NUMERIC
                 MOVE WS-ENV-RECORD-CT TO WS-FD-TRL-CT
               ELSE
                 MOVE WS-FD-DATA-CT TO WS-FD-TRL-CT
               END-IF
             WHEN OTHER
               ADD 1 TO WS-FD-DATA-CT
           END-EVALUATE
           .
       END-FEED.
           ADD 1 TO WS-VOL-CT
           MOVE WS-FD-FILE-ID TO WS-VOL-ID(WS-VOL-CT)
           EVALUATE TRUE
             WHEN NOT WS-FD-PRESENT
               MOVE 0 TO WS-VOL-COUNT(WS-VOL-CT)
               MOVE 'ABSENT' TO WS-VOL-SOURCE(WS-VOL-CT)
             WHEN WS-FD-TRL-SEEN
               MOVE WS-FD-TRL-CT TO WS-VOL-COUNT(WS-VOL-CT)
               MOVE 'ENVELOPE' TO WS-VOL-SOURCE(WS-VOL-CT)
             WHEN OTHER
               MOVE WS-FD-DATA-CT TO WS-VOL-COUNT(WS-VOL-CT)
               MOVE 'COUNTED' TO WS-VOL-SOURCE(WS-VOL-CT)
           END-EVALUATE
           .
      ******************************************************************
      * The latest original runs of each step's program off CXHIST,
      * oldest overwritten first once the trailing count is reached;
      * a rerun reprocesses a file already counted and is left out,
      * the same as in the capacity trend.
      ******************************************************************
       GATHER-HISTORY.
           OPEN INPUT FC-HIST-FILE
           MOVE 'CXHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HIST-FILE
           PERFORM TAKE-HIST-RECORD
             UNTIL WS-EOF-YES
           CLOSE FC-HIST-FILE
           .
       READ-HIST-FILE.
           READ FC-HIST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-HIST-RECORD.
           IF NOT FC-HS-RUN-RERUN
             MOVE 1 TO WS-S
             PERFORM NOTE-HIST-FOR-STEP
               UNTIL WS-S > WS-ST-CT
           END-IF
           PERFORM READ-HIST-FILE
           .
       NOTE-HIST-FOR-STEP.
           IF WS-ST-PROGRAM(WS-S) = FC-HS-JOB-NAME
             ADD 1 TO WS-ST-HIST-NEXT(WS-S)
             IF WS-ST-HIST-NEXT(WS-S) > WS-TRAIL-RUNS
               MOVE 1 TO WS-ST-HIST-NEXT(WS-S)
             END-IF
             MOVE WS-ST-HIST-NEXT(WS-S) TO WS-H
             MOVE FC-HS-RECORDS-PROCESSED TO WS-ST-H-REC(WS-S, WS-H)
             MOVE FC-HS-ELAPSED-SECONDS TO WS-ST-H-SEC(WS-S, WS-H)
             IF WS-ST-HIST-CT(WS-S) < WS-TRAIL-RUNS
               ADD 1 TO WS-ST-HIST-CT(WS-S)
             END-IF
           END-IF
           ADD 1 TO WS-S
           .
      ******************************************************************
      * Which steps have finished: the registry's entries for the
      * business date mark the steps that register, and a step that
      * does not register is finished once a later one has.  The
      * operator's card, when keyed, overrides both.
      ******************************************************************
       GATHER-COMPLETION.
           OPEN INPUT FC-RUNREG-FILE
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-RUNREG-FILE
           PERFORM TAKE-RUNREG-RECORD
             UNTIL WS-EOF-YES
           CLOSE FC-RUNREG-FILE

           MOVE 'N' TO WS-LATER-DONE-SW
           MOVE WS-ST-CT TO WS-S
           PERFORM CARRY-DONE-BACK
             UNTIL WS-S = 0

           IF WS-FROM-STEP NOT = SPACES
             PERFORM APPLY-OVERRIDE
           END-IF
           .
       READ-RUNREG-FILE.
           READ FC-RUNREG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TAKE-RUNREG-RECORD.
           IF FC-REG-BUSINESS-DATE = WS-BUSINESS-DATE
             MOVE 1 TO WS-S
             PERFORM MARK-STEP-DONE
               UNTIL WS-S > WS-ST-CT
           END-IF
           PERFORM READ-RUNREG-FILE
           .
       MARK-STEP-DONE.
           IF WS-ST-DONE-JOB(WS-S) NOT = SPACES
               AND WS-ST-DONE-JOB(WS-S) = FC-REG-JOB-NAME
               AND (WS-ST-DONE-FILE(WS-S) = SPACES
                 OR WS-ST-DONE-FILE(WS-S) = FC-REG-FILE-ID)
             MOVE 'Y' TO WS-ST-DONE-SW(WS-S)
           END-IF
           ADD 1 TO WS-S
           .
       CARRY-DONE-BACK.
           IF WS-LATER-DONE
             MOVE 'Y' TO WS-ST-DONE-SW(WS-S)
           END-IF
           IF WS-ST-DONE(WS-S)
             SET WS-LATER-DONE TO TRUE
           END-IF
           SUBTRACT 1 FROM WS-S
           .
      ******************************************************************
      * A card naming no profile step is rejected and the registry's
      * view stands.
      ******************************************************************
       APPLY-OVERRIDE.
           MOVE 'N' TO WS-STEP-FOUND-SW
           MOVE 1 TO WS-S
           PERFORM PROBE-OVERRIDE-STEP
             UNTIL WS-STEP-FOUND OR WS-S > WS-ST-CT

           IF WS-STEP-FOUND
             MOVE 'N' TO WS-STEP-FOUND-SW
             MOVE 1 TO WS-S
             PERFORM OVERRIDE-ONE-STEP
               UNTIL WS-S > WS-ST-CT
           ELSE
             ADD 1 TO WS-REJECT-CT
             DISPLAY 'CXFCAST - CXFCASTP STEP ' WS-FROM-STEP
                  ' NOT ON CXFCSTEP - CARD IGNORED'
             MOVE SPACES TO WS-FROM-STEP
           END-IF
           .
       PROBE-OVERRIDE-STEP.
           IF WS-ST-NAME(WS-S) = WS-FROM-STEP
             SET WS-STEP-FOUND TO TRUE
           ELSE
             ADD 1 TO WS-S
           END-IF
           .
       OVERRIDE-ONE-STEP.
           IF WS-ST-NAME(WS-S) = WS-FROM-STEP
             SET WS-STEP-FOUND TO TRUE
           END-IF
           IF WS-STEP-FOUND
             MOVE 'N' TO WS-ST-DONE-SW(WS-S)
           ELSE
             MOVE 'Y' TO WS-ST-DONE-SW(WS-S)
           END-IF
           ADD 1 TO WS-S
           .
      ******************************************************************
      * The progress records of the checkpointing jobs (COMPLEX and
      * MULT), when their files are there.
      ******************************************************************
       GATHER-PROGRESS.
           OPEN INPUT FC-PROG1-FILE
           MOVE 'CXPROG1' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           READ FC-PROG1-FILE
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO WS-PG-CT
               MOVE FC-P1-JOB-NAME TO WS-PG-JOB(WS-PG-CT)
               MOVE FC-P1-CKPT-DATE TO WS-PG-CKPT-DATE(WS-PG-CT)
               MOVE FC-P1-CKPT-TIME TO WS-PG-CKPT-TIME(WS-PG-CT)
               MOVE FC-P1-PROJ-TIME TO WS-PG-PROJ-TIME(WS-PG-CT)
           END-READ
           CLOSE FC-PROG1-FILE

           OPEN INPUT FC-PROG2-FILE
           MOVE 'CXPROG2' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           READ FC-PROG2-FILE
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO WS-PG-CT
               MOVE FC-P2-JOB-NAME TO WS-PG-JOB(WS-PG-CT)
               MOVE FC-P2-CKPT-DATE TO WS-PG-CKPT-DATE(WS-PG-CT)
               MOVE FC-P2-CKPT-TIME TO WS-PG-CKPT-TIME(WS-PG-CT)
               MOVE FC-P2-PROJ-TIME TO WS-PG-PROJ-TIME(WS-PG-CT)
           END-READ
           CLOSE FC-PROG2-FILE
           .
      ******************************************************************
      * Lays the remaining steps end to end from now.  The first of
      * them is the one running or about to run: when its program's
      * progress file was checkpointed today and projects a
      * completion, that stands as its end.  Like the progress
      * projection itself, a checkpoint taken before midnight is not
      * carried past it.
      ******************************************************************
       PROJECT-SCHEDULE.
           DIVIDE WS-WINDOW-OPEN BY 100
             GIVING WS-HMS-HH REMAINDER WS-HMS-MM
           COMPUTE WS-OPEN-SEC = (WS-HMS-HH * 3600) + (WS-HMS-MM * 60)

           MOVE WS-NOW-TIME(1:6) TO WS-HHMMSS
           PERFORM CLOCK-TO-WINDOW
           MOVE WS-WIN-SEC TO WS-NOW-WIN

           COMPUTE WS-HHMMSS = WS-DEADLINE * 100
           PERFORM CLOCK-TO-WINDOW
           MOVE WS-WIN-SEC TO WS-DEADLINE-WIN

           MOVE WS-NOW-WIN TO WS-CURSOR
           MOVE 1 TO WS-S
           PERFORM PROJECT-ONE-STEP
             UNTIL WS-S > WS-ST-CT
           MOVE WS-CURSOR TO WS-FINISH-WIN

           IF WS-PENDING-CT > 0
               AND WS-FINISH-WIN > WS-DEADLINE-WIN
             SET WS-LATE TO TRUE
             COMPUTE WS-MARGIN-MIN =
               (WS-FINISH-WIN - WS-DEADLINE-WIN + 59) / 60
           ELSE
             IF WS-DEADLINE-WIN > WS-FINISH-WIN
               COMPUTE WS-MARGIN-MIN =
                 (WS-DEADLINE-WIN - WS-FINISH-WIN) / 60
             END-IF
           END-IF
           .
       PROJECT-ONE-STEP.
           IF WS-ST-DONE(WS-S)
             MOVE 'DONE' TO WS-ST-BASIS(WS-S)
           ELSE
             ADD 1 TO WS-PENDING-CT
             PERFORM ESTIMATE-STEP
             MOVE WS-CURSOR TO WS-ST-START(WS-S)
             COMPUTE WS-ST-END(WS-S) =
               WS-CURSOR + WS-ST-EST-SEC(WS-S)
             IF WS-FIRST-PENDING
               PERFORM FIND-PROGRESS
               IF WS-PG-HIT
                 MOVE WS-PG-PROJ-TIME(WS-P) TO WS-HHMMSS
                 PERFORM CLOCK-TO-WINDOW
                 IF WS-WIN-SEC < WS-CURSOR
                   MOVE WS-CURSOR TO WS-WIN-SEC
                 END-IF
                 MOVE WS-WIN-SEC TO WS-ST-END(WS-S)
                 COMPUTE WS-ST-EST-SEC(WS-S) =
                   WS-ST-END(WS-S) - WS-CURSOR
                 MOVE 'PROGRESS' TO WS-ST-BASIS(WS-S)
               END-IF
             END-IF
             MOVE 'N' TO WS-FIRST-PENDING-SW
             MOVE WS-ST-END(WS-S) TO WS-CURSOR
             IF WS-CURSOR > WS-DEADLINE-WIN AND WS-LATE-STEP = 0
               MOVE WS-S TO WS-LATE-STEP
             END-IF
           END-IF
           ADD 1 TO WS-S
           .
      ******************************************************************
      * One step's running time: its volume at the trailing
      * throughput, its trailing average when no volume drives it,
      * and the profile's fixed time and default rate until the
      * program has history.
      ******************************************************************
       ESTIMATE-STEP.
           MOVE WS-ST-VOL-ID-1(WS-S) TO WS-VOL-ARG
           PERFORM FIND-VOLUME
           MOVE WS-VOL-FOUND TO WS-ST-VOLUME(WS-S)
           MOVE WS-ST-VOL-ID-2(WS-S) TO WS-VOL-ARG
           PERFORM FIND-VOLUME
           ADD WS-VOL-FOUND TO WS-ST-VOLUME(WS-S)

           MOVE 0 TO WS-SUM-REC
           MOVE 0 TO WS-SUM-SEC
           MOVE 1 TO WS-H
           PERFORM SUM-STEP-HISTORY
             UNTIL WS-H > WS-ST-HIST-CT(WS-S)

           EVALUATE TRUE
             WHEN WS-ST-VOL-ID-1(WS-S) = SPACES
                 AND WS-ST-VOL-ID-2(WS-S) = SPACES
                 AND WS-ST-HIST-CT(WS-S) > 0
               COMPUTE WS-ST-EST-SEC(WS-S) ROUNDED =
                 WS-SUM-SEC / WS-ST-HIST-CT(WS-S)
               MOVE 'AVERAGE' TO WS-ST-BASIS(WS-S)
             WHEN WS-ST-VOL-ID-1(WS-S) = SPACES
                 AND WS-ST-VOL-ID-2(WS-S) = SPACES
               MOVE WS-ST-FIXED(WS-S) TO WS-ST-EST-SEC(WS-S)
               MOVE 'FIXED' TO WS-ST-BASIS(WS-S)
             WHEN WS-SUM-REC > 0
               COMPUTE WS-ST-EST-SEC(WS-S) ROUNDED =
                 WS-ST-VOLUME(WS-S) * WS-SUM-SEC / WS-SUM-REC
               MOVE 'HISTORY' TO WS-ST-BASIS(WS-S)
             WHEN WS-ST-DEF-RATE(WS-S) > 0
               COMPUTE WS-ST-EST-SEC(WS-S) ROUNDED =
                 WS-ST-FIXED(WS-S)
                 + (WS-ST-VOLUME(WS-S) / WS-ST-DEF-RATE(WS-S))
               MOVE 'DEFAULT' TO WS-ST-BASIS(WS-S)
             WHEN OTHER
               MOVE WS-ST-FIXED(WS-S) TO WS-ST-EST-SEC(WS-S)
               MOVE 'DEFAULT' TO WS-ST-BASIS(WS-S)
           END-EVALUATE
           .
       SUM-STEP-HISTORY.
           ADD WS-ST-H-REC(WS-S, WS-H) TO WS-SUM-REC
           ADD WS-ST-H-SEC(WS-S, WS-H) TO WS-SUM-SEC
           ADD 1 TO WS-H
           .
       FIND-VOLUME.
           MOVE 0 TO WS-VOL-FOUND
           IF WS-VOL-ARG NOT = SPACES
             MOVE 1 TO WS-V
             PERFORM PROBE-VOLUME
               UNTIL WS-V > WS-VOL-CT
           END-IF
           .
       PROBE-VOLUME.
           IF WS-VOL-ID(WS-V) = WS-VOL-ARG
             ADD WS-VOL-COUNT(WS-V) TO WS-VOL-FOUND
           END-IF
           ADD 1 TO WS-V
           .
       FIND-PROGRESS.
           MOVE 'N' TO WS-PG-HIT-SW
           MOVE 1 TO WS-P
           PERFORM PROBE-PROGRESS
             UNTIL WS-PG-HIT OR WS-P > WS-PG-CT
           .
       PROBE-PROGRESS.
           IF WS-PG-JOB(WS-P) = WS-ST-PROGRAM(WS-S)
               AND WS-PG-CKPT-DATE(WS-P) = WS-TODAY
               AND WS-PG-PROJ-TIME(WS-P) > 0
             SET WS-PG-HIT TO TRUE
           ELSE
             ADD 1 TO WS-P
           END-IF
           .
      ******************************************************************
      * Clock time HHMMSS to seconds since the window opened, and
      * back to a clock time for the report.
      ******************************************************************
       CLOCK-TO-WINDOW.
           COMPUTE WS-CLOCK-SEC =
             (WS-HMS-HH * 3600) + (WS-HMS-MM * 60) + WS-HMS-SS
           COMPUTE WS-WIN-SEC = WS-CLOCK-SEC - WS-OPEN-SEC
           IF WS-WIN-SEC < 0
             ADD WS-DAY-SEC TO WS-WIN-SEC
           END-IF
           .
       WINDOW-TO-CLOCK.
           COMPUTE WS-CLOCK-SEC = WS-WIN-SEC + WS-OPEN-SEC
           DIVIDE WS-CLOCK-SEC BY WS-DAY-SEC
             GIVING WS-DAY-COUNT REMAINDER WS-DAY-REM
           DIVIDE WS-DAY-REM BY 3600
             GIVING WS-CD-HH REMAINDER WS-MIN-REM
           DIVIDE WS-MIN-REM BY 60
             GIVING WS-CD-MM REMAINDER WS-CD-SS
           .
      ******************************************************************
      * CXFCASTR: the position and the clock, each step's projection,
      * the volumes it was made from, and the verdict.
      ******************************************************************
       PRINT-FORECAST.
           MOVE WS-NOW-WIN TO WS-WIN-SEC
           PERFORM WINDOW-TO-CLOCK
           MOVE WS-CLOCK-DISP TO WS-NOW-DISP
           MOVE WS-DEADLINE-WIN TO WS-WIN-SEC
           PERFORM WINDOW-TO-CLOCK
           MOVE WS-CLOCK-DISP TO WS-DEADLINE-DISP
           MOVE WS-FINISH-WIN TO WS-WIN-SEC
           PERFORM WINDOW-TO-CLOCK
           MOVE WS-CLOCK-DISP TO WS-FINISH-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CXFCAST BATCH-WINDOW FORECAST - BUSINESS DATE '
               DELIMITED BY SIZE
             WS-BUSINESS-DATE DELIMITED BY SIZE
             '  AT ' DELIMITED BY SIZE
             WS-NOW-DISP DELIMITED BY SIZE
             '  DEADLINE ' DELIMITED BY SIZE
             WS-DEADLINE-DISP DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-FROM-STEP NOT = SPACES
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'POSITION KEYED BY OPERATOR: ' DELIMITED BY SIZE
               WS-FROM-STEP DELIMITED BY SIZE
               ' RUNNING' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  STEP      PROGRAM   STATUS       VOLUME  EST SECS'
               DELIMITED BY SIZE
             '  BASIS     START     END' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'Y' TO WS-FIRST-PENDING-SW
           MOVE 1 TO WS-S
           PERFORM PRINT-STEP-LINE
             UNTIL WS-S > WS-ST-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 'INPUT VOLUMES' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-V
           PERFORM PRINT-VOLUME-LINE
             UNTIL WS-V > WS-VOL-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MARGIN-MIN TO WS-MARGIN-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           EVALUATE TRUE
             WHEN WS-PENDING-CT = 0
               MOVE 'SCHEDULE COMPLETE - NOTHING LEFT TO FORECAST'
                 TO WS-RPT-LINE-TEXT
             WHEN WS-LATE
               STRING
                 'SCHEDULE PROJECTED TO FINISH ' DELIMITED BY SIZE
                 WS-FINISH-DISP DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-MARGIN-DISP DELIMITED BY SIZE
                 ' MIN PAST THE DEADLINE, FIRST CROSSED BY '
                   DELIMITED BY SIZE
                 WS-ST-NAME(WS-LATE-STEP) DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN OTHER
               STRING
                 'SCHEDULE PROJECTED TO FINISH ' DELIMITED BY SIZE
                 WS-FINISH-DISP DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-MARGIN-DISP DELIMITED BY SIZE
                 ' MIN INSIDE THE DEADLINE' DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           .
       PRINT-STEP-LINE.
           MOVE SPACES TO WS-RPT-STEP-LINE
           MOVE WS-ST-NAME(WS-S) TO WS-RPT-STEP
           MOVE WS-ST-PROGRAM(WS-S) TO WS-RPT-PROGRAM
           IF WS-ST-DONE(WS-S)
             MOVE 'DONE' TO WS-RPT-STATUS
             MOVE SPACES TO WS-RPT-BASIS
           ELSE
             IF WS-FIRST-PENDING
               MOVE 'IN HAND' TO WS-RPT-STATUS
             ELSE
               MOVE 'WAITING' TO WS-RPT-STATUS
             END-IF
             MOVE 'N' TO WS-FIRST-PENDING-SW
             MOVE WS-ST-VOLUME(WS-S) TO WS-RPT-VOLUME
             MOVE WS-ST-EST-SEC(WS-S) TO WS-RPT-EST
             MOVE WS-ST-BASIS(WS-S) TO WS-RPT-BASIS
             MOVE WS-ST-START(WS-S) TO WS-WIN-SEC
             PERFORM WINDOW-TO-CLOCK
             MOVE WS-CLOCK-DISP TO WS-RPT-START
             MOVE WS-ST-END(WS-S) TO WS-WIN-SEC
             PERFORM WINDOW-TO-CLOCK
             MOVE WS-CLOCK-DISP TO WS-RPT-END
           END-IF
           MOVE WS-RPT-STEP-LINE TO WS-RPT-LINE-TEXT
           IF WS-S = WS-LATE-STEP
             MOVE '<< PAST DEADLINE' TO WS-RPT-LINE-TEXT(86:16)
           END-IF
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-S
           .
       PRINT-VOLUME-LINE.
           MOVE WS-VOL-ID(WS-V) TO WS-RPT-VOL-ID
           MOVE WS-VOL-COUNT(WS-V) TO WS-RPT-VOL-COUNT
           MOVE WS-VOL-SOURCE(WS-V) TO WS-RPT-VOL-SOURCE
           MOVE WS-RPT-VOL-LINE TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-V
           .
      ******************************************************************
      * Every forecast goes on the RUNLOG; one past the deadline goes
      * at severity W for CXALERT to page on.
      ******************************************************************
       LOG-FORECAST.
           MOVE SPACES TO WS-LOG-MSG
           EVALUATE TRUE
             WHEN WS-PENDING-CT = 0
               MOVE 'I' TO WS-LOG-SEV
               MOVE 'SCHEDULE COMPLETE' TO WS-LOG-MSG
             WHEN WS-LATE
               MOVE 'W' TO WS-LOG-SEV
               STRING
                 'PROJECTED END ' DELIMITED BY SIZE
                 WS-FINISH-DISP DELIMITED BY SIZE
                 ' PAST DEADLINE ' DELIMITED BY SIZE
                 WS-DEADLINE-DISP(1:5) DELIMITED BY SIZE
                 ' AT ' DELIMITED BY SIZE
                 WS-ST-NAME(WS-LATE-STEP) DELIMITED BY SIZE
                 INTO WS-LOG-MSG
             WHEN OTHER
               MOVE 'I' TO WS-LOG-SEV
               STRING
                 'PROJECTED END ' DELIMITED BY SIZE
                 WS-FINISH-DISP DELIMITED BY SIZE
                 ' DEADLINE ' DELIMITED BY SIZE
                 WS-DEADLINE-DISP(1:5) DELIMITED BY SIZE
                 ' ON TIME' DELIMITED BY SIZE
                 INTO WS-LOG-MSG
           END-EVALUATE
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           DISPLAY 'CXFCAST - ' WS-LOG-MSG
           .
       CHECK-READ-STATUS.
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO FC-REPORT-LINE
           WRITE FC-REPORT-LINE
           MOVE 'CXFCASTR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
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
             DISPLAY 'CXFCAST - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
