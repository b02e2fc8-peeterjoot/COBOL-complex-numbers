       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RL-PARM-FILE ASSIGN TO "CIMPROLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RL-REPORT-FILE ASSIGN TO "CIMPROLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RL-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RL-WORK-FILE ASSIGN TO "CIMPHSTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RL-AGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RL-ARCHIVE-FILE ASSIGN TO "CXARCHIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RL-SORT-FILE ASSIGN TO "CIMPROLW".
       DATA DIVISION.
       FILE SECTION.
       FD  RL-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RL-PARM-RECORD.
         10  RL-PARM-RETAIN-MONTHS PIC X(03).
         10  FILLER                PIC X(77).
       FD  RL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RL-REPORT-LINE PIC X(132).
       FD  RL-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==RL-HST-==.
       FD  RL-WORK-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  RL-WORK-RECORD PIC X(55).
       FD  RL-AGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  RL-AGG-LINE PIC X(140).
       FD  RL-ARCHIVE-FILE
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==RL-==.
       SD  RL-SORT-FILE.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==RL-SRT-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE.
         05 WS-RUN-YYYY PIC 9(04).
         05 WS-RUN-MM   PIC 9(02).
         05 WS-RUN-DD   PIC 9(02).
      ******************************************************************
      * the retention cutoff: readings of a month before
      * WS-CUTOFF-MONTH (YYYYMM) are rolled up.  The current month
      * and the WS-RETAIN-MONTHS whole months before it stay as
      * detail, so a month is always rolled whole.
      ******************************************************************
       01 WS-RETAIN-MONTHS PIC 9(03) VALUE 24.
       01 WS-MONTH-IX PIC 9(06) VALUE 0.
       01 WS-CUT-YYYY PIC 9(04) VALUE 0.
       01 WS-CUT-MM0  PIC 9(02) VALUE 0.
       01 WS-CUTOFF-MONTH PIC 9(06) VALUE 0.
       01 WS-READING-MONTH PIC 9(06) VALUE 0.
      * the branch-month being rolled up off the sorted readings
       01 WS-GRP-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-OPEN VALUE 'Y'.
       01 WS-GRP-BRANCH-ID PIC X(08) VALUE SPACES.
       01 WS-GRP-MONTH PIC 9(06) VALUE 0.
       01 WS-GRP-CT PIC 9(06) VALUE 0.
       01 WS-GRP-RE-SUM-V COMP-2.
       01 WS-GRP-IM-SUM-V COMP-2.
       01 WS-GRP-TEMP-CT PIC 9(06) VALUE 0.
       01 WS-GRP-TEMP-SUM-V COMP-2.
       01 WS-GRP-RE-MIN
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-RE-MAX
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-IM-MIN
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-IM-MAX
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==WS-AGG-==.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SORT-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT    PIC 9(08) VALUE 0.
       01 WS-CTL-RETAIN-CT  PIC 9(08) VALUE 0.
       01 WS-CTL-ROLLED-CT  PIC 9(08) VALUE 0.
       01 WS-CTL-AGG-CT     PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPROLL'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'X'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPROLL'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Reading-history compaction: CIMPHIST readings of months past
      * the retention cutoff (CIMPROLP columns 1-3, whole months
      * kept before the current one, default 24) are rolled up into
      * one CIMPHAGG record per branch per month (copy/CXIMPHAG.cpy
      * - count, mean, minimum and maximum of RE and IM, and mean
      * temperature).  The raw readings go onto the CXARCHIV
      * archive as type IMPHIST under the run date, where CXRETRV
      * retrieves them like any archived day, and CIMPHIST is
      * rewritten holding only the readings inside the cutoff - the
      * detail the trend inquiry, the outlier gate and the drift
      * jobs read every day.  The history inquiry lists a branch's
      * monthly aggregates ahead of its detail.
      * The run holds the master interlock exclusively, since the
      * maintenance jobs append to CIMPHIST under it.  CIMPHIST is
      * rewritten last, from the CIMPHSTW work copy of the retained
      * readings; should the run fail there, CIMPHSTW restores it.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-PARAMETER-CARD

           COMPUTE WS-MONTH-IX =
             WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-IX BY 12
             GIVING WS-CUT-YYYY REMAINDER WS-CUT-MM0
           COMPUTE WS-CUTOFF-MONTH =
             WS-CUT-YYYY * 100 + WS-CUT-MM0 + 1

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT RL-REPORT-FILE
           MOVE 'CIMPROLR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'READING HISTORY COMPACTION  RUN DATE ' DELIMITED BY SIZE
             WS-RUN-DATE                             DELIMITED BY SIZE
             '  MONTHS BEFORE '                      DELIMITED BY SIZE
             WS-CUTOFF-MONTH                         DELIMITED BY SIZE
             ' ROLLED UP'                            DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           SORT RL-SORT-FILE
             ON ASCENDING KEY RL-SRT-BRANCH-ID
                              RL-SRT-READING-DATE
             INPUT PROCEDURE IS SPLIT-HISTORY-FILE
             OUTPUT PROCEDURE IS WRITE-MONTH-AGGREGATES

           IF WS-CTL-ROLLED-CT > 0
             PERFORM REWRITE-HISTORY-FILE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'READINGS READ: '       DELIMITED BY SIZE
             WS-CTL-READ-CT          DELIMITED BY SIZE
             '  RETAINED: '          DELIMITED BY SIZE
             WS-CTL-RETAIN-CT        DELIMITED BY SIZE
             '  ROLLED UP: '         DELIMITED BY SIZE
             WS-CTL-ROLLED-CT        DELIMITED BY SIZE
             '  MONTHLY AGGREGATES: ' DELIMITED BY SIZE
             WS-CTL-AGG-CT           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE RL-REPORT-FILE

           DISPLAY 'CIMPROLL - READINGS ROLLED UP ' WS-CTL-ROLLED-CT
                ' INTO ' WS-CTL-AGG-CT ' MONTHLY AGGREGATES'

           PERFORM RELEASE-MASTER-LOCK

           GOBACK
           .
      ******************************************************************
      * Reads the optional CIMPROLP card.  No card, or blank months,
      * keeps the default retention; a count that is not a number
      * of months, or zero, refuses the run before anything moves.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT RL-PARM-FILE
           MOVE 'CIMPROLP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ RL-PARM-FILE
             AT END
               MOVE SPACES TO RL-PARM-RECORD
           END-READ

           IF RL-PARM-RETAIN-MONTHS NOT = SPACES
             IF RL-PARM-RETAIN-MONTHS NUMERIC
               MOVE RL-PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
             ELSE
               MOVE 0 TO WS-RETAIN-MONTHS
             END-IF
             IF WS-RETAIN-MONTHS = 0
               DISPLAY 'CIMPROLL - RETENTION MONTHS '
                    RL-PARM-RETAIN-MONTHS ' INVALID - RUN REFUSED'
               CLOSE RL-PARM-FILE
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           CLOSE RL-PARM-FILE
           .
      ******************************************************************
      * One pass of CIMPHIST: each reading inside the cutoff is
      * copied to the CIMPHSTW work file, each one before it is
      * archived and released to the sort for rolling up.
      ******************************************************************
       SPLIT-HISTORY-FILE.
           OPEN INPUT RL-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RL-WORK-FILE
           MOVE 'CIMPHSTW' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND RL-ARCHIVE-FILE
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM SPLIT-ONE-READING
             UNTIL WS-EOF-YES

           CLOSE RL-HISTORY-FILE
           CLOSE RL-WORK-FILE
           CLOSE RL-ARCHIVE-FILE
           .
       READ-HISTORY-RECORD.
           READ RL-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SPLIT-ONE-READING.
           ADD 1 TO WS-CTL-READ-CT

           MOVE 0 TO WS-READING-MONTH
           IF RL-HST-READING-DATE NUMERIC
             COMPUTE WS-READING-MONTH = RL-HST-READING-DATE / 100
           END-IF

           IF WS-READING-MONTH > 0
               AND WS-READING-MONTH < WS-CUTOFF-MONTH
             MOVE WS-RUN-DATE TO RL-ARCH-DATE
             MOVE 'IMPHIST' TO RL-ARCH-TYPE
             MOVE RL-HST-HISTORY-RECORD TO RL-ARCH-DATA
             WRITE RL-ARCHIVE-RECORD
             MOVE 'CXARCHIV' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             MOVE RL-HST-HISTORY-RECORD TO RL-SRT-HISTORY-RECORD
             RELEASE RL-SRT-HISTORY-RECORD
             ADD 1 TO WS-CTL-ROLLED-CT
           ELSE
             MOVE RL-HST-HISTORY-RECORD TO RL-WORK-RECORD
             WRITE RL-WORK-RECORD
             MOVE 'CIMPHSTW' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-RETAIN-CT
           END-IF

           PERFORM READ-HISTORY-RECORD
           .
      ******************************************************************
      * Returns the rolled readings in branch and date order and
      * closes a CIMPHAGG aggregate at every change of branch or
      * month.  Aggregates are appended, so each run's months follow
      * the earlier runs' on the file.
      ******************************************************************
       WRITE-MONTH-AGGREGATES.
           OPEN EXTEND RL-AGG-FILE
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM RETURN-SORTED-READING
           PERFORM ROLL-ONE-READING
             UNTIL WS-SORT-EOF-YES

           IF WS-GRP-OPEN
             PERFORM CLOSE-MONTH-AGGREGATE
           END-IF

           CLOSE RL-AGG-FILE
           .
       RETURN-SORTED-READING.
           RETURN RL-SORT-FILE
             AT END
               SET WS-SORT-EOF-YES TO TRUE
           END-RETURN
           .
       ROLL-ONE-READING.
           COMPUTE WS-READING-MONTH = RL-SRT-READING-DATE / 100

           IF NOT WS-GRP-OPEN
               OR RL-SRT-BRANCH-ID NOT = WS-GRP-BRANCH-ID
               OR WS-READING-MONTH NOT = WS-GRP-MONTH
             IF WS-GRP-OPEN
               PERFORM CLOSE-MONTH-AGGREGATE
             END-IF
             PERFORM OPEN-MONTH-AGGREGATE
           END-IF

           ADD 1 TO WS-GRP-CT
           COMPUTE WS-GRP-RE-SUM-V = WS-GRP-RE-SUM-V + RL-SRT-RE
           COMPUTE WS-GRP-IM-SUM-V = WS-GRP-IM-SUM-V + RL-SRT-IM
           IF RL-SRT-RE < WS-GRP-RE-MIN
             MOVE RL-SRT-RE TO WS-GRP-RE-MIN
           END-IF
           IF RL-SRT-RE > WS-GRP-RE-MAX
             MOVE RL-SRT-RE TO WS-GRP-RE-MAX
           END-IF
           IF RL-SRT-IM < WS-GRP-IM-MIN
             MOVE RL-SRT-IM TO WS-GRP-IM-MIN
           END-IF
           IF RL-SRT-IM > WS-GRP-IM-MAX
             MOVE RL-SRT-IM TO WS-GRP-IM-MAX
           END-IF
           IF RL-SRT-READING-TEMP NUMERIC
             ADD 1 TO WS-GRP-TEMP-CT
             COMPUTE WS-GRP-TEMP-SUM-V =
               WS-GRP-TEMP-SUM-V + RL-SRT-READING-TEMP
           END-IF

           PERFORM RETURN-SORTED-READING
           .
       OPEN-MONTH-AGGREGATE.
           SET WS-GRP-OPEN TO TRUE
           MOVE RL-SRT-BRANCH-ID TO WS-GRP-BRANCH-ID
           MOVE WS-READING-MONTH TO WS-GRP-MONTH
           MOVE 0 TO WS-GRP-CT
           MOVE 0 TO WS-GRP-RE-SUM-V
           MOVE 0 TO WS-GRP-IM-SUM-V
           MOVE 0 TO WS-GRP-TEMP-CT
           MOVE 0 TO WS-GRP-TEMP-SUM-V
           MOVE RL-SRT-RE TO WS-GRP-RE-MIN
           MOVE RL-SRT-RE TO WS-GRP-RE-MAX
           MOVE RL-SRT-IM TO WS-GRP-IM-MIN
           MOVE RL-SRT-IM TO WS-GRP-IM-MAX
           .
      * the temperature mean stays spaces, as on a reading taken
      * without a thermometer, when no reading of the month had one
       CLOSE-MONTH-AGGREGATE.
           MOVE SPACES TO WS-AGG-HISTAGG-RECORD
           MOVE WS-GRP-BRANCH-ID TO WS-AGG-BRANCH-ID
           MOVE WS-GRP-MONTH TO WS-AGG-AGG-MONTH
           MOVE WS-GRP-CT TO WS-AGG-READING-CT
           COMPUTE WS-AGG-RE-MEAN ROUNDED =
             WS-GRP-RE-SUM-V / WS-GRP-CT
           COMPUTE WS-AGG-IM-MEAN ROUNDED =
             WS-GRP-IM-SUM-V / WS-GRP-CT
           MOVE WS-GRP-RE-MIN TO WS-AGG-RE-MIN
           MOVE WS-GRP-RE-MAX TO WS-AGG-RE-MAX
           MOVE WS-GRP-IM-MIN TO WS-AGG-IM-MIN
           MOVE WS-GRP-IM-MAX TO WS-AGG-IM-MAX
           MOVE WS-GRP-TEMP-CT TO WS-AGG-TEMP-CT
           IF WS-GRP-TEMP-CT > 0
             COMPUTE WS-AGG-TEMP-MEAN ROUNDED =
               WS-GRP-TEMP-SUM-V / WS-GRP-TEMP-CT
           END-IF

           MOVE WS-AGG-HISTAGG-RECORD TO RL-AGG-LINE
           WRITE RL-AGG-LINE
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-AGG-CT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-AGG-BRANCH-ID     DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             WS-AGG-AGG-MONTH     DELIMITED BY SIZE
             ' READINGS='         DELIMITED BY SIZE
             WS-AGG-READING-CT    DELIMITED BY SIZE
             ' MEAN RE='          DELIMITED BY SIZE
             WS-AGG-RE-MEAN       DELIMITED BY SIZE
             ' IM='               DELIMITED BY SIZE
             WS-AGG-IM-MEAN       DELIMITED BY SIZE
             ' TEMP='             DELIMITED BY SIZE
             WS-AGG-TEMP-MEAN     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Replaces CIMPHIST with the retained readings off CIMPHSTW.
      ******************************************************************
       REWRITE-HISTORY-FILE.
           OPEN INPUT RL-WORK-FILE
           MOVE 'CIMPHSTW' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RL-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-WORK-RECORD
           PERFORM COPY-WORK-RECORD
             UNTIL WS-EOF-YES

           CLOSE RL-WORK-FILE
           CLOSE RL-HISTORY-FILE
           .
       READ-WORK-RECORD.
           READ RL-WORK-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       COPY-WORK-RECORD.
           MOVE RL-WORK-RECORD TO RL-HST-HISTORY-RECORD
           WRITE RL-HST-HISTORY-RECORD
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-WORK-RECORD
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RL-REPORT-LINE
           WRITE RL-REPORT-LINE
           MOVE 'CIMPROLR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it -
      * the discipline that used to be only operator memory.  The
      * release clears the registration at end of run; a lock left
      * behind by an abend shows on CENQMNT's stale-lock report.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CIMPROLL - CXIMPED IS HELD BY '
                  WS-ENQ-CONFLICT ' - RUN REFUSED'
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - RUN REFUSED'    DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS
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
             DISPLAY 'CIMPROLL - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
