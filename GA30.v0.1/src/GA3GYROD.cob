       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3GYROD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GY-RATE-FILE ASSIGN TO "GA3GYRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT GY-PAIR-FILE ASSIGN TO "GA3PAIRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT GY-REPORT-FILE ASSIGN TO "GA3GYROR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GY-RATE-FILE
           RECORD CONTAINS 82 CHARACTERS.
       COPY GA3GYRT REPLACING ==(PRFX)== BY ==GY-==.
       FD  GY-PAIR-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  GY-PAIR-RECORD PIC X(102).
       FD  GY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA30.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ATT-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PLANE-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-STEP-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-NEW-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-FROM-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-TO-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-FIX-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-REV-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-DRIFT-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-THETA-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-GA-==.
      * the GA3PAIRS fixes, held by pair number so a rate sample can
      * name the one measured at its moment.
       01 WS-PAIR-TABLE.
         05 WS-PAIR-ENTRY PIC X(102) OCCURS 5000 TIMES.
       01 WS-PAIR-CT PIC 9(06) VALUE 0.
       01 WS-PAIR-OVER-CT PIC 9(06) VALUE 0.
      * one GA3PAIRS record, in the layout GA3RFDRV reads.
       01 WS-PAIR-VIEW.
         10 WS-PV-FROM-X
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10 WS-PV-FROM-Y
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10 WS-PV-FROM-Z
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10 WS-PV-TO-X
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10 WS-PV-TO-Y
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10 WS-PV-TO-Z
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CUR-TIME-V COMP-2.
       01 WS-PREV-TIME-V COMP-2.
       01 WS-SEED-TIME-V COMP-2.
       01 WS-DT-V COMP-2.
       01 WS-SINCE-V COMP-2.
       01 WS-PREV-XY-V COMP-2.
       01 WS-PREV-XZ-V COMP-2.
       01 WS-PREV-YZ-V COMP-2.
       01 WS-RATE-NORM-V COMP-2.
       01 WS-NORM-V COMP-2.
       01 WS-BIVNORM-V COMP-2.
       01 WS-SC-ABS-V COMP-2.
       01 WS-HALF-V COMP-2.
       01 WS-DRIFT-DEG-V COMP-2.
       01 WS-MAX-DRIFT-V COMP-2.
       01 WS-CUR-PLATFORM PIC X(08) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-GROUP-OPEN VALUE 'Y'.
       01 WS-SEEDED-SW PIC X(01) VALUE 'N'.
         88 WS-SEEDED VALUE 'Y'.
       01 WS-SAMPLE-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-SAMPLE-BAD VALUE 'Y'.
       01 WS-LINE-TAG PIC X(03) VALUE SPACES.
       01 WS-PLATFORM-NOTE PIC X(44) VALUE SPACES.
       01 WS-SAMPLE-CT PIC 9(06) VALUE 0.
       01 WS-FIX-CT PIC 9(06) VALUE 0.
       01 WS-CTL-PLATFORM-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SAMPLE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FIX-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FLAGGED-CT PIC 9(06) VALUE 0.
       01 WS-TIME-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SINCE-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SC-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-XY-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-XZ-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-YZ-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DEG-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PAIR-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-PAIR-EOF-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Attitude propagation from the gyro angular-rate logs carried
      * between fixes.  GA3GYRO holds each platform's rate samples in
      * time order; every step's incremental rotor is GA3ROTOR's
      * rotor in the plane of the rate bivector (the mean of the
      * rates at either end of the step) through the rate's norm
      * times the interval, and GA3MULT composes it on the right of
      * the running attitude - the rates are in platform axes - so
      * the report has the attitude rotor at every sample.
      *
      * A sample naming a GA3PAIRS fix has that pair solved by
      * GA3RFIND, as GA3RFDRV would solve it; the angle between the
      * propagated attitude and the fix is reported as the drift
      * accumulated since the platform was last seeded, and the
      * attitude is re-seeded from the fix.  Until a platform's
      * first fix its attitude is relative to its first sample.
      * Samples out of time order and fixes that are missing or
      * unsolvable are flagged and roll into the data-reject
      * condition code; propagation carries on past them.
      ******************************************************************
           OPEN INPUT GY-PAIR-FILE
           MOVE 'GA3PAIRS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PAIR-RECORD
           PERFORM LOAD-PAIR-RECORD
             UNTIL WS-PAIR-EOF-YES

           CLOSE GY-PAIR-FILE

           OPEN INPUT GY-RATE-FILE
           MOVE 'GA3GYRO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT GY-REPORT-FILE
           MOVE 'GA3GYROR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-PAIR-OVER-CT > 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'GA3PAIRS HOLDS '  DELIMITED BY SIZE
               WS-PAIR-OVER-CT    DELIMITED BY SIZE
               ' PAIRS BEYOND THE FIX TABLE - NOT USED'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-RATE-RECORD
           PERFORM PROPAGATE-ONE-SAMPLE
             UNTIL WS-EOF-YES

           IF WS-GROUP-OPEN
             PERFORM CLOSE-ONE-PLATFORM
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'PLATFORMS: '       DELIMITED BY SIZE
             WS-CTL-PLATFORM-CT  DELIMITED BY SIZE
             '  SAMPLES: '       DELIMITED BY SIZE
             WS-CTL-SAMPLE-CT    DELIMITED BY SIZE
             '  FIXES APPLIED: ' DELIMITED BY SIZE
             WS-CTL-FIX-CT       DELIMITED BY SIZE
             '  FLAGGED: '       DELIMITED BY SIZE
             WS-CTL-FLAGGED-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE GY-RATE-FILE
           CLOSE GY-REPORT-FILE

           IF WS-CTL-FLAGGED-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-PAIR-RECORD.
           READ GY-PAIR-FILE
             AT END
               SET WS-PAIR-EOF-YES TO TRUE
           END-READ
           .
       LOAD-PAIR-RECORD.
           IF WS-PAIR-CT < WS-ARRAY-MAX
             ADD 1 TO WS-PAIR-CT
             MOVE GY-PAIR-RECORD TO WS-PAIR-ENTRY(WS-PAIR-CT)
           ELSE
             ADD 1 TO WS-PAIR-OVER-CT
           END-IF

           PERFORM READ-PAIR-RECORD
           .
       READ-RATE-RECORD.
           READ GY-RATE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       PROPAGATE-ONE-SAMPLE.
           IF WS-GROUP-OPEN AND GY-PLATFORM-ID NOT = WS-CUR-PLATFORM
             PERFORM CLOSE-ONE-PLATFORM
           END-IF

           ADD 1 TO WS-CTL-SAMPLE-CT
           MOVE GY-SAMPLE-TIME TO WS-CUR-TIME-V
           MOVE 'N' TO WS-SAMPLE-BAD-SW
           MOVE SPACES TO WS-LINE-TAG

           IF NOT WS-GROUP-OPEN
             PERFORM OPEN-ONE-PLATFORM
           ELSE
             PERFORM ADVANCE-ONE-STEP
           END-IF
           ADD 1 TO WS-SAMPLE-CT

           IF NOT GY-NO-FIX
             PERFORM APPLY-ONE-FIX
           END-IF

           IF NOT WS-SAMPLE-BAD
             PERFORM REPORT-ATTITUDE
           END-IF

           PERFORM READ-RATE-RECORD
           .
      ******************************************************************
      * A platform's first sample starts it at the identity rotor;
      * the rates logged there open the first step.
      ******************************************************************
       OPEN-ONE-PLATFORM.
           SET WS-GROUP-OPEN TO TRUE
           MOVE GY-PLATFORM-ID TO WS-CUR-PLATFORM
           MOVE 'N' TO WS-SEEDED-SW
           MOVE 0 TO WS-SAMPLE-CT
           MOVE 0 TO WS-FIX-CT
           MOVE 0 TO WS-MAX-DRIFT-V

           INITIALIZE WS-ATT-MV3
           MOVE 1 TO WS-ATT-SC

           MOVE WS-CUR-TIME-V TO WS-PREV-TIME-V
           MOVE WS-CUR-TIME-V TO WS-SEED-TIME-V
           MOVE GY-RATE-XY TO WS-PREV-XY-V
           MOVE GY-RATE-XZ TO WS-PREV-XZ-V
           MOVE GY-RATE-YZ TO WS-PREV-YZ-V
           .
      ******************************************************************
      * One step: the rate held over the interval is the mean of the
      * two samples bounding it, and a still platform (zero rate)
      * keeps its attitude.  The composed rotor is renormalized each
      * step so rounding cannot grow into a scale error over a long
      * log.
      ******************************************************************
       ADVANCE-ONE-STEP.
           COMPUTE WS-DT-V = WS-CUR-TIME-V - WS-PREV-TIME-V

           IF WS-DT-V NOT > 0
             SET WS-SAMPLE-BAD TO TRUE
             ADD 1 TO WS-CTL-FLAGGED-CT
             MOVE GY-SAMPLE-TIME TO WS-TIME-DISP
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               WS-CUR-PLATFORM  DELIMITED BY SIZE
               ' T='            DELIMITED BY SIZE
               WS-TIME-DISP     DELIMITED BY SIZE
               ' FLAGGED - SAMPLE OUT OF TIME ORDER, SKIPPED'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             INITIALIZE WS-PLANE-MV3
             COMPUTE WS-PLANE-XY = (WS-PREV-XY-V + GY-RATE-XY) / 2
             COMPUTE WS-PLANE-XZ = (WS-PREV-XZ-V + GY-RATE-XZ) / 2
             COMPUTE WS-PLANE-YZ = (WS-PREV-YZ-V + GY-RATE-YZ) / 2
             COMPUTE WS-RATE-NORM-V = FUNCTION SQRT(
               WS-PLANE-XY * WS-PLANE-XY
               + WS-PLANE-XZ * WS-PLANE-XZ
               + WS-PLANE-YZ * WS-PLANE-YZ)

             IF WS-RATE-NORM-V > 0
               COMPUTE WS-THETA-V = WS-RATE-NORM-V * WS-DT-V
               CALL GA3-ROTOR-RETURN USING
                 WS-PLANE-MV3, WS-THETA-V, WS-STEP-MV3, WS-GA-STATUS
               CALL GA3-MULT-RETURN USING
                 WS-ATT-MV3, WS-STEP-MV3, WS-NEW-MV3
               PERFORM NORMALIZE-ATTITUDE
             END-IF

             MOVE WS-CUR-TIME-V TO WS-PREV-TIME-V
             MOVE GY-RATE-XY TO WS-PREV-XY-V
             MOVE GY-RATE-XZ TO WS-PREV-XZ-V
             MOVE GY-RATE-YZ TO WS-PREV-YZ-V
           END-IF
           .
       NORMALIZE-ATTITUDE.
           COMPUTE WS-NORM-V = FUNCTION SQRT(
             WS-NEW-SC * WS-NEW-SC
             + WS-NEW-XY * WS-NEW-XY
             + WS-NEW-XZ * WS-NEW-XZ
             + WS-NEW-YZ * WS-NEW-YZ)

           INITIALIZE WS-ATT-MV3
           COMPUTE WS-ATT-SC = WS-NEW-SC / WS-NORM-V
           COMPUTE WS-ATT-XY = WS-NEW-XY / WS-NORM-V
           COMPUTE WS-ATT-XZ = WS-NEW-XZ / WS-NORM-V
           COMPUTE WS-ATT-YZ = WS-NEW-YZ / WS-NORM-V
           .
      ******************************************************************
      * A fix taken at this sample: solve its pair the way GA3RFDRV
      * does, report the drift if the platform was already seeded,
      * and re-seed.  A fix that cannot be used leaves the
      * propagated attitude standing.
      ******************************************************************
       APPLY-ONE-FIX.
           IF GY-FIX-PAIR-NO > WS-PAIR-CT
             ADD 1 TO WS-CTL-FLAGGED-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               WS-CUR-PLATFORM  DELIMITED BY SIZE
               ' FIX PAIR '     DELIMITED BY SIZE
               GY-FIX-PAIR-NO   DELIMITED BY SIZE
               ' FLAGGED - NOT ON GA3PAIRS, NOT APPLIED'
                 DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE WS-PAIR-ENTRY(GY-FIX-PAIR-NO) TO WS-PAIR-VIEW
             INITIALIZE WS-FROM-MV3
             INITIALIZE WS-TO-MV3
             MOVE WS-PV-FROM-X TO WS-FROM-X
             MOVE WS-PV-FROM-Y TO WS-FROM-Y
             MOVE WS-PV-FROM-Z TO WS-FROM-Z
             MOVE WS-PV-TO-X TO WS-TO-X
             MOVE WS-PV-TO-Y TO WS-TO-Y
             MOVE WS-PV-TO-Z TO WS-TO-Z

             CALL GA3-ROTOR-FIND-RETURN USING
               WS-FROM-MV3, WS-TO-MV3, WS-FIX-MV3, WS-GA-STATUS

             IF WS-GA-STATUS-ERROR
               ADD 1 TO WS-CTL-FLAGGED-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 WS-CUR-PLATFORM  DELIMITED BY SIZE
                 ' FIX PAIR '     DELIMITED BY SIZE
                 GY-FIX-PAIR-NO   DELIMITED BY SIZE
                 ' FLAGGED - ZERO OR NEAR-ANTI-PARALLEL VECTORS, '
                   DELIMITED BY SIZE
                 'NOT APPLIED'    DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             ELSE
               IF WS-SEEDED
                 PERFORM REPORT-DRIFT
               END-IF
               MOVE WS-FIX-MV3 TO WS-ATT-MV3
               SET WS-SEEDED TO TRUE
               MOVE WS-CUR-TIME-V TO WS-SEED-TIME-V
               ADD 1 TO WS-FIX-CT
               ADD 1 TO WS-CTL-FIX-CT
               MOVE 'FIX' TO WS-LINE-TAG
             END-IF
           END-IF
           .
      ******************************************************************
      * The drift is the rotation still separating the propagated
      * attitude from the fix: the rotor R ~F, whose angle follows
      * from its scalar and bivector norm as in GA3RFDRV.  The
      * scalar's sign only picks which of a rotor's two signs came
      * out, so its magnitude is used.
      ******************************************************************
       REPORT-DRIFT.
           CALL GA3-REVERSE-RETURN USING WS-FIX-MV3, WS-REV-MV3
           CALL GA3-MULT-RETURN USING
             WS-ATT-MV3, WS-REV-MV3, WS-DRIFT-MV3

           COMPUTE WS-BIVNORM-V = FUNCTION SQRT(
             WS-DRIFT-XY * WS-DRIFT-XY
             + WS-DRIFT-XZ * WS-DRIFT-XZ
             + WS-DRIFT-YZ * WS-DRIFT-YZ)
           MOVE WS-DRIFT-SC TO WS-SC-ABS-V
           IF WS-SC-ABS-V < 0
             COMPUTE WS-SC-ABS-V = 0 - WS-SC-ABS-V
           END-IF

           IF WS-SC-ABS-V > 0
             COMPUTE WS-HALF-V =
               FUNCTION ATAN(WS-BIVNORM-V / WS-SC-ABS-V)
           ELSE
             COMPUTE WS-HALF-V = FUNCTION PI / 2
           END-IF
           COMPUTE WS-DRIFT-DEG-V = 2 * WS-HALF-V * 180 / FUNCTION PI
           IF WS-DRIFT-DEG-V > WS-MAX-DRIFT-V
             MOVE WS-DRIFT-DEG-V TO WS-MAX-DRIFT-V
           END-IF
           COMPUTE WS-SINCE-V = WS-CUR-TIME-V - WS-SEED-TIME-V

           MOVE WS-DRIFT-DEG-V TO WS-DEG-DISP
           MOVE WS-SINCE-V TO WS-SINCE-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-CUR-PLATFORM  DELIMITED BY SIZE
             ' FIX PAIR '     DELIMITED BY SIZE
             GY-FIX-PAIR-NO   DELIMITED BY SIZE
             ' DRIFT(DEG)='   DELIMITED BY SIZE
             WS-DEG-DISP      DELIMITED BY SIZE
             ' OVER SEC='     DELIMITED BY SIZE
             WS-SINCE-DISP    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       REPORT-ATTITUDE.
           MOVE GY-SAMPLE-TIME TO WS-TIME-DISP
           MOVE WS-ATT-SC TO WS-SC-DISP
           MOVE WS-ATT-XY TO WS-XY-DISP
           MOVE WS-ATT-XZ TO WS-XZ-DISP
           MOVE WS-ATT-YZ TO WS-YZ-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-CUR-PLATFORM  DELIMITED BY SIZE
             ' T='            DELIMITED BY SIZE
             WS-TIME-DISP     DELIMITED BY SIZE
             ' SC='           DELIMITED BY SIZE
             WS-SC-DISP       DELIMITED BY SIZE
             ' XY='           DELIMITED BY SIZE
             WS-XY-DISP       DELIMITED BY SIZE
             ' XZ='           DELIMITED BY SIZE
             WS-XZ-DISP       DELIMITED BY SIZE
             ' YZ='           DELIMITED BY SIZE
             WS-YZ-DISP       DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-LINE-TAG      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       CLOSE-ONE-PLATFORM.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           ADD 1 TO WS-CTL-PLATFORM-CT

           MOVE WS-MAX-DRIFT-V TO WS-DEG-DISP
           IF WS-SEEDED
             MOVE SPACES TO WS-PLATFORM-NOTE
           ELSE
             MOVE ' - NO FIX, ATTITUDE RELATIVE TO FIRST SAMPLE'
               TO WS-PLATFORM-NOTE
           END-IF
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'PLATFORM '        DELIMITED BY SIZE
             WS-CUR-PLATFORM    DELIMITED BY SIZE
             ' SAMPLES='        DELIMITED BY SIZE
             WS-SAMPLE-CT       DELIMITED BY SIZE
             ' FIXES='          DELIMITED BY SIZE
             WS-FIX-CT          DELIMITED BY SIZE
             ' MAX DRIFT(DEG)=' DELIMITED BY SIZE
             WS-DEG-DISP        DELIMITED BY SIZE
             WS-PLATFORM-NOTE   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO GY-REPORT-LINE
           WRITE GY-REPORT-LINE
           MOVE 'GA3GYROR' TO WS-IO-FILE
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
             DISPLAY 'GA3GYROD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=2 sw=2
