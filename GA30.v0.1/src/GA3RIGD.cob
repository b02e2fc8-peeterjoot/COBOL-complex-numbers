       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3RIGD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RB-CARD-FILE ASSIGN TO "GA3RBCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RB-IN-FILE ASSIGN TO "GA3PTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RB-OUT-FILE ASSIGN TO "GA3PTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RB-RESTART-FILE ASSIGN TO "GA3RBRST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RB-REPORT-FILE ASSIGN TO "GA3RBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RB-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GA3RBCD REPLACING ==(PRFX)== BY ==RB-==.
       FD  RB-IN-FILE
           RECORD CONTAINS 63 CHARACTERS.
       COPY GA3PNT REPLACING ==(PRFX)== BY ==RB-IN-==.
       FD  RB-OUT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       COPY GA3PNT REPLACING ==(PRFX)== BY ==RB-OUT-==.
       FD  RB-RESTART-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY CXRSTRT REPLACING ==(PRFX)== BY ==RB-CK-==.
       FD  RB-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RB-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA30.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ROTOR-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ROTREV-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-RV-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-CUR-IN-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-CUR-OUT-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ANCHOR-IN-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ANCHOR-OUT-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PREV-IN-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PREV-OUT-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PART-IN-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PART-OUT-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-YAW-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PITCH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ROLL-==.
      * the first and the latest point read, held raw while a restart
      * skips past the checkpointed records.
       COPY GA3PNT REPLACING ==(PRFX)== BY ==WS-ANC-==.
       COPY GA3PNT REPLACING ==(PRFX)== BY ==WS-PRV-==.
       01 WS-TRANS-X-V COMP-2 VALUE 0.
       01 WS-TRANS-Y-V COMP-2 VALUE 0.
       01 WS-TRANS-Z-V COMP-2 VALUE 0.
      * distances in and out may differ by this much, in the point
      * file's own units, before a point is flagged.
       01 WS-TOLERANCE-V COMP-2 VALUE 0.000001.
       01 WS-UNIT-TOL-V COMP-2 VALUE 0.000001.
       01 WS-NORM-V COMP-2.
       01 WS-DX-V COMP-2.
       01 WS-DY-V COMP-2.
       01 WS-DZ-V COMP-2.
       01 WS-DIST-IN-V COMP-2.
       01 WS-DIST-OUT-V COMP-2.
       01 WS-DEV-V COMP-2.
       01 WS-MAX-DEV-V COMP-2 VALUE 0.
       01 WS-PART-NAME PIC X(08) VALUE SPACES.
       01 WS-CARD-ERROR PIC X(40) VALUE SPACES.
       01 WS-CARD-I PIC 9(01) VALUE 0.
       01 WS-CARD-VAL-CT PIC 9(01) VALUE 0.
       01 WS-CARD-CT PIC 9(04) VALUE 0.
       01 WS-ROTATION-SW PIC X(01) VALUE 'N'.
         88 WS-ROTATION-GIVEN VALUE 'Y'.
       01 WS-ANCHOR-SW PIC X(01) VALUE 'N'.
         88 WS-ANCHOR-HELD VALUE 'Y'.
       01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-CARD-EOF-YES VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RESTART-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-RESTART-EOF-YES VALUE 'Y'.
       01 WS-POINT-SEQ-NO PIC 9(08) VALUE 0.
       01 WS-CKPT-SEQ-NO PIC 9(08) VALUE 0.
       01 WS-LAST-PROCESSED-SEQ-NO PIC 9(08) VALUE 0.
       01 WS-CKPT-INTERVAL PIC 9(04) VALUE 1000.
       01 WS-CTL-POINT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-FLAGGED-CT PIC 9(08) VALUE 0.
      * past this many, flagged points are counted but not listed.
       01 WS-FLAG-LINE-MAX PIC 9(04) VALUE 100.
       01 WS-DEV-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       01 WS-LOG-PGM PIC X(08) VALUE SPACES.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Rigid-body transformation of the survey and fixture teams'
      * 3D point files into the reference frame.  The GA3RBCD cards
      * give the rotation - a rotor as GA3RFDRV or GA3RAVGD writes
      * one, or yaw/pitch/roll through GA3EUL2R - and the
      * translation; each GA3PTIN point p goes out on GA3PTOUT as
      * R p ~R + t under its own identifier, the rotor applied by
      * GA3MULT the way GA3ROT applies one.
      *
      * A rigid motion keeps every distance, so each point's
      * distance to the file's first point and to the point before
      * it is compared in and out; a change beyond the tolerance
      * flags the point and rolls into the data-reject condition
      * code.  A rotor card that is not unit length would scale the
      * whole file and is refused before any point is read.
      *
      * Progress checkpoints to GA3RBRST the way MULT3 checkpoints
      * to MLT3RSTR: a restart skips the points already recorded
      * there and appends to GA3PTOUT, so points written after the
      * last checkpoint and before the failure go out twice and the
      * receiver keeps the later copy.
      ******************************************************************
           MOVE 'GA3RIGD' TO WS-LOG-PGM
           MOVE 'I' TO WS-LOG-SEV
           MOVE 'RUN STARTED' TO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           OPEN OUTPUT RB-REPORT-FILE
           MOVE 'GA3RBRPT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-TRANSFORM-CARDS

           IF WS-CARD-ERROR NOT = SPACES
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'TRANSFORM CARDS REFUSED - ' DELIMITED BY SIZE
               WS-CARD-ERROR                DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             MOVE 'E' TO WS-LOG-SEV
             MOVE SPACES TO WS-LOG-MSG
             STRING
               'CARDS REFUSED - ' DELIMITED BY SIZE
               WS-CARD-ERROR      DELIMITED BY SIZE
               INTO WS-LOG-MSG
             CALL 'CRUNLOG' USING
               WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
             CLOSE RB-REPORT-FILE
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           CALL GA3-REVERSE-RETURN USING WS-ROTOR-MV3, WS-ROTREV-MV3

           PERFORM LOAD-CHECKPOINT

           OPEN INPUT RB-IN-FILE
           MOVE 'GA3PTIN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           IF WS-CKPT-SEQ-NO > 0
             OPEN EXTEND RB-OUT-FILE
           ELSE
             OPEN OUTPUT RB-OUT-FILE
           END-IF
           MOVE 'GA3PTOUT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-POINT-RECORD
           PERFORM SKIP-CHECKPOINTED-RECORDS
           IF WS-CKPT-SEQ-NO > 0 AND WS-POINT-SEQ-NO > 0
             PERFORM RESTORE-CHECK-POINTS
           END-IF

           PERFORM PROCESS-POINT-RECORD
             UNTIL WS-EOF-YES

           IF WS-LAST-PROCESSED-SEQ-NO NOT = 0
             PERFORM WRITE-CHECKPOINT-RECORD
           END-IF

           MOVE WS-MAX-DEV-V TO WS-DEV-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'POINTS READ: '      DELIMITED BY SIZE
             WS-POINT-SEQ-NO      DELIMITED BY SIZE
             '  TRANSFORMED: '    DELIMITED BY SIZE
             WS-CTL-POINT-CT      DELIMITED BY SIZE
             '  FLAGGED: '        DELIMITED BY SIZE
             WS-CTL-FLAGGED-CT    DELIMITED BY SIZE
             '  MAX DISTANCE CHANGE: ' DELIMITED BY SIZE
             WS-DEV-DISP          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'RUN ENDED READ=' DELIMITED BY SIZE
             WS-POINT-SEQ-NO   DELIMITED BY SIZE
             ' FLAGGED='       DELIMITED BY SIZE
             WS-CTL-FLAGGED-CT DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           CLOSE RB-IN-FILE
           MOVE 'GA3PTIN' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE RB-OUT-FILE
           MOVE 'GA3PTOUT' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE RB-RESTART-FILE
           MOVE 'GA3RBRST' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE RB-REPORT-FILE

           IF WS-CTL-FLAGGED-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Reads the transform cards.  The last R or E card read sets
      * the rotation; anything the cards cannot stand behind leaves
      * WS-CARD-ERROR saying why.
      ******************************************************************
       READ-TRANSFORM-CARDS.
           OPEN INPUT RB-CARD-FILE
           MOVE 'GA3RBCD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CARD-RECORD
           PERFORM TAKE-ONE-CARD
             UNTIL WS-CARD-EOF-YES
                OR WS-CARD-ERROR NOT = SPACES

           CLOSE RB-CARD-FILE

           IF WS-CARD-ERROR = SPACES AND NOT WS-ROTATION-GIVEN
             MOVE 'NO ROTOR (R) OR EULER (E) CARD'
               TO WS-CARD-ERROR
           END-IF
           .
       READ-CARD-RECORD.
           READ RB-CARD-FILE
             AT END
               SET WS-CARD-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CARD-CT
           END-READ
           .
       TAKE-ONE-CARD.
           EVALUATE TRUE
             WHEN RB-CARD-ROTOR
               MOVE 4 TO WS-CARD-VAL-CT
             WHEN RB-CARD-EULER
               MOVE 3 TO WS-CARD-VAL-CT
             WHEN RB-CARD-TRANSLATE
               MOVE 4 TO WS-CARD-VAL-CT
             WHEN OTHER
               MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERROR
           END-EVALUATE

           IF WS-CARD-ERROR = SPACES
             MOVE 1 TO WS-CARD-I
             PERFORM CHECK-CARD-VALUE
               UNTIL WS-CARD-I > WS-CARD-VAL-CT
                  OR WS-CARD-ERROR NOT = SPACES
           END-IF

           IF WS-CARD-ERROR = SPACES
             EVALUATE TRUE
               WHEN RB-CARD-ROTOR
                 PERFORM TAKE-ROTOR-CARD
               WHEN RB-CARD-EULER
                 PERFORM TAKE-EULER-CARD
               WHEN RB-CARD-TRANSLATE
                 PERFORM TAKE-TRANSLATE-CARD
             END-EVALUATE
           END-IF

           PERFORM READ-CARD-RECORD
           .
       CHECK-CARD-VALUE.
           IF RB-CARD-VAL(WS-CARD-I) NOT NUMERIC
             STRING
               'CARD TYPE '  DELIMITED BY SIZE
               RB-CARD-TYPE  DELIMITED BY SIZE
               ' VALUE NOT NUMERIC' DELIMITED BY SIZE
               INTO WS-CARD-ERROR
           END-IF
           ADD 1 TO WS-CARD-I
           .
       TAKE-ROTOR-CARD.
           INITIALIZE WS-ROTOR-MV3
           MOVE RB-CARD-VAL(1) TO WS-ROTOR-SC
           MOVE RB-CARD-VAL(2) TO WS-ROTOR-XY
           MOVE RB-CARD-VAL(3) TO WS-ROTOR-XZ
           MOVE RB-CARD-VAL(4) TO WS-ROTOR-YZ

           COMPUTE WS-NORM-V = FUNCTION SQRT(
             WS-ROTOR-SC * WS-ROTOR-SC
             + WS-ROTOR-XY * WS-ROTOR-XY
             + WS-ROTOR-XZ * WS-ROTOR-XZ
             + WS-ROTOR-YZ * WS-ROTOR-YZ)

           IF WS-NORM-V > 1 + WS-UNIT-TOL-V
              OR WS-NORM-V < 1 - WS-UNIT-TOL-V
             MOVE 'ROTOR NOT UNIT LENGTH' TO WS-CARD-ERROR
           ELSE
             SET WS-ROTATION-GIVEN TO TRUE
           END-IF
           .
       TAKE-EULER-CARD.
           COMPUTE WS-YAW-V = RB-CARD-VAL(1) * FUNCTION PI / 180
           COMPUTE WS-PITCH-V = RB-CARD-VAL(2) * FUNCTION PI / 180
           COMPUTE WS-ROLL-V = RB-CARD-VAL(3) * FUNCTION PI / 180

           CALL GA3-EULER-TO-ROTOR-RETURN USING
             WS-YAW-V, WS-PITCH-V, WS-ROLL-V, WS-ROTOR-MV3
           SET WS-ROTATION-GIVEN TO TRUE
           .
       TAKE-TRANSLATE-CARD.
           MOVE RB-CARD-VAL(1) TO WS-TRANS-X-V
           MOVE RB-CARD-VAL(2) TO WS-TRANS-Y-V
           MOVE RB-CARD-VAL(3) TO WS-TRANS-Z-V
           IF RB-CARD-VAL(4) > 0
             MOVE RB-CARD-VAL(4) TO WS-TOLERANCE-V
           END-IF
           .
      ******************************************************************
      * Scans the restart file for the highest point sequence number
      * already checkpointed, then reopens it in EXTEND mode so this
      * run's own checkpoints append after it - MULT3's shape.
      ******************************************************************
       LOAD-CHECKPOINT.
           OPEN INPUT RB-RESTART-FILE
           MOVE 'GA3RBRST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CHECKPOINT-RECORD
             UNTIL WS-RESTART-EOF-YES

           CLOSE RB-RESTART-FILE
           OPEN EXTEND RB-RESTART-FILE
           MOVE 'GA3RBRST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       READ-CHECKPOINT-RECORD.
           READ RB-RESTART-FILE
             AT END
               SET WS-RESTART-EOF-YES TO TRUE
             NOT AT END
               MOVE RB-CK-SEQ-NO TO WS-CKPT-SEQ-NO
           END-READ
           .
       SKIP-CHECKPOINTED-RECORDS.
           PERFORM SKIP-ONE-RECORD
             UNTIL WS-EOF-YES
                OR WS-POINT-SEQ-NO > WS-CKPT-SEQ-NO
           .
       SKIP-ONE-RECORD.
           IF WS-POINT-SEQ-NO = 1
             MOVE RB-IN-POINT-RECORD TO WS-ANC-POINT-RECORD
           END-IF
           MOVE RB-IN-POINT-RECORD TO WS-PRV-POINT-RECORD

           PERFORM READ-POINT-RECORD
           .
      ******************************************************************
      * After a restart the first point and the last one skipped are
      * transformed again, so the distance checks carry on as if the
      * run had never stopped.
      ******************************************************************
       RESTORE-CHECK-POINTS.
           INITIALIZE WS-CUR-IN-MV3
           MOVE WS-ANC-PT-X TO WS-CUR-IN-X
           MOVE WS-ANC-PT-Y TO WS-CUR-IN-Y
           MOVE WS-ANC-PT-Z TO WS-CUR-IN-Z
           PERFORM TRANSFORM-POINT
           MOVE WS-CUR-IN-MV3 TO WS-ANCHOR-IN-MV3
           MOVE WS-CUR-OUT-MV3 TO WS-ANCHOR-OUT-MV3
           SET WS-ANCHOR-HELD TO TRUE

           INITIALIZE WS-CUR-IN-MV3
           MOVE WS-PRV-PT-X TO WS-CUR-IN-X
           MOVE WS-PRV-PT-Y TO WS-CUR-IN-Y
           MOVE WS-PRV-PT-Z TO WS-CUR-IN-Z
           PERFORM TRANSFORM-POINT
           MOVE WS-CUR-IN-MV3 TO WS-PREV-IN-MV3
           MOVE WS-CUR-OUT-MV3 TO WS-PREV-OUT-MV3
           .
       READ-POINT-RECORD.
           READ RB-IN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
             ADD 1 TO WS-POINT-SEQ-NO
           END-IF
           .
      ******************************************************************
      * Transforms and writes one point, checks its distances to the
      * first point and to the one before it, and checkpoints on the
      * interval.
      ******************************************************************
       PROCESS-POINT-RECORD.
           INITIALIZE WS-CUR-IN-MV3
           MOVE RB-IN-PT-X TO WS-CUR-IN-X
           MOVE RB-IN-PT-Y TO WS-CUR-IN-Y
           MOVE RB-IN-PT-Z TO WS-CUR-IN-Z
           PERFORM TRANSFORM-POINT
           ADD 1 TO WS-CTL-POINT-CT

           MOVE RB-IN-POINT-ID TO RB-OUT-POINT-ID
           MOVE WS-CUR-OUT-X TO RB-OUT-PT-X
           MOVE WS-CUR-OUT-Y TO RB-OUT-PT-Y
           MOVE WS-CUR-OUT-Z TO RB-OUT-PT-Z
           WRITE RB-OUT-POINT-RECORD
           MOVE 'GA3PTOUT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-ANCHOR-HELD
             MOVE WS-ANCHOR-IN-MV3 TO WS-PART-IN-MV3
             MOVE WS-ANCHOR-OUT-MV3 TO WS-PART-OUT-MV3
             MOVE 'FIRST' TO WS-PART-NAME
             PERFORM CHECK-ONE-DISTANCE
             IF WS-POINT-SEQ-NO > 2
               MOVE WS-PREV-IN-MV3 TO WS-PART-IN-MV3
               MOVE WS-PREV-OUT-MV3 TO WS-PART-OUT-MV3
               MOVE 'PREVIOUS' TO WS-PART-NAME
               PERFORM CHECK-ONE-DISTANCE
             END-IF
           ELSE
             MOVE WS-CUR-IN-MV3 TO WS-ANCHOR-IN-MV3
             MOVE WS-CUR-OUT-MV3 TO WS-ANCHOR-OUT-MV3
             SET WS-ANCHOR-HELD TO TRUE
           END-IF
           MOVE WS-CUR-IN-MV3 TO WS-PREV-IN-MV3
           MOVE WS-CUR-OUT-MV3 TO WS-PREV-OUT-MV3

           MOVE WS-POINT-SEQ-NO TO WS-LAST-PROCESSED-SEQ-NO
           IF FUNCTION MOD(WS-LAST-PROCESSED-SEQ-NO, WS-CKPT-INTERVAL)
               = 0
             PERFORM WRITE-CHECKPOINT-RECORD
           END-IF

           PERFORM READ-POINT-RECORD
           .
      ******************************************************************
      * R p ~R + t, the sandwich product GA3ROT uses with the rotor
      * already in hand.
      ******************************************************************
       TRANSFORM-POINT.
           CALL GA3-MULT-RETURN USING
             WS-ROTOR-MV3, WS-CUR-IN-MV3, WS-RV-MV3
           CALL GA3-MULT-RETURN USING
             WS-RV-MV3, WS-ROTREV-MV3, WS-CUR-OUT-MV3

           ADD WS-TRANS-X-V TO WS-CUR-OUT-X
           ADD WS-TRANS-Y-V TO WS-CUR-OUT-Y
           ADD WS-TRANS-Z-V TO WS-CUR-OUT-Z
           .
       CHECK-ONE-DISTANCE.
           COMPUTE WS-DX-V = WS-CUR-IN-X - WS-PART-IN-X
           COMPUTE WS-DY-V = WS-CUR-IN-Y - WS-PART-IN-Y
           COMPUTE WS-DZ-V = WS-CUR-IN-Z - WS-PART-IN-Z
           COMPUTE WS-DIST-IN-V = FUNCTION SQRT(
             WS-DX-V * WS-DX-V + WS-DY-V * WS-DY-V
             + WS-DZ-V * WS-DZ-V)

           COMPUTE WS-DX-V = WS-CUR-OUT-X - WS-PART-OUT-X
           COMPUTE WS-DY-V = WS-CUR-OUT-Y - WS-PART-OUT-Y
           COMPUTE WS-DZ-V = WS-CUR-OUT-Z - WS-PART-OUT-Z
           COMPUTE WS-DIST-OUT-V = FUNCTION SQRT(
             WS-DX-V * WS-DX-V + WS-DY-V * WS-DY-V
             + WS-DZ-V * WS-DZ-V)

           COMPUTE WS-DEV-V = WS-DIST-OUT-V - WS-DIST-IN-V
           IF WS-DEV-V < 0
             COMPUTE WS-DEV-V = 0 - WS-DEV-V
           END-IF
           IF WS-DEV-V > WS-MAX-DEV-V
             MOVE WS-DEV-V TO WS-MAX-DEV-V
           END-IF

           IF WS-DEV-V > WS-TOLERANCE-V
             ADD 1 TO WS-CTL-FLAGGED-CT
             IF WS-CTL-FLAGGED-CT NOT > WS-FLAG-LINE-MAX
               MOVE WS-DEV-V TO WS-DEV-DISP
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'POINT '         DELIMITED BY SIZE
                 RB-IN-POINT-ID   DELIMITED BY SIZE
                 ' SEQ '          DELIMITED BY SIZE
                 WS-POINT-SEQ-NO  DELIMITED BY SIZE
                 ' FLAGGED - DISTANCE TO ' DELIMITED BY SIZE
                 WS-PART-NAME     DELIMITED BY SPACE
                 ' POINT CHANGED BY ' DELIMITED BY SIZE
                 WS-DEV-DISP      DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF
           .
       WRITE-CHECKPOINT-RECORD.
           MOVE WS-LAST-PROCESSED-SEQ-NO TO RB-CK-SEQ-NO
           WRITE RB-CK-RESTART-RECORD
           MOVE 'GA3RBRST' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE 'GA3RBRPT' TO WS-IO-FILE
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
             DISPLAY 'GA3RIGD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=2 sw=2
