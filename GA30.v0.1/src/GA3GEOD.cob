       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3GEOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GE-CASE-FILE ASSIGN TO "GA3GEOM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT GE-REPORT-FILE ASSIGN TO "GA3GEOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GE-CASE-FILE
           RECORD CONTAINS 241 CHARACTERS.
       COPY GA3GEOM REPLACING ==(PRFX)== BY ==GE-==.
       FD  GE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GE-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA30.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PT1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-VEC1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PT2-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-VEC2-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PLANE1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PLANE2-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-OUT1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-OUT2-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-DIST-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-GA-==.
       01 WS-CASE-NO PIC 9(06) VALUE 0.
       01 WS-VAL-I PIC 9(02) VALUE 0.
       01 WS-REJECT-TEXT PIC X(40) VALUE SPACES.
       01 WS-CTL-SOLVED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-PARALLEL-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CLEAR-CT PIC 9(06) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-X-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-Y-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-Z-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIST-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-LABEL PIC X(12) VALUE SPACES.
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
      * Line and plane geometry for the clearance checks: each
      * GA3GEOM case is a line meeting a plane (GA3LXP), two planes
      * meeting in a line (GA3PXP), or two lines and the shortest
      * distance between them (GA3LLD), and the report carries the
      * meeting point, the meeting line, or the distance and the
      * two nearest points.  Planes come in by point and normal and
      * go to the routines as the normal's plane n I.  Parallel
      * cases are reported as such - a line beside its plane meets
      * nothing, parallel lines still have a separation - and an LL
      * case closer than its clearance is flagged and raises the
      * warning condition code.  A case with a value that is not
      * numeric, an unknown type, or a zero direction or normal is
      * rejected and raises the data-reject condition code.
      ******************************************************************
           OPEN INPUT GE-CASE-FILE
           MOVE 'GA3GEOM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT GE-REPORT-FILE
           MOVE 'GA3GEOR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CASE-RECORD
           PERFORM SOLVE-ONE-CASE
             UNTIL WS-EOF-YES

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CASES: '        DELIMITED BY SIZE
             WS-CASE-NO       DELIMITED BY SIZE
             '  SOLVED: '     DELIMITED BY SIZE
             WS-CTL-SOLVED-CT DELIMITED BY SIZE
             '  PARALLEL: '   DELIMITED BY SIZE
             WS-CTL-PARALLEL-CT DELIMITED BY SIZE
             '  UNDER CLEARANCE: ' DELIMITED BY SIZE
             WS-CTL-CLEAR-CT  DELIMITED BY SIZE
             '  REJECTED: '   DELIMITED BY SIZE
             WS-CTL-REJECT-CT DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE GE-CASE-FILE
           CLOSE GE-REPORT-FILE

           EVALUATE TRUE
             WHEN WS-CTL-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-CLEAR-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-CASE-RECORD.
           READ GE-CASE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SOLVE-ONE-CASE.
           ADD 1 TO WS-CASE-NO
           PERFORM EDIT-ONE-CASE

           IF WS-REJECT-TEXT NOT = SPACES
             ADD 1 TO WS-CTL-REJECT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'CASE '          DELIMITED BY SIZE
               GE-CASE-ID       DELIMITED BY SIZE
               ' REJECTED - '   DELIMITED BY SIZE
               WS-REJECT-TEXT   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             EVALUATE TRUE
               WHEN GE-CASE-LINE-PLANE
                 PERFORM SOLVE-LINE-PLANE
               WHEN GE-CASE-PLANE-PLANE
                 PERFORM SOLVE-PLANE-PLANE
               WHEN GE-CASE-LINE-LINE
                 PERFORM SOLVE-LINE-LINE
             END-EVALUATE
           END-IF

           PERFORM READ-CASE-RECORD
           .
       EDIT-ONE-CASE.
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT GE-CASE-LINE-PLANE AND NOT GE-CASE-PLANE-PLANE
              AND NOT GE-CASE-LINE-LINE
             MOVE 'UNKNOWN CASE TYPE' TO WS-REJECT-TEXT
           ELSE
             MOVE 1 TO WS-VAL-I
             PERFORM CHECK-ONE-VALUE
               UNTIL WS-VAL-I > 13
                  OR WS-REJECT-TEXT NOT = SPACES
           END-IF

           IF WS-REJECT-TEXT = SPACES
             INITIALIZE WS-PT1-MV3
             INITIALIZE WS-VEC1-MV3
             INITIALIZE WS-PT2-MV3
             INITIALIZE WS-VEC2-MV3
             MOVE GE-FIRST-PT-X TO WS-PT1-X
             MOVE GE-FIRST-PT-Y TO WS-PT1-Y
             MOVE GE-FIRST-PT-Z TO WS-PT1-Z
             MOVE GE-FIRST-VEC-X TO WS-VEC1-X
             MOVE GE-FIRST-VEC-Y TO WS-VEC1-Y
             MOVE GE-FIRST-VEC-Z TO WS-VEC1-Z
             MOVE GE-SECOND-PT-X TO WS-PT2-X
             MOVE GE-SECOND-PT-Y TO WS-PT2-Y
             MOVE GE-SECOND-PT-Z TO WS-PT2-Z
             MOVE GE-SECOND-VEC-X TO WS-VEC2-X
             MOVE GE-SECOND-VEC-Y TO WS-VEC2-Y
             MOVE GE-SECOND-VEC-Z TO WS-VEC2-Z

             IF (WS-VEC1-X = 0 AND WS-VEC1-Y = 0 AND WS-VEC1-Z = 0)
                OR (WS-VEC2-X = 0 AND WS-VEC2-Y = 0
                    AND WS-VEC2-Z = 0)
               MOVE 'ZERO DIRECTION OR NORMAL' TO WS-REJECT-TEXT
             END-IF
           END-IF
           .
       CHECK-ONE-VALUE.
           IF GE-GEOM-VAL(WS-VAL-I) NOT NUMERIC
             MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-TEXT
           END-IF
           ADD 1 TO WS-VAL-I
           .
      ******************************************************************
      * A plane's attitude is its normal's dual turned back: n I,
      * the negated GA3DUAL of n.
      ******************************************************************
       NORMAL-TO-PLANE-1.
           CALL GA3-DUAL-RETURN USING WS-VEC1-MV3, WS-PLANE1-MV3
           COMPUTE WS-PLANE1-XY = 0 - WS-PLANE1-XY
           COMPUTE WS-PLANE1-XZ = 0 - WS-PLANE1-XZ
           COMPUTE WS-PLANE1-YZ = 0 - WS-PLANE1-YZ
           .
       NORMAL-TO-PLANE-2.
           CALL GA3-DUAL-RETURN USING WS-VEC2-MV3, WS-PLANE2-MV3
           COMPUTE WS-PLANE2-XY = 0 - WS-PLANE2-XY
           COMPUTE WS-PLANE2-XZ = 0 - WS-PLANE2-XZ
           COMPUTE WS-PLANE2-YZ = 0 - WS-PLANE2-YZ
           .
       SOLVE-LINE-PLANE.
           PERFORM NORMAL-TO-PLANE-2
           CALL GA3-LINE-PLANE-RETURN USING
             WS-PT1-MV3, WS-VEC1-MV3, WS-PT2-MV3, WS-PLANE2-MV3,
             WS-OUT1-MV3, WS-GA-STATUS

           IF WS-GA-STATUS-ERROR
             PERFORM REPORT-PARALLEL
           ELSE
             ADD 1 TO WS-CTL-SOLVED-CT
             MOVE 'MEETS AT' TO WS-LABEL
             PERFORM REPORT-POINT-1
           END-IF
           .
       SOLVE-PLANE-PLANE.
           PERFORM NORMAL-TO-PLANE-1
           PERFORM NORMAL-TO-PLANE-2
           CALL GA3-PLANE-PLANE-RETURN USING
             WS-PT1-MV3, WS-PLANE1-MV3, WS-PT2-MV3, WS-PLANE2-MV3,
             WS-OUT1-MV3, WS-OUT2-MV3, WS-GA-STATUS

           IF WS-GA-STATUS-ERROR
             PERFORM REPORT-PARALLEL
           ELSE
             ADD 1 TO WS-CTL-SOLVED-CT
             MOVE 'LINE THROUGH' TO WS-LABEL
             PERFORM REPORT-POINT-1
             MOVE 'ALONG' TO WS-LABEL
             PERFORM REPORT-POINT-2
           END-IF
           .
      ******************************************************************
      * Two lines: parallel ones come back flagged but with their
      * separation, which is what the clearance check needs.
      ******************************************************************
       SOLVE-LINE-LINE.
           CALL GA3-LINE-LINE-DIST-RETURN USING
             WS-PT1-MV3, WS-VEC1-MV3, WS-PT2-MV3, WS-VEC2-MV3,
             WS-DIST-V, WS-OUT1-MV3, WS-OUT2-MV3, WS-GA-STATUS

           IF WS-GA-STATUS-ERROR
             ADD 1 TO WS-CTL-PARALLEL-CT
             MOVE 'PARALLEL GAP' TO WS-LABEL
           ELSE
             ADD 1 TO WS-CTL-SOLVED-CT
             MOVE 'DISTANCE' TO WS-LABEL
           END-IF

           MOVE WS-DIST-V TO WS-DIST-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CASE '          DELIMITED BY SIZE
             GE-CASE-ID       DELIMITED BY SIZE
             ' LL '           DELIMITED BY SIZE
             WS-LABEL         DELIMITED BY '  '
             ' '              DELIMITED BY SIZE
             WS-DIST-DISP     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           IF GE-CLEARANCE > 0 AND WS-DIST-V < GE-CLEARANCE
             ADD 1 TO WS-CTL-CLEAR-CT
             MOVE '*** UNDER CLEARANCE ***' TO WS-RPT-LINE-TEXT(60:)
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-GA-STATUS-OK
             MOVE 'NEAREST ON 1' TO WS-LABEL
             PERFORM REPORT-POINT-1
             MOVE 'NEAREST ON 2' TO WS-LABEL
             PERFORM REPORT-POINT-2
           END-IF
           .
       REPORT-PARALLEL.
           ADD 1 TO WS-CTL-PARALLEL-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CASE '          DELIMITED BY SIZE
             GE-CASE-ID       DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             GE-CASE-TYPE     DELIMITED BY SIZE
             ' PARALLEL - NO SINGLE INTERSECTION' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       REPORT-POINT-1.
           MOVE WS-OUT1-X TO WS-X-DISP
           MOVE WS-OUT1-Y TO WS-Y-DISP
           MOVE WS-OUT1-Z TO WS-Z-DISP
           PERFORM REPORT-ONE-POINT
           .
       REPORT-POINT-2.
           MOVE WS-OUT2-X TO WS-X-DISP
           MOVE WS-OUT2-Y TO WS-Y-DISP
           MOVE WS-OUT2-Z TO WS-Z-DISP
           PERFORM REPORT-ONE-POINT
           .
       REPORT-ONE-POINT.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CASE '          DELIMITED BY SIZE
             GE-CASE-ID       DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             GE-CASE-TYPE     DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-LABEL         DELIMITED BY SIZE
             ' X='            DELIMITED BY SIZE
             WS-X-DISP        DELIMITED BY SIZE
             ' Y='            DELIMITED BY SIZE
             WS-Y-DISP        DELIMITED BY SIZE
             ' Z='            DELIMITED BY SIZE
             WS-Z-DISP        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO GE-REPORT-LINE
           WRITE GE-REPORT-LINE
           MOVE 'GA3GEOR' TO WS-IO-FILE
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
             DISPLAY 'GA3GEOD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=2 sw=2
