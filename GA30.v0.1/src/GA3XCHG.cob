       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3XCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XC-PARM-FILE ASSIGN TO "GA3XCHP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL XC-ROTOR-FILE ASSIGN TO "GA3ROTRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL XC-XCHG-FILE ASSIGN TO "GA3XCHF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT XC-REPORT-FILE ASSIGN TO "GA3XCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XC-PARM-RECORD.
         10  XC-PARM-DIRECTION     PIC X(01).
           88  XC-PARM-OUTBOUND    VALUE 'O'.
           88  XC-PARM-INBOUND     VALUE 'I'.
         10  FILLER                PIC X(01).
         10  XC-PARM-FORM          PIC X(01).
           88  XC-PARM-QUATERNION  VALUE 'Q'.
           88  XC-PARM-MATRIX      VALUE 'M'.
         10  FILLER                PIC X(01).
         10  XC-PARM-ORDER         PIC X(01).
         10  XC-PARM-HAND          PIC X(01).
         10  XC-PARM-SENSE         PIC X(01).
         10  FILLER                PIC X(73).
       FD  XC-ROTOR-FILE
           RECORD CONTAINS 76 CHARACTERS.
       COPY GA3ROTR REPLACING ==(PRFX)== BY ==XC-RT-==.
       FD  XC-XCHG-FILE
           RECORD CONTAINS 168 CHARACTERS.
       COPY GA3XFER REPLACING ==(PRFX)== BY ==XC-==.
       FD  XC-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  XC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY GA30.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ROTOR-==.
       COPY GA3QUAT REPLACING ==(PRFX)== BY ==WS-Q-==.
       COPY GA3DCM REPLACING ==(PRFX)== BY ==WS-M-==.
       COPY GA3XCONV REPLACING ==(PRFX)== BY ==WS-CV-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-GA-==.
       01 WS-V PIC 9(02) VALUE 0.
       01 WS-VAL-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-VAL-BAD-YES VALUE 'Y'.
       01 WS-REJECT-TEXT PIC X(50) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-RECORD-CT PIC 9(08) VALUE 0.
       01 WS-CTL-WRITTEN-CT PIC 9(08) VALUE 0.
       01 WS-CTL-REJECT-CT PIC 9(08) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Orientation interchange with the navigation and CAD systems,
      * which speak unit quaternions and direction-cosine matrices
      * rather than GA30 rotors.  The GA3XCHP card picks the pass:
      *   column 1 'O' - outbound: every rotor on GA3ROTRS (the
      *       GA3RFROT or GA3RAROT file GA3RFDRV and GA3RAVGD
      *       write) goes to GA3XCHF in the copy/GA3XFER.cpy
      *       layout, as a quaternion ('Q' in column 3) or a matrix
      *       ('M'), under the receiver's convention in columns 5-7
      *       (order, hand, sense - see copy/GA3XCONV.cpy), which is
      *       stamped on every record;
      *   column 1 'I' - inbound: every GA3XCHF record is read
      *       under its own form and convention bytes and comes back
      *       as a rotor on GA3ROTRS.
      * A rotor or quaternion that is not unit length, or a matrix
      * that is not a rotation, is listed on GA3XCHR and left out
      * of the output, and any such record ends the run with the
      * data-reject condition code - a sign or ordering slip at one
      * end shows up here instead of as a wrong attitude downstream.
      ******************************************************************
           OPEN INPUT XC-PARM-FILE
           MOVE 'GA3XCHP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ XC-PARM-FILE
             AT END
               DISPLAY 'GA3XCHG - NO PARAMETER CARD ON GA3XCHP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE XC-PARM-FILE
               GOBACK
           END-READ

           IF NOT XC-PARM-OUTBOUND AND NOT XC-PARM-INBOUND
             DISPLAY 'GA3XCHG - DIRECTION MUST BE O OR I, NOT '
                  XC-PARM-DIRECTION
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE XC-PARM-FILE
             GOBACK
           END-IF

           MOVE XC-PARM-ORDER TO WS-CV-ORDER
           MOVE XC-PARM-HAND TO WS-CV-HAND
           MOVE XC-PARM-SENSE TO WS-CV-SENSE

           IF XC-PARM-OUTBOUND
             IF NOT XC-PARM-QUATERNION AND NOT XC-PARM-MATRIX
               DISPLAY 'GA3XCHG - FORM MUST BE Q OR M, NOT '
                    XC-PARM-FORM
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE XC-PARM-FILE
               GOBACK
             END-IF
             IF NOT WS-CV-SCALAR-FIRST AND NOT WS-CV-SCALAR-LAST
                 OR NOT WS-CV-HAMILTON AND NOT WS-CV-JPL
                 OR NOT WS-CV-ACTIVE AND NOT WS-CV-PASSIVE
               DISPLAY 'GA3XCHG - CONVENTION NOT RECOGNIZED: '
                    XC-PARM-ORDER XC-PARM-HAND XC-PARM-SENSE
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE XC-PARM-FILE
               GOBACK
             END-IF
           END-IF

           OPEN OUTPUT XC-REPORT-FILE
           MOVE 'GA3XCHR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF XC-PARM-OUTBOUND
             OPEN INPUT XC-ROTOR-FILE
             OPEN OUTPUT XC-XCHG-FILE
             MOVE 'GA3XCHF' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-ROTOR-RECORD
             PERFORM EXPORT-ONE-ROTOR
               UNTIL WS-EOF-YES
             CLOSE XC-ROTOR-FILE
             CLOSE XC-XCHG-FILE
           ELSE
             OPEN INPUT XC-XCHG-FILE
             OPEN OUTPUT XC-ROTOR-FILE
             MOVE 'GA3ROTRS' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-XCHG-RECORD
             PERFORM IMPORT-ONE-ORIENTATION
               UNTIL WS-EOF-YES
             CLOSE XC-XCHG-FILE
             CLOSE XC-ROTOR-FILE
           END-IF

           CLOSE XC-PARM-FILE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RECORDS READ: '      DELIMITED BY SIZE
             WS-CTL-RECORD-CT      DELIMITED BY SIZE
             '  CONVERTED: '       DELIMITED BY SIZE
             WS-CTL-WRITTEN-CT     DELIMITED BY SIZE
             '  REJECTED: '        DELIMITED BY SIZE
             WS-CTL-REJECT-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE XC-REPORT-FILE

           IF WS-CTL-REJECT-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
       READ-ROTOR-RECORD.
           READ XC-ROTOR-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       READ-XCHG-RECORD.
           READ XC-XCHG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * One rotor out: converted under the card's convention and
      * written with that convention stamped on it.
      ******************************************************************
       EXPORT-ONE-ROTOR.
           ADD 1 TO WS-CTL-RECORD-CT

           INITIALIZE WS-ROTOR-MV3
           MOVE XC-RT-ROT-SC TO WS-ROTOR-SC
           MOVE XC-RT-ROT-XY TO WS-ROTOR-XY
           MOVE XC-RT-ROT-XZ TO WS-ROTOR-XZ
           MOVE XC-RT-ROT-YZ TO WS-ROTOR-YZ

           MOVE SPACES TO XC-XCHG-RECORD
           MOVE XC-RT-ROTOR-ID TO XC-XCHG-ID
           MOVE XC-PARM-FORM TO XC-XCHG-FORM
           MOVE WS-CV-ORDER TO XC-XCHG-ORDER
           MOVE WS-CV-HAND TO XC-XCHG-HAND
           MOVE WS-CV-SENSE TO XC-XCHG-SENSE
           MOVE 1 TO WS-V
           PERFORM CLEAR-ONE-VALUE
             UNTIL WS-V > 9

           IF XC-PARM-QUATERNION
             CALL GA3-ROTOR-TO-QUAT-RETURN USING
               WS-ROTOR-MV3, WS-CV-XCONV, WS-Q-QUAT, WS-GA-STATUS
             MOVE WS-Q-Q1 TO XC-XCHG-VAL(1)
             MOVE WS-Q-Q2 TO XC-XCHG-VAL(2)
             MOVE WS-Q-Q3 TO XC-XCHG-VAL(3)
             MOVE WS-Q-Q4 TO XC-XCHG-VAL(4)
           ELSE
             CALL GA3-ROTOR-TO-DCM-RETURN USING
               WS-ROTOR-MV3, WS-CV-XCONV, WS-M-DCM, WS-GA-STATUS
             MOVE WS-M-M11 TO XC-XCHG-VAL(1)
             MOVE WS-M-M12 TO XC-XCHG-VAL(2)
             MOVE WS-M-M13 TO XC-XCHG-VAL(3)
             MOVE WS-M-M21 TO XC-XCHG-VAL(4)
             MOVE WS-M-M22 TO XC-XCHG-VAL(5)
             MOVE WS-M-M23 TO XC-XCHG-VAL(6)
             MOVE WS-M-M31 TO XC-XCHG-VAL(7)
             MOVE WS-M-M32 TO XC-XCHG-VAL(8)
             MOVE WS-M-M33 TO XC-XCHG-VAL(9)
           END-IF

           IF WS-GA-STATUS-ERROR
             MOVE 'ROTOR NOT UNIT LENGTH - NOT SENT' TO WS-REJECT-TEXT
             MOVE XC-RT-ROTOR-ID TO XC-XCHG-ID
             PERFORM REPORT-REJECTED-RECORD
           ELSE
             WRITE XC-XCHG-RECORD
             MOVE 'GA3XCHF' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-WRITTEN-CT
           END-IF

           PERFORM READ-ROTOR-RECORD
           .
       CLEAR-ONE-VALUE.
           MOVE 0 TO XC-XCHG-VAL(WS-V)
           ADD 1 TO WS-V
           .
      ******************************************************************
      * One orientation in: read under the record's own form and
      * convention, and written out as a rotor.
      ******************************************************************
       IMPORT-ONE-ORIENTATION.
           ADD 1 TO WS-CTL-RECORD-CT

           MOVE XC-XCHG-ORDER TO WS-CV-ORDER
           MOVE XC-XCHG-HAND TO WS-CV-HAND
           MOVE XC-XCHG-SENSE TO WS-CV-SENSE
           SET WS-GA-STATUS-OK TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE 'N' TO WS-VAL-BAD-SW
           MOVE 1 TO WS-V
           PERFORM CHECK-ONE-VALUE
             UNTIL WS-V > 9

           EVALUATE TRUE
             WHEN NOT WS-CV-SCALAR-FIRST AND NOT WS-CV-SCALAR-LAST
             WHEN NOT WS-CV-HAMILTON AND NOT WS-CV-JPL
             WHEN NOT WS-CV-ACTIVE AND NOT WS-CV-PASSIVE
               MOVE 'CONVENTION NOT RECOGNIZED' TO WS-REJECT-TEXT
             WHEN WS-VAL-BAD-YES
               MOVE 'VALUES NOT NUMERIC' TO WS-REJECT-TEXT
             WHEN XC-FORM-QUATERNION
               MOVE XC-XCHG-VAL(1) TO WS-Q-Q1
               MOVE XC-XCHG-VAL(2) TO WS-Q-Q2
               MOVE XC-XCHG-VAL(3) TO WS-Q-Q3
               MOVE XC-XCHG-VAL(4) TO WS-Q-Q4
               CALL GA3-QUAT-TO-ROTOR-RETURN USING
                 WS-Q-QUAT, WS-CV-XCONV, WS-ROTOR-MV3, WS-GA-STATUS
               IF WS-GA-STATUS-ERROR
                 MOVE 'QUATERNION NOT UNIT LENGTH' TO WS-REJECT-TEXT
               END-IF
             WHEN XC-FORM-MATRIX
               MOVE XC-XCHG-VAL(1) TO WS-M-M11
               MOVE XC-XCHG-VAL(2) TO WS-M-M12
               MOVE XC-XCHG-VAL(3) TO WS-M-M13
               MOVE XC-XCHG-VAL(4) TO WS-M-M21
               MOVE XC-XCHG-VAL(5) TO WS-M-M22
               MOVE XC-XCHG-VAL(6) TO WS-M-M23
               MOVE XC-XCHG-VAL(7) TO WS-M-M31
               MOVE XC-XCHG-VAL(8) TO WS-M-M32
               MOVE XC-XCHG-VAL(9) TO WS-M-M33
               CALL GA3-DCM-TO-ROTOR-RETURN USING
                 WS-M-DCM, WS-CV-XCONV, WS-ROTOR-MV3, WS-GA-STATUS
               IF WS-GA-STATUS-ERROR
                 MOVE 'MATRIX NOT A ROTATION' TO WS-REJECT-TEXT
               END-IF
             WHEN OTHER
               MOVE 'FORM MUST BE Q OR M' TO WS-REJECT-TEXT
           END-EVALUATE

           IF WS-REJECT-TEXT NOT = SPACES
             PERFORM REPORT-REJECTED-RECORD
           ELSE
             MOVE XC-XCHG-ID TO XC-RT-ROTOR-ID
             MOVE WS-ROTOR-SC TO XC-RT-ROT-SC
             MOVE WS-ROTOR-XY TO XC-RT-ROT-XY
             MOVE WS-ROTOR-XZ TO XC-RT-ROT-XZ
             MOVE WS-ROTOR-YZ TO XC-RT-ROT-YZ
             WRITE XC-RT-ROTOR-RECORD
             MOVE 'GA3ROTRS' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             ADD 1 TO WS-CTL-WRITTEN-CT
           END-IF

           PERFORM READ-XCHG-RECORD
           .
       CHECK-ONE-VALUE.
           IF XC-XCHG-VAL(WS-V) NOT NUMERIC
             SET WS-VAL-BAD-YES TO TRUE
           END-IF
           ADD 1 TO WS-V
           .
       REPORT-REJECTED-RECORD.
           ADD 1 TO WS-CTL-REJECT-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RECORD '         DELIMITED BY SIZE
             WS-CTL-RECORD-CT  DELIMITED BY SIZE
             ' ID '            DELIMITED BY SIZE
             XC-XCHG-ID        DELIMITED BY SIZE
             ' - '             DELIMITED BY SIZE
             WS-REJECT-TEXT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO XC-REPORT-LINE
           WRITE XC-REPORT-LINE
           MOVE 'GA3XCHR' TO WS-IO-FILE
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
             DISPLAY 'GA3XCHG - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=2 sw=2
