           SELECT RF-PAIR-FILE ASSIGN TO "GA3PAIRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RF-ROTOR-FILE ASSIGN TO "GA3RFROT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RF-REPORT-FILE ASSIGN TO "GA3RFNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  RF-TO-Z
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       FD  RF-ROTOR-FILE
           RECORD CONTAINS 76 CHARACTERS.
       COPY GA3ROTR REPLACING ==(PRFX)== BY ==RF-OUT-==.
       FD  RF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RF-REPORT-LINE PIC X(132).
      * rotation angle in degrees per pair.  A pair too near
      * anti-parallel to solve reliably - or carrying a zero vector
      * - is flagged rather than guessed at, and flagged pairs roll
      * into the data-reject condition code.  Each solved rotor is
      * also written to GA3RFROT under its pair number, the rotor
      * file GA3XCHG turns into quaternions or matrices for the
      * navigation and CAD systems.
      ******************************************************************
           OPEN INPUT RF-PAIR-FILE
           MOVE 'GA3PAIRS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RF-ROTOR-FILE
           MOVE 'GA3RFROT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RF-REPORT-FILE
           MOVE 'GA3RFNDR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM WRITE-REPORT-LINE

           CLOSE RF-PAIR-FILE
           CLOSE RF-ROTOR-FILE
           CLOSE RF-REPORT-FILE

           IF WS-CTL-FLAGGED-CT > 0
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM REPORT-AXIS-AND-ANGLE
             PERFORM WRITE-ROTOR-RECORD
           END-IF

           PERFORM READ-PAIR-RECORD
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-ROTOR-RECORD.
           MOVE WS-PAIR-NO TO RF-OUT-ROTOR-ID
           MOVE WS-ROTOR-SC TO RF-OUT-ROT-SC
           MOVE WS-ROTOR-XY TO RF-OUT-ROT-XY
           MOVE WS-ROTOR-XZ TO RF-OUT-ROT-XZ
           MOVE WS-ROTOR-YZ TO RF-OUT-ROT-YZ
           WRITE RF-OUT-ROTOR-RECORD
           MOVE 'GA3RFROT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RF-REPORT-LINE
           WRITE RF-REPORT-LINE
