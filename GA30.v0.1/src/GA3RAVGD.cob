           SELECT RA-BURST-FILE ASSIGN TO "GA3BURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RA-ROTOR-FILE ASSIGN TO "GA3RAROT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RA-REPORT-FILE ASSIGN TO "GA3RAVGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  RA-ROT-YZ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       FD  RA-ROTOR-FILE
           RECORD CONTAINS 76 CHARACTERS.
       COPY GA3ROTR REPLACING ==(PRFX)== BY ==RA-OUT-==.
       FD  RA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RA-REPORT-LINE PIC X(132).
      * averaging gets wrong - and the report carries the mean
      * rotor and the burst's spread, so nobody picks a reading by
      * eye again.  A degenerate burst is reported and counted into
      * the data-reject condition code.  Each burst's mean rotor is
      * also written to GA3RAROT under its burst id, the rotor file
      * GA3XCHG turns into quaternions or matrices for the
      * navigation and CAD systems.
      ******************************************************************
           OPEN INPUT RA-BURST-FILE
           MOVE 'GA3BURST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RA-ROTOR-FILE
           MOVE 'GA3RAROT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RA-REPORT-FILE
           MOVE 'GA3RAVGR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM WRITE-REPORT-LINE

           CLOSE RA-BURST-FILE
           CLOSE RA-ROTOR-FILE
           CLOSE RA-REPORT-FILE

           IF WS-CTL-BAD-CT > 0
               WS-SPREAD-DISP DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             MOVE WS-CUR-ID TO RA-OUT-ROTOR-ID
             MOVE WS-MEAN-SC TO RA-OUT-ROT-SC
             MOVE WS-MEAN-XY TO RA-OUT-ROT-XY
             MOVE WS-MEAN-XZ TO RA-OUT-ROT-XZ
             MOVE WS-MEAN-YZ TO RA-OUT-ROT-YZ
             WRITE RA-OUT-ROTOR-RECORD
             MOVE 'GA3RAROT' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       WRITE-REPORT-LINE.
