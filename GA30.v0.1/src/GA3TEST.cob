       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PJR-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-PJSUM-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-PJ-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GEP1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GED1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GEP2-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GED2-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GEOUT1-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-GEOUT2-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-GEDIST-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-GE-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-EXPECTED-==.
       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-MV3.
          05 WS-EXPECTED-C COMP-2 OCCURS 8 TIMES.

           PERFORM RUN-PROJECTION-CASES

           PERFORM RUN-GEOMETRY-CASES

           PERFORM WRITE-SUMMARY-LINE

           CLOSE GT-REPORT-FILE
             MOVE 'FAIL ' TO WS-PF-TAG
           END-IF

           MOVE WS-RPT-LINE-TEXT TO GT-REPORT-LINE
           MOVE WS-PF-TAG TO GT-REPORT-LINE(28:5)
           WRITE GT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
      ******************************************************************
      * Line and plane checks with answers known by inspection: a
      * line dropped straight down onto the e_12 plane, the e_12
      * plane meeting the e_23 plane through (1,0,0), two skew lines
      * three apart, and a line running beside its plane, which must
      * come back flagged rather than with a point.
      ******************************************************************
       RUN-GEOMETRY-CASES.
           INITIALIZE WS-GEP1-MV3
           INITIALIZE WS-GED1-MV3
           INITIALIZE WS-GEP2-MV3
           INITIALIZE WS-GED2-MV3
           MOVE 5 TO WS-GEP1-Z
           MOVE -1 TO WS-GED1-Z
           MOVE 1 TO WS-GED2-XY
           CALL GA3-LINE-PLANE-RETURN USING
             WS-GEP1-MV3, WS-GED1-MV3, WS-GEP2-MV3, WS-GED2-MV3,
             WS-GEOUT1-MV3, WS-GE-STATUS
           INITIALIZE WS-EXPECTED-MV3
           MOVE 'LINE MEETS PLANE      ' TO WS-RPT-LINE-TEXT
           PERFORM CHECK-ONE-GEOMETRY-CASE

           INITIALIZE WS-GEP1-MV3
           INITIALIZE WS-GED1-MV3
           INITIALIZE WS-GEP2-MV3
           INITIALIZE WS-GED2-MV3
           MOVE 1 TO WS-GED1-XY
           MOVE 1 TO WS-GEP2-X
           MOVE 1 TO WS-GED2-YZ
           CALL GA3-PLANE-PLANE-RETURN USING
             WS-GEP1-MV3, WS-GED1-MV3, WS-GEP2-MV3, WS-GED2-MV3,
             WS-GEOUT1-MV3, WS-GEOUT2-MV3, WS-GE-STATUS
           INITIALIZE WS-EXPECTED-MV3
           MOVE 1 TO WS-EXPECTED-X
           MOVE 'PLANE MEETS PLANE     ' TO WS-RPT-LINE-TEXT
           PERFORM CHECK-ONE-GEOMETRY-CASE

           INITIALIZE WS-GEP1-MV3
           INITIALIZE WS-GED1-MV3
           INITIALIZE WS-GEP2-MV3
           INITIALIZE WS-GED2-MV3
           MOVE 1 TO WS-GED1-X
           MOVE 3 TO WS-GEP2-Z
           MOVE 1 TO WS-GED2-Y
           CALL GA3-LINE-LINE-DIST-RETURN USING
             WS-GEP1-MV3, WS-GED1-MV3, WS-GEP2-MV3, WS-GED2-MV3,
             WS-GEDIST-V, WS-GEOUT2-MV3, WS-GEOUT1-MV3, WS-GE-STATUS
           INITIALIZE WS-EXPECTED-MV3
           MOVE 3 TO WS-EXPECTED-Z
           IF WS-GEDIST-V - 3 > WS-EPSILON-V
              OR 3 - WS-GEDIST-V > WS-EPSILON-V
             MOVE '8' TO WS-GE-STATUS
           END-IF
           MOVE 'SKEW LINE DISTANCE    ' TO WS-RPT-LINE-TEXT
           PERFORM CHECK-ONE-GEOMETRY-CASE

           INITIALIZE WS-GEP1-MV3
           INITIALIZE WS-GED1-MV3
           INITIALIZE WS-GEP2-MV3
           INITIALIZE WS-GED2-MV3
           MOVE 1 TO WS-GEP1-Z
           MOVE 1 TO WS-GED1-X
           MOVE 1 TO WS-GED2-XY
           CALL GA3-LINE-PLANE-RETURN USING
             WS-GEP1-MV3, WS-GED1-MV3, WS-GEP2-MV3, WS-GED2-MV3,
             WS-GEOUT1-MV3, WS-GE-STATUS

           ADD 1 TO WS-CTL-TOTAL-CT

           IF WS-GE-STATUS-ERROR
             ADD 1 TO WS-CTL-PASS-CT
             MOVE 'PASS ' TO WS-PF-TAG
           ELSE
             ADD 1 TO WS-CTL-FAIL-CT
             MOVE 'FAIL ' TO WS-PF-TAG
           END-IF

           MOVE 'PARALLEL LINE FLAGGED ' TO WS-RPT-LINE-TEXT
           MOVE WS-RPT-LINE-TEXT TO GT-REPORT-LINE
           MOVE WS-PF-TAG TO GT-REPORT-LINE(28:5)
           WRITE GT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
       CHECK-ONE-GEOMETRY-CASE.
           CALL GA3-MULTIVECTOR-COMPARE USING
             WS-GEOUT1-MV3, WS-EXPECTED-MV3, WS-EPSILON-V,
             WS-CMP-RESULT

           ADD 1 TO WS-CTL-TOTAL-CT

           IF WS-CMP-EQUAL AND WS-GE-STATUS-OK
             ADD 1 TO WS-CTL-PASS-CT
             MOVE 'PASS ' TO WS-PF-TAG
           ELSE
             ADD 1 TO WS-CTL-FAIL-CT
             MOVE 'FAIL ' TO WS-PF-TAG
           END-IF

           MOVE WS-RPT-LINE-TEXT TO GT-REPORT-LINE
           MOVE WS-PF-TAG TO GT-REPORT-LINE(28:5)
           WRITE GT-REPORT-LINE
