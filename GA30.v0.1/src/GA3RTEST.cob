       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-THETA-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-EPSILON-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ROT-==.
       COPY MV3I REPLACING ==(PRFX)== BY ==WS-ROTOR-==.
       COPY GA3QUAT REPLACING ==(PRFX)== BY ==WS-Q-==.
       COPY GA3DCM REPLACING ==(PRFX)== BY ==WS-M-==.
       COPY GA3XCONV REPLACING ==(PRFX)== BY ==WS-CV-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-YAW-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PITCH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ROLL-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-HALF-==.
       01 WS-CMP-RESULT    PIC X(01).
         88 WS-CMP-EQUAL   VALUE 'Y'.
       01 WS-PF-TAG        PIC X(05) VALUE SPACES.
      * basis vectors by known angles about each plane through
      * GA3ROT's R v ~R sandwich and checks every actual result
      * against an independently stated expected value with GA3MVCMP,
      * plus the zero-plane rejection GA3ROTOR has to give, and the
      * quaternion and direction-cosine interchange conversions
      * against hand-worked values and round trips.  A library
      * change that breaks the rotor algebra fails here instead of
      * in the antenna team's field data.
      ******************************************************************
           OPEN OUTPUT GR-REPORT-FILE

           PERFORM RUN-TEST-E1-QUARTER-E13
           PERFORM RUN-TEST-E1-HALF-E12
           PERFORM RUN-TEST-ZERO-PLANE
           PERFORM RUN-TEST-QUAT-HAMILTON
           PERFORM RUN-TEST-QUAT-JPL-LAST
           PERFORM RUN-TEST-DCM-ACTIVE
           PERFORM RUN-TEST-QUAT-ROUND-TRIP
           PERFORM RUN-TEST-DCM-ROUND-TRIP
           PERFORM RUN-TEST-QUAT-NOT-UNIT
           PERFORM RUN-TEST-DCM-REFLECTION

           PERFORM WRITE-SUMMARY-LINE

           PERFORM WRITE-CASE-LINE
           .
      ******************************************************************
      * The quarter-turn rotor in the e_12 plane is the Hamilton
      * quaternion (cos 45, 0, 0, sin 45) - a turn about z - with
      * the scalar first.  The quaternion is laid into the SC and
      * vector slots of a multivector for the compare.
      ******************************************************************
       RUN-TEST-QUAT-HAMILTON.
           PERFORM CLEAR-TEST-CASE
           MOVE 'E12 QUARTER TURN = HAMILTON (C,0,0,S)' TO WS-CASE-NAME

           PERFORM BUILD-E12-QUARTER-ROTOR
           MOVE SPACES TO WS-CV-XCONV
           CALL GA3-ROTOR-TO-QUAT-RETURN USING
             WS-ROTOR-MV3, WS-CV-XCONV, WS-Q-QUAT, WS-ROT-STATUS

           COMPUTE WS-HALF-V = FUNCTION SQRT(0.5)
           MOVE WS-HALF-V TO WS-EXPECTED-SC
           MOVE WS-HALF-V TO WS-EXPECTED-Z

           PERFORM RUN-QUATERNION-CASE
           .
      ******************************************************************
      * The same rotor to a JPL-rule system with the scalar last:
      * the vector part turns over and moves ahead of the scalar.
      ******************************************************************
       RUN-TEST-QUAT-JPL-LAST.
           PERFORM CLEAR-TEST-CASE
           MOVE 'E12 QUARTER TURN = JPL LAST (0,0,-S,C)' TO WS-CASE-NAME

           PERFORM BUILD-E12-QUARTER-ROTOR
           MOVE 'LJA' TO WS-CV-XCONV
           CALL GA3-ROTOR-TO-QUAT-RETURN USING
             WS-ROTOR-MV3, WS-CV-XCONV, WS-Q-QUAT, WS-ROT-STATUS

           COMPUTE WS-HALF-V = FUNCTION SQRT(0.5)
           COMPUTE WS-EXPECTED-Y = 0 - WS-HALF-V
           MOVE WS-HALF-V TO WS-EXPECTED-Z

           PERFORM RUN-QUATERNION-CASE
           .
      ******************************************************************
      * The quarter turn about z as an active matrix carries e_1 to
      * e_2: first column (0,1,0), second column (-1,0,0).  The first
      * eight elements fill a multivector's slots row by row for
      * the compare; M33 rides in the trivector slot's place after
      * a check of its own.
      ******************************************************************
       RUN-TEST-DCM-ACTIVE.
           PERFORM CLEAR-TEST-CASE
           MOVE 'E12 QUARTER TURN = ACTIVE DCM' TO WS-CASE-NAME

           PERFORM BUILD-E12-QUARTER-ROTOR
           MOVE SPACES TO WS-CV-XCONV
           CALL GA3-ROTOR-TO-DCM-RETURN USING
             WS-ROTOR-MV3, WS-CV-XCONV, WS-M-DCM, WS-ROT-STATUS

           MOVE WS-M-M11 TO WS-ACTUAL-SC
           MOVE WS-M-M12 TO WS-ACTUAL-X
           MOVE WS-M-M13 TO WS-ACTUAL-Y
           MOVE WS-M-M21 TO WS-ACTUAL-Z
           MOVE WS-M-M22 TO WS-ACTUAL-XY
           MOVE WS-M-M23 TO WS-ACTUAL-XZ
           MOVE WS-M-M31 TO WS-ACTUAL-YZ
           MOVE WS-M-M32 TO WS-ACTUAL-XYZ
           MOVE -1 TO WS-EXPECTED-X
           MOVE 1 TO WS-EXPECTED-Z
           IF WS-M-M33 < 1 - WS-EPSILON-V
             MOVE 9 TO WS-EXPECTED-XYZ
           END-IF

           PERFORM RUN-CONVERTED-CASE
           .
      ******************************************************************
      * A general attitude out to a JPL scalar-last quaternion and
      * back must give the same rotor.
      ******************************************************************
       RUN-TEST-QUAT-ROUND-TRIP.
           PERFORM CLEAR-TEST-CASE
           MOVE 'ROTOR TO JPL QUATERNION AND BACK' TO WS-CASE-NAME

           PERFORM BUILD-GENERAL-ROTOR
           MOVE 'LJA' TO WS-CV-XCONV
           CALL GA3-ROTOR-TO-QUAT-RETURN USING
             WS-ROTOR-MV3, WS-CV-XCONV, WS-Q-QUAT, WS-ROT-STATUS
           IF NOT WS-ROT-STATUS-ERROR
             CALL GA3-QUAT-TO-ROTOR-RETURN USING
               WS-Q-QUAT, WS-CV-XCONV, WS-ACTUAL-MV3, WS-ROT-STATUS
           END-IF
           MOVE WS-ROTOR-MV3 TO WS-EXPECTED-MV3

           PERFORM RUN-CONVERTED-CASE
           .
      ******************************************************************
      * The same attitude out to a passive matrix and back.
      ******************************************************************
       RUN-TEST-DCM-ROUND-TRIP.
           PERFORM CLEAR-TEST-CASE
           MOVE 'ROTOR TO PASSIVE DCM AND BACK' TO WS-CASE-NAME

           PERFORM BUILD-GENERAL-ROTOR
           MOVE 'SHP' TO WS-CV-XCONV
           CALL GA3-ROTOR-TO-DCM-RETURN USING
             WS-ROTOR-MV3, WS-CV-XCONV, WS-M-DCM, WS-ROT-STATUS
           IF NOT WS-ROT-STATUS-ERROR
             CALL GA3-DCM-TO-ROTOR-RETURN USING
               WS-M-DCM, WS-CV-XCONV, WS-ACTUAL-MV3, WS-ROT-STATUS
           END-IF
           MOVE WS-ROTOR-MV3 TO WS-EXPECTED-MV3

           PERFORM RUN-CONVERTED-CASE
           .
      ******************************************************************
      * A quaternion of length root-two is not a rotation as sent
      * and must come back flagged.
      ******************************************************************
       RUN-TEST-QUAT-NOT-UNIT.
           PERFORM CLEAR-TEST-CASE
           MOVE 'NON-UNIT QUATERNION IS FLAGGED' TO WS-CASE-NAME

           MOVE SPACES TO WS-CV-XCONV
           MOVE 1 TO WS-Q-Q1
           MOVE 1 TO WS-Q-Q2
           MOVE 0 TO WS-Q-Q3
           MOVE 0 TO WS-Q-Q4
           CALL GA3-QUAT-TO-ROTOR-RETURN USING
             WS-Q-QUAT, WS-CV-XCONV, WS-ACTUAL-MV3, WS-ROT-STATUS

           PERFORM RUN-FLAGGED-CASE
           .
      ******************************************************************
      * A mirror in z is orthonormal but left-handed - the usual
      * handedness slip - and must be refused.
      ******************************************************************
       RUN-TEST-DCM-REFLECTION.
           PERFORM CLEAR-TEST-CASE
           MOVE 'REFLECTION MATRIX IS REJECTED' TO WS-CASE-NAME

           MOVE SPACES TO WS-CV-XCONV
           INITIALIZE WS-M-DCM
           MOVE 1 TO WS-M-M11
           MOVE 1 TO WS-M-M22
           MOVE -1 TO WS-M-M33
           CALL GA3-DCM-TO-ROTOR-RETURN USING
             WS-M-DCM, WS-CV-XCONV, WS-ACTUAL-MV3, WS-ROT-STATUS

           PERFORM RUN-FLAGGED-CASE
           .
       BUILD-E12-QUARTER-ROTOR.
           INITIALIZE WS-ROTOR-MV3
           MOVE 1 TO WS-PLANE-XY
           COMPUTE WS-THETA-V = FUNCTION PI / 2
           CALL GA3-ROTOR-RETURN USING
             WS-PLANE-MV3, WS-THETA-V, WS-ROTOR-MV3, WS-ROT-STATUS
           .
       BUILD-GENERAL-ROTOR.
           MOVE 0.3 TO WS-YAW-V
           MOVE -0.2 TO WS-PITCH-V
           MOVE 1.1 TO WS-ROLL-V
           CALL GA3-EULER-TO-ROTOR-RETURN USING
             WS-YAW-V, WS-PITCH-V, WS-ROLL-V, WS-ROTOR-MV3
           .
      ******************************************************************
      * Lays a quaternion into a multivector's SC and vector slots in
      * the order it was produced, then compares.
      ******************************************************************
       RUN-QUATERNION-CASE.
           MOVE WS-Q-Q1 TO WS-ACTUAL-SC
           MOVE WS-Q-Q2 TO WS-ACTUAL-X
           MOVE WS-Q-Q3 TO WS-ACTUAL-Y
           MOVE WS-Q-Q4 TO WS-ACTUAL-Z

           PERFORM RUN-CONVERTED-CASE
           .
       RUN-CONVERTED-CASE.
           CALL GA3-MULTIVECTOR-COMPARE USING
             WS-ACTUAL-MV3, WS-EXPECTED-MV3, WS-EPSILON-V,
             WS-CMP-RESULT

           ADD 1 TO WS-CTL-TOTAL-CT

           IF WS-CMP-EQUAL AND NOT WS-ROT-STATUS-ERROR
             ADD 1 TO WS-CTL-PASS-CT
             MOVE 'PASS ' TO WS-PF-TAG
           ELSE
             ADD 1 TO WS-CTL-FAIL-CT
             MOVE 'FAIL ' TO WS-PF-TAG
           END-IF

           PERFORM WRITE-CASE-LINE
           .
       RUN-FLAGGED-CASE.
           ADD 1 TO WS-CTL-TOTAL-CT

           IF WS-ROT-STATUS-ERROR
             ADD 1 TO WS-CTL-PASS-CT
             MOVE 'PASS ' TO WS-PF-TAG
           ELSE
             ADD 1 TO WS-CTL-FAIL-CT
             MOVE 'FAIL ' TO WS-PF-TAG
           END-IF

           PERFORM WRITE-CASE-LINE
           .
      ******************************************************************
      * Runs one rotation case: applies GA3ROT and compares the
      * actual result against the stated expected multivector.
      ******************************************************************
