       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3Q2R.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-TM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-NORMSQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-NORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-SUBTOT-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QW-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QX-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QY-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QZ-==.
      * how far the quaternion's norm may sit from one and still be
      * called a unit quaternion.
        01 W-NORM-TOL-V COMP-2 VALUE 0.000001.
       LINKAGE SECTION.
        COPY GA3QUAT  REPLACING ==(PRFX)== BY ==L-IN-==.
        COPY GA3XCONV REPLACING ==(PRFX)== BY ==L-CV-==.
        COPY MV3      REPLACING ==(PRFX)== BY ==L-OUT-==.
        COPY STATUS   REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-IN-QUAT,
           L-CV-XCONV,
           L-OUT-MV3,
           L-STATUS.
      ******************************************************************
      * @brief GA3-QUAT-TO-ROTOR-RETURN
      *
      * @param [in] L-IN-QUAT, a quaternion from another system.
      * @param [in] L-CV-XCONV, the sending system's convention:
      *   ORDER says whether the scalar is first or last, HAND 'J'
      *   that its vector part follows the JPL rule.
      * @param [out] L-OUT-MV3, the equivalent unit rotor, vector
      *   and trivector parts zero.
      * @param [out] L-STATUS,
      *   '0' normally; '8' when the quaternion's norm is off one by
      *   more than W-NORM-TOL-V - the rotor still comes back
      *   normalized, but a sender whose quaternions are not unit
      *   is usually sending something else (a wrong field order, a
      *   scaled value) - or when the quaternion is zero, in which
      *   case HIGH-VALUES flag the output.
      *
      *   the inverse of GA3R2Q: SC = W, YZ = -X, XZ = Y, XY = -Z
      *   under the Hamilton rule.
           SET L-STATUS-OK TO TRUE

           IF L-CV-SCALAR-LAST
             MOVE L-IN-Q1 TO W-QX-V
             MOVE L-IN-Q2 TO W-QY-V
             MOVE L-IN-Q3 TO W-QZ-V
             MOVE L-IN-Q4 TO W-QW-V
           ELSE
             MOVE L-IN-Q1 TO W-QW-V
             MOVE L-IN-Q2 TO W-QX-V
             MOVE L-IN-Q3 TO W-QY-V
             MOVE L-IN-Q4 TO W-QZ-V
           END-IF

           IF L-CV-JPL
             COMPUTE W-QX-V = 0 - W-QX-V
             COMPUTE W-QY-V = 0 - W-QY-V
             COMPUTE W-QZ-V = 0 - W-QZ-V
           END-IF

           COMPUTE W-NORMSQ-V = W-QW-V * W-QW-V
           COMPUTE W-SUBTOT-V = W-QX-V * W-QX-V
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V
           COMPUTE W-SUBTOT-V = W-QY-V * W-QY-V
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V
           COMPUTE W-SUBTOT-V = W-QZ-V * W-QZ-V
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V

           IF W-NORMSQ-V = 0
             SET L-STATUS-ERROR TO TRUE
             MOVE HIGH-VALUES TO L-OUT-MV3
           ELSE
             COMPUTE W-NORM-V = FUNCTION SQRT(W-NORMSQ-V)
             IF W-NORM-V - 1 > W-NORM-TOL-V
                 OR 1 - W-NORM-V > W-NORM-TOL-V
               SET L-STATUS-ERROR TO TRUE
             END-IF

             INITIALIZE W-TM-MV3
             COMPUTE W-TM-SC = W-QW-V / W-NORM-V
             COMPUTE W-TM-YZ = (0 - W-QX-V) / W-NORM-V
             COMPUTE W-TM-XZ = W-QY-V / W-NORM-V
             COMPUTE W-TM-XY = (0 - W-QZ-V) / W-NORM-V

             MOVE W-TM-MV3 TO L-OUT-MV3
           END-IF

           GOBACK
           .

      * vim: et ts=2 sw=2
