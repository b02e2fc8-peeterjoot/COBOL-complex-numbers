       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3R2Q.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-NORMSQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-NORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-SUBTOT-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QW-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QX-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QY-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QZ-==.
      * how far the rotor's norm may sit from one and still be
      * called a unit rotor.
        01 W-NORM-TOL-V COMP-2 VALUE 0.000001.
       LINKAGE SECTION.
        COPY MV3      REPLACING ==(PRFX)== BY ==L-R-==.
        COPY GA3XCONV REPLACING ==(PRFX)== BY ==L-CV-==.
        COPY GA3QUAT  REPLACING ==(PRFX)== BY ==L-OUT-==.
        COPY STATUS   REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-R-MV3,
           L-CV-XCONV,
           L-OUT-QUAT,
           L-STATUS.
      ******************************************************************
      * @brief GA3-ROTOR-TO-QUAT-RETURN
      *
      * @param [in] L-R-MV3, a rotor; only its scalar and bivector
      *   components are looked at.
      * @param [in] L-CV-XCONV, the receiving system's convention:
      *   ORDER places the scalar first or last, HAND 'J' turns the
      *   vector part over for a JPL-rule receiver.
      * @param [out] L-OUT-QUAT, the unit quaternion, normalized
      *   whatever the rotor's norm.
      * @param [out] L-STATUS,
      *   '0' normally; '8' when the rotor's norm is off one by more
      *   than W-NORM-TOL-V - the quaternion still comes back
      *   normalized, but the flag says the rotor was not a clean
      *   unit rotor - or when the rotor is zero, in which case
      *   HIGH-VALUES flag the output the way GA3ROTOR does.
      *
      *   W = SC, X = -YZ, Y = XZ, Z = -XY under the Hamilton rule,
      *   the identification GA3EUL2R composes its rotors with.
           SET L-STATUS-OK TO TRUE

           COMPUTE W-NORMSQ-V = L-R-SC * L-R-SC
           COMPUTE W-SUBTOT-V = L-R-XY * L-R-XY
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V
           COMPUTE W-SUBTOT-V = L-R-XZ * L-R-XZ
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V
           COMPUTE W-SUBTOT-V = L-R-YZ * L-R-YZ
           COMPUTE W-NORMSQ-V = W-NORMSQ-V + W-SUBTOT-V

           IF W-NORMSQ-V = 0
             SET L-STATUS-ERROR TO TRUE
             MOVE HIGH-VALUES TO L-OUT-QUAT
           ELSE
             COMPUTE W-NORM-V = FUNCTION SQRT(W-NORMSQ-V)
             IF W-NORM-V - 1 > W-NORM-TOL-V
                 OR 1 - W-NORM-V > W-NORM-TOL-V
               SET L-STATUS-ERROR TO TRUE
             END-IF

             COMPUTE W-QW-V = L-R-SC / W-NORM-V
             COMPUTE W-QX-V = (0 - L-R-YZ) / W-NORM-V
             COMPUTE W-QY-V = L-R-XZ / W-NORM-V
             COMPUTE W-QZ-V = (0 - L-R-XY) / W-NORM-V

             IF L-CV-JPL
               COMPUTE W-QX-V = 0 - W-QX-V
               COMPUTE W-QY-V = 0 - W-QY-V
               COMPUTE W-QZ-V = 0 - W-QZ-V
             END-IF

             IF L-CV-SCALAR-LAST
               MOVE W-QX-V TO L-OUT-Q1
               MOVE W-QY-V TO L-OUT-Q2
               MOVE W-QZ-V TO L-OUT-Q3
               MOVE W-QW-V TO L-OUT-Q4
             ELSE
               MOVE W-QW-V TO L-OUT-Q1
               MOVE W-QX-V TO L-OUT-Q2
               MOVE W-QY-V TO L-OUT-Q3
               MOVE W-QZ-V TO L-OUT-Q4
             END-IF
           END-IF

           GOBACK
           .

      * vim: et ts=2 sw=2
