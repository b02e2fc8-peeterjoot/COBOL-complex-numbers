       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3R2M.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA3DCM REPLACING ==(PRFX)== BY ==W-TM-==.
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
        COPY GA3DCM   REPLACING ==(PRFX)== BY ==L-OUT-==.
        COPY STATUS   REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-R-MV3,
           L-CV-XCONV,
           L-OUT-DCM,
           L-STATUS.
      ******************************************************************
      * @brief GA3-ROTOR-TO-DCM-RETURN
      *
      * @param [in] L-R-MV3, a rotor; only its scalar and bivector
      *   components are looked at.
      * @param [in] L-CV-XCONV, the receiving system's convention;
      *   only SENSE matters to a matrix - 'A' for the matrix that
      *   turns a vector the way R v ~R does, 'P' for its transpose.
      * @param [out] L-OUT-DCM, the direction-cosine matrix, built
      *   from the normalized rotor so it is orthonormal.
      * @param [out] L-STATUS,
      *   '0' normally; '8' when the rotor's norm is off one by more
      *   than W-NORM-TOL-V (the matrix still comes back, from the
      *   normalized rotor) or the rotor is zero, in which case
      *   HIGH-VALUES flag the output.
      *
      *   the standard quaternion-to-matrix expansion over the
      *   Hamilton quaternion GA3R2Q gives the same rotor.
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
             MOVE HIGH-VALUES TO L-OUT-DCM
             GOBACK
           END-IF

           COMPUTE W-NORM-V = FUNCTION SQRT(W-NORMSQ-V)
           IF W-NORM-V - 1 > W-NORM-TOL-V
               OR 1 - W-NORM-V > W-NORM-TOL-V
             SET L-STATUS-ERROR TO TRUE
           END-IF

           COMPUTE W-QW-V = L-R-SC / W-NORM-V
           COMPUTE W-QX-V = (0 - L-R-YZ) / W-NORM-V
           COMPUTE W-QY-V = L-R-XZ / W-NORM-V
           COMPUTE W-QZ-V = (0 - L-R-XY) / W-NORM-V

           COMPUTE W-TM-M11 =
             1 - 2 * ((W-QY-V * W-QY-V) + (W-QZ-V * W-QZ-V))
           COMPUTE W-TM-M12 =
             2 * ((W-QX-V * W-QY-V) - (W-QW-V * W-QZ-V))
           COMPUTE W-TM-M13 =
             2 * ((W-QX-V * W-QZ-V) + (W-QW-V * W-QY-V))
           COMPUTE W-TM-M21 =
             2 * ((W-QX-V * W-QY-V) + (W-QW-V * W-QZ-V))
           COMPUTE W-TM-M22 =
             1 - 2 * ((W-QX-V * W-QX-V) + (W-QZ-V * W-QZ-V))
           COMPUTE W-TM-M23 =
             2 * ((W-QY-V * W-QZ-V) - (W-QW-V * W-QX-V))
           COMPUTE W-TM-M31 =
             2 * ((W-QX-V * W-QZ-V) - (W-QW-V * W-QY-V))
           COMPUTE W-TM-M32 =
             2 * ((W-QY-V * W-QZ-V) + (W-QW-V * W-QX-V))
           COMPUTE W-TM-M33 =
             1 - 2 * ((W-QX-V * W-QX-V) + (W-QY-V * W-QY-V))

           IF L-CV-PASSIVE
             MOVE W-TM-M11 TO L-OUT-M11
             MOVE W-TM-M21 TO L-OUT-M12
             MOVE W-TM-M31 TO L-OUT-M13
             MOVE W-TM-M12 TO L-OUT-M21
             MOVE W-TM-M22 TO L-OUT-M22
             MOVE W-TM-M32 TO L-OUT-M23
             MOVE W-TM-M13 TO L-OUT-M31
             MOVE W-TM-M23 TO L-OUT-M32
             MOVE W-TM-M33 TO L-OUT-M33
           ELSE
             MOVE W-TM-DCM TO L-OUT-DCM
           END-IF

           GOBACK
           .

      * vim: et ts=2 sw=2
