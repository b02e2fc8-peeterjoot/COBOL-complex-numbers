       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3M2R.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA3DCM REPLACING ==(PRFX)== BY ==W-M-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-TM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DOT-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DET-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-TRACE-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-ROOT-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-NORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QW-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QX-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QY-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-QZ-==.
      * how far a row's length, or two rows' dot product, may sit
      * from one and zero and the matrix still be called a rotation;
      * loose enough for nine values keyed to eight decimals.
        01 W-ORTHO-TOL-V COMP-2 VALUE 0.00001.
        01 W-BAD-SW PIC X(01) VALUE 'N'.
          88 W-BAD-YES VALUE 'Y'.
       LINKAGE SECTION.
        COPY GA3DCM   REPLACING ==(PRFX)== BY ==L-IN-==.
        COPY GA3XCONV REPLACING ==(PRFX)== BY ==L-CV-==.
        COPY MV3      REPLACING ==(PRFX)== BY ==L-OUT-==.
        COPY STATUS   REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-IN-DCM,
           L-CV-XCONV,
           L-OUT-MV3,
           L-STATUS.
      ******************************************************************
      * @brief GA3-DCM-TO-ROTOR-RETURN
      *
      * @param [in] L-IN-DCM, a direction-cosine matrix from another
      *   system.
      * @param [in] L-CV-XCONV, the sending system's convention; only
      *   SENSE matters - 'P' says the matrix is the passive
      *   (frame) form and is transposed before it is read.
      * @param [out] L-OUT-MV3, the equivalent unit rotor, scalar
      *   part non-negative (a rotor and its negative turn vectors
      *   alike; the positive one is the one GA3ROTOR builds for
      *   turns under a half circle).
      * @param [out] L-STATUS,
      *   '0' normally; '8' when the matrix is not a rotation - rows
      *   not unit length or not square to one another within
      *   W-ORTHO-TOL-V, or a determinant that is negative, which is
      *   a reflection and nearly always a handedness mistake at the
      *   sender - in which case HIGH-VALUES flag the output.
      *
      *   the quaternion is read off the largest of the trace and
      *   the three diagonal elements (Shepperd's choice), which
      *   keeps the square root away from zero, then carried over
      *   the way GA3Q2R does.
           SET L-STATUS-OK TO TRUE
           MOVE 'N' TO W-BAD-SW

           IF L-CV-PASSIVE
             MOVE L-IN-M11 TO W-M-M11
             MOVE L-IN-M21 TO W-M-M12
             MOVE L-IN-M31 TO W-M-M13
             MOVE L-IN-M12 TO W-M-M21
             MOVE L-IN-M22 TO W-M-M22
             MOVE L-IN-M32 TO W-M-M23
             MOVE L-IN-M13 TO W-M-M31
             MOVE L-IN-M23 TO W-M-M32
             MOVE L-IN-M33 TO W-M-M33
           ELSE
             MOVE L-IN-DCM TO W-M-DCM
           END-IF

           PERFORM CHECK-ORTHONORMAL

           IF W-BAD-YES
             SET L-STATUS-ERROR TO TRUE
             MOVE HIGH-VALUES TO L-OUT-MV3
             GOBACK
           END-IF

           COMPUTE W-TRACE-V = W-M-M11 + W-M-M22 + W-M-M33

           EVALUATE TRUE
             WHEN W-TRACE-V >= W-M-M11 AND W-TRACE-V >= W-M-M22
                 AND W-TRACE-V >= W-M-M33
               COMPUTE W-ROOT-V = FUNCTION SQRT(1 + W-TRACE-V)
               COMPUTE W-QW-V = W-ROOT-V / 2
               COMPUTE W-QX-V = (W-M-M32 - W-M-M23) / (2 * W-ROOT-V)
               COMPUTE W-QY-V = (W-M-M13 - W-M-M31) / (2 * W-ROOT-V)
               COMPUTE W-QZ-V = (W-M-M21 - W-M-M12) / (2 * W-ROOT-V)
             WHEN W-M-M11 >= W-M-M22 AND W-M-M11 >= W-M-M33
               COMPUTE W-ROOT-V = FUNCTION SQRT(
                 1 + W-M-M11 - W-M-M22 - W-M-M33)
               COMPUTE W-QX-V = W-ROOT-V / 2
               COMPUTE W-QW-V = (W-M-M32 - W-M-M23) / (2 * W-ROOT-V)
               COMPUTE W-QY-V = (W-M-M12 + W-M-M21) / (2 * W-ROOT-V)
               COMPUTE W-QZ-V = (W-M-M13 + W-M-M31) / (2 * W-ROOT-V)
             WHEN W-M-M22 >= W-M-M33
               COMPUTE W-ROOT-V = FUNCTION SQRT(
                 1 - W-M-M11 + W-M-M22 - W-M-M33)
               COMPUTE W-QY-V = W-ROOT-V / 2
               COMPUTE W-QW-V = (W-M-M13 - W-M-M31) / (2 * W-ROOT-V)
               COMPUTE W-QX-V = (W-M-M12 + W-M-M21) / (2 * W-ROOT-V)
               COMPUTE W-QZ-V = (W-M-M23 + W-M-M32) / (2 * W-ROOT-V)
             WHEN OTHER
               COMPUTE W-ROOT-V = FUNCTION SQRT(
                 1 - W-M-M11 - W-M-M22 + W-M-M33)
               COMPUTE W-QZ-V = W-ROOT-V / 2
               COMPUTE W-QW-V = (W-M-M21 - W-M-M12) / (2 * W-ROOT-V)
               COMPUTE W-QX-V = (W-M-M13 + W-M-M31) / (2 * W-ROOT-V)
               COMPUTE W-QY-V = (W-M-M23 + W-M-M32) / (2 * W-ROOT-V)
           END-EVALUATE

           IF W-QW-V < 0
             COMPUTE W-QW-V = 0 - W-QW-V
             COMPUTE W-QX-V = 0 - W-QX-V
             COMPUTE W-QY-V = 0 - W-QY-V
             COMPUTE W-QZ-V = 0 - W-QZ-V
           END-IF

      *    keyed matrices are only orthonormal to the tolerance, so
      *    the quaternion read off one is brought back to unit length
           COMPUTE W-NORM-V = FUNCTION SQRT(
             (W-QW-V * W-QW-V) + (W-QX-V * W-QX-V)
             + (W-QY-V * W-QY-V) + (W-QZ-V * W-QZ-V))

           INITIALIZE W-TM-MV3
           COMPUTE W-TM-SC = W-QW-V / W-NORM-V
           COMPUTE W-TM-YZ = (0 - W-QX-V) / W-NORM-V
           COMPUTE W-TM-XZ = W-QY-V / W-NORM-V
           COMPUTE W-TM-XY = (0 - W-QZ-V) / W-NORM-V

           MOVE W-TM-MV3 TO L-OUT-MV3

           GOBACK
           .
      ******************************************************************
      * A rotation matrix has unit rows square to one another and a
      * determinant of plus one; anything else is refused.
      ******************************************************************
       CHECK-ORTHONORMAL.
           COMPUTE W-DOT-V = (W-M-M11 * W-M-M11) + (W-M-M12 * W-M-M12)
             + (W-M-M13 * W-M-M13) - 1
           PERFORM CHECK-DOT-NEAR-ZERO
           COMPUTE W-DOT-V = (W-M-M21 * W-M-M21) + (W-M-M22 * W-M-M22)
             + (W-M-M23 * W-M-M23) - 1
           PERFORM CHECK-DOT-NEAR-ZERO
           COMPUTE W-DOT-V = (W-M-M31 * W-M-M31) + (W-M-M32 * W-M-M32)
             + (W-M-M33 * W-M-M33) - 1
           PERFORM CHECK-DOT-NEAR-ZERO
           COMPUTE W-DOT-V = (W-M-M11 * W-M-M21) + (W-M-M12 * W-M-M22)
             + (W-M-M13 * W-M-M23)
           PERFORM CHECK-DOT-NEAR-ZERO
           COMPUTE W-DOT-V = (W-M-M11 * W-M-M31) + (W-M-M12 * W-M-M32)
             + (W-M-M13 * W-M-M33)
           PERFORM CHECK-DOT-NEAR-ZERO
           COMPUTE W-DOT-V = (W-M-M21 * W-M-M31) + (W-M-M22 * W-M-M32)
             + (W-M-M23 * W-M-M33)
           PERFORM CHECK-DOT-NEAR-ZERO

           COMPUTE W-DET-V =
             W-M-M11 * ((W-M-M22 * W-M-M33) - (W-M-M23 * W-M-M32))
             - W-M-M12 * ((W-M-M21 * W-M-M33) - (W-M-M23 * W-M-M31))
             + W-M-M13 * ((W-M-M21 * W-M-M32) - (W-M-M22 * W-M-M31))
           IF W-DET-V <= 0
             SET W-BAD-YES TO TRUE
           END-IF
           .
       CHECK-DOT-NEAR-ZERO.
           IF W-DOT-V > W-ORTHO-TOL-V
               OR W-DOT-V < 0 - W-ORTHO-TOL-V
             SET W-BAD-YES TO TRUE
           END-IF
           .

      * vim: et ts=2 sw=2
