       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3PXP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA30.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-B1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-B2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-N1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-N2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-Q1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-Q2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-NN-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-DIR-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-PROD-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-TM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-N1SQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-N2SQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-N12-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-H1-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-H2-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DSQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DNORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-C1-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-C2-==.
      * below this sine of the angle between the planes they are
      * taken as parallel.
        01 W-EPSILON-V COMP-2 VALUE 0.000001.
       LINKAGE SECTION.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PT1-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PLANE1-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PT2-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PLANE2-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-OUT-PT-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-OUT-DIR-==.
        COPY STATUS REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-PT1-MV3,
           L-PLANE1-MV3,
           L-PT2-MV3,
           L-PLANE2-MV3,
           L-OUT-PT-MV3,
           L-OUT-DIR-MV3,
           L-STATUS.
      ******************************************************************
      * @brief GA3-PLANE-PLANE-RETURN
      *
      * @param [in] L-PT1-MV3, L-PLANE1-MV3, the first plane: a point
      *   in it and its attitude bivector (only XY, XZ, YZ looked
      *   at), as GA3LXP takes a plane.
      * @param [in] L-PT2-MV3, L-PLANE2-MV3, the second plane.
      * @param [out] L-OUT-PT-MV3, the point of the line the planes
      *   meet in that lies nearest the origin.
      * @param [out] L-OUT-DIR-MV3, the line's unit direction.
      * @param [out] L-STATUS,
      *   '0' normally; '8' for a zero plane bivector or parallel
      *   planes (coincident or apart) - no single line - with
      *   HIGH-VALUES flagging both outputs.
      *
      *   the planes' normals are their duals n1, n2 (GA3DUAL); the
      *   line runs along the dual of n1 ^ n2, which vanishes when
      *   the planes are parallel.  The point on it nearest the
      *   origin satisfies n1.x = n1.q1 and n2.x = n2.q2 with x in
      *   the span of n1 and n2, solved with the dot products -
      *   each the scalar part of a GA3MULT product of two vectors -
      *   over |n1 ^ n2|**2 = n1.n1 n2.n2 - (n1.n2)**2.
           MOVE L-PLANE1-XY TO W-B1-XY
           MOVE L-PLANE1-XZ TO W-B1-XZ
           MOVE L-PLANE1-YZ TO W-B1-YZ
           MOVE L-PLANE2-XY TO W-B2-XY
           MOVE L-PLANE2-XZ TO W-B2-XZ
           MOVE L-PLANE2-YZ TO W-B2-YZ
           MOVE L-PT1-X TO W-Q1-X
           MOVE L-PT1-Y TO W-Q1-Y
           MOVE L-PT1-Z TO W-Q1-Z
           MOVE L-PT2-X TO W-Q2-X
           MOVE L-PT2-Y TO W-Q2-Y
           MOVE L-PT2-Z TO W-Q2-Z

           CALL GA3-DUAL-RETURN USING W-B1-MV3, W-N1-MV3
           CALL GA3-DUAL-RETURN USING W-B2-MV3, W-N2-MV3

           COMPUTE W-N1SQ-V = W-N1-X * W-N1-X + W-N1-Y * W-N1-Y
             + W-N1-Z * W-N1-Z
           COMPUTE W-N2SQ-V = W-N2-X * W-N2-X + W-N2-Y * W-N2-Y
             + W-N2-Z * W-N2-Z
           CALL GA3-MULT-RETURN USING W-N1-MV3, W-N2-MV3, W-PROD-MV3
           MOVE W-PROD-SC TO W-N12-V

           CALL GA3-OUTER-RETURN USING W-N1-MV3, W-N2-MV3, W-NN-MV3
           CALL GA3-DUAL-RETURN USING W-NN-MV3, W-DIR-MV3

           COMPUTE W-DSQ-V = W-DIR-X * W-DIR-X + W-DIR-Y * W-DIR-Y
             + W-DIR-Z * W-DIR-Z

           IF W-N1SQ-V = 0 OR W-N2SQ-V = 0
              OR W-DSQ-V NOT > W-EPSILON-V * W-EPSILON-V
                               * W-N1SQ-V * W-N2SQ-V
             SET L-STATUS-ERROR TO TRUE
             MOVE HIGH-VALUES TO L-OUT-PT-MV3
             MOVE HIGH-VALUES TO L-OUT-DIR-MV3
           ELSE
             SET L-STATUS-OK TO TRUE

             CALL GA3-MULT-RETURN USING W-N1-MV3, W-Q1-MV3,
               W-PROD-MV3
             MOVE W-PROD-SC TO W-H1-V
             CALL GA3-MULT-RETURN USING W-N2-MV3, W-Q2-MV3,
               W-PROD-MV3
             MOVE W-PROD-SC TO W-H2-V

             COMPUTE W-C1-V =
               (W-H1-V * W-N2SQ-V - W-H2-V * W-N12-V) / W-DSQ-V
             COMPUTE W-C2-V =
               (W-H2-V * W-N1SQ-V - W-H1-V * W-N12-V) / W-DSQ-V

             INITIALIZE W-TM-MV3
             COMPUTE W-TM-X = W-C1-V * W-N1-X + W-C2-V * W-N2-X
             COMPUTE W-TM-Y = W-C1-V * W-N1-Y + W-C2-V * W-N2-Y
             COMPUTE W-TM-Z = W-C1-V * W-N1-Z + W-C2-V * W-N2-Z
             MOVE W-TM-MV3 TO L-OUT-PT-MV3

             COMPUTE W-DNORM-V = FUNCTION SQRT(W-DSQ-V)
             INITIALIZE W-TM-MV3
             COMPUTE W-TM-X = W-DIR-X / W-DNORM-V
             COMPUTE W-TM-Y = W-DIR-Y / W-DNORM-V
             COMPUTE W-TM-Z = W-DIR-Z / W-DNORM-V
             MOVE W-TM-MV3 TO L-OUT-DIR-MV3
           END-IF

           GOBACK
           .

      * vim: et ts=2 sw=2
