       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3LXP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA30.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-PT-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-DIR-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-PLANE-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-PLANE-PT-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-OFFSET-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-VOL1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-VOL2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-TM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DNORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-BNORM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-VOL-ABS-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-T-==.
      * below this sine of the angle between line and plane the
      * line is taken as parallel: the meeting point would be out of
      * all proportion to the data.
        01 W-EPSILON-V COMP-2 VALUE 0.000001.
       LINKAGE SECTION.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PT-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-DIR-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PLANE-PT-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PLANE-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-OUT-==.
        COPY STATUS REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-PT-MV3,
           L-DIR-MV3,
           L-PLANE-PT-MV3,
           L-PLANE-MV3,
           L-OUT-MV3,
           L-STATUS.
      ******************************************************************
      * @brief GA3-LINE-PLANE-RETURN
      *
      * @param [in] L-PT-MV3, L-DIR-MV3, the line: a point on it and
      *   its direction; only vector components are looked at, and
      *   the direction need not be normalized.
      * @param [in] L-PLANE-PT-MV3, L-PLANE-MV3, the plane: a point
      *   in it and its attitude bivector (only XY, XZ, YZ looked
      *   at; GA3DUAL turns a normal into one).
      * @param [out] L-OUT-MV3, the point where the line meets the
      *   plane.
      * @param [out] L-STATUS,
      *   '0' normally; '8' for a zero direction or plane, or a line
      *   parallel to the plane (in it or beside it) - no single
      *   meeting point - with HIGH-VALUES flagging the output.
      *
      *   a point x is in the plane when (x - q) ^ B = 0.  Putting
      *   x = p + t d gives (p - q) ^ B + t (d ^ B) = 0, two
      *   trivectors, so t is the ratio of their e_123 parts; d ^ B
      *   vanishes exactly when d lies along the plane.
           MOVE L-PT-X TO W-PT-X
           MOVE L-PT-Y TO W-PT-Y
           MOVE L-PT-Z TO W-PT-Z
           MOVE L-DIR-X TO W-DIR-X
           MOVE L-DIR-Y TO W-DIR-Y
           MOVE L-DIR-Z TO W-DIR-Z
           MOVE L-PLANE-XY TO W-PLANE-XY
           MOVE L-PLANE-XZ TO W-PLANE-XZ
           MOVE L-PLANE-YZ TO W-PLANE-YZ
           MOVE L-PLANE-PT-X TO W-PLANE-PT-X
           MOVE L-PLANE-PT-Y TO W-PLANE-PT-Y
           MOVE L-PLANE-PT-Z TO W-PLANE-PT-Z

           COMPUTE W-DNORM-V = FUNCTION SQRT(
             W-DIR-X * W-DIR-X + W-DIR-Y * W-DIR-Y
             + W-DIR-Z * W-DIR-Z)
           COMPUTE W-BNORM-V = FUNCTION SQRT(
             W-PLANE-XY * W-PLANE-XY + W-PLANE-XZ * W-PLANE-XZ
             + W-PLANE-YZ * W-PLANE-YZ)

           CALL GA3-OUTER-RETURN USING W-DIR-MV3, W-PLANE-MV3,
             W-VOL2-MV3
           MOVE W-VOL2-XYZ TO W-VOL-ABS-V
           IF W-VOL-ABS-V < 0
             COMPUTE W-VOL-ABS-V = 0 - W-VOL-ABS-V
           END-IF

           IF W-DNORM-V = 0 OR W-BNORM-V = 0
              OR W-VOL-ABS-V NOT > W-EPSILON-V * W-DNORM-V * W-BNORM-V
             SET L-STATUS-ERROR TO TRUE
             MOVE HIGH-VALUES TO L-OUT-MV3
           ELSE
             SET L-STATUS-OK TO TRUE
             CALL GA3-SUB-RETURN USING W-PT-MV3, W-PLANE-PT-MV3,
               W-OFFSET-MV3
             CALL GA3-OUTER-RETURN USING W-OFFSET-MV3, W-PLANE-MV3,
               W-VOL1-MV3

             COMPUTE W-T-V = 0 - W-VOL1-XYZ / W-VOL2-XYZ

             INITIALIZE W-TM-MV3
             COMPUTE W-TM-X = W-PT-X + W-T-V * W-DIR-X
             COMPUTE W-TM-Y = W-PT-Y + W-T-V * W-DIR-Y
             COMPUTE W-TM-Z = W-PT-Z + W-T-V * W-DIR-Z

             MOVE W-TM-MV3 TO L-OUT-MV3
           END-IF

           GOBACK
           .

      * vim: et ts=2 sw=2
