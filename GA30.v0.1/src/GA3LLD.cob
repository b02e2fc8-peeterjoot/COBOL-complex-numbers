       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3LLD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA30.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-P1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-D1-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-P2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-D2-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-W-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-DD-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-VOL-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-WD-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-PROD-==.
        COPY MV3I  REPLACING ==(PRFX)== BY ==W-TM-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-A-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-B-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-C-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-E-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-F-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-DDSQ-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-S-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==W-U-==.
      * below this sine of the angle between the lines they are
      * taken as parallel.
        01 W-EPSILON-V COMP-2 VALUE 0.000001.
       LINKAGE SECTION.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PT1-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-DIR1-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-PT2-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-DIR2-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==L-DIST-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-NEAR1-==.
        COPY MV3   REPLACING ==(PRFX)== BY ==L-NEAR2-==.
        COPY STATUS REPLACING ==(PRFX)== BY ==L-==.
       PROCEDURE DIVISION USING
           L-PT1-MV3,
           L-DIR1-MV3,
           L-PT2-MV3,
           L-DIR2-MV3,
           L-DIST-V,
           L-NEAR1-MV3,
           L-NEAR2-MV3,
           L-STATUS.
      ******************************************************************
      * @brief GA3-LINE-LINE-DIST-RETURN
      *
      * @param [in] L-PT1-MV3, L-DIR1-MV3, the first line: a point on
      *   it and its direction (vector components only, direction
      *   not necessarily normalized), as GA3LXP takes a line.
      * @param [in] L-PT2-MV3, L-DIR2-MV3, the second line.
      * @param [out] L-DIST-V, the shortest distance between them.
      * @param [out] L-NEAR1-MV3, L-NEAR2-MV3, the points on each
      *   line where that distance is taken.
      * @param [out] L-STATUS,
      *   '0' normally; '8' for parallel lines - the distance is
      *   still their separation, but the near points are just one
      *   pair of many (the first line's point and its foot on the
      *   second) - and for a zero direction, where there is no
      *   line and HIGH-VALUES flag all three outputs.
      *
      *   with w = p2 - p1, the volume w ^ d1 ^ d2 over the area
      *   |d1 ^ d2| is the height between the lines; d1 ^ d2 = 0
      *   is the parallel case, where |w ^ d1| / |d1| is the gap.
      *   The near points come from the usual dot-product solution
      *   of the two perpendicularity conditions, whose determinant
      *   d1.d1 d2.d2 - (d1.d2)**2 is |d1 ^ d2|**2 again.
           MOVE L-PT1-X TO W-P1-X
           MOVE L-PT1-Y TO W-P1-Y
           MOVE L-PT1-Z TO W-P1-Z
           MOVE L-DIR1-X TO W-D1-X
           MOVE L-DIR1-Y TO W-D1-Y
           MOVE L-DIR1-Z TO W-D1-Z
           MOVE L-PT2-X TO W-P2-X
           MOVE L-PT2-Y TO W-P2-Y
           MOVE L-PT2-Z TO W-P2-Z
           MOVE L-DIR2-X TO W-D2-X
           MOVE L-DIR2-Y TO W-D2-Y
           MOVE L-DIR2-Z TO W-D2-Z

           CALL GA3-SUB-RETURN USING W-P2-MV3, W-P1-MV3, W-W-MV3

           COMPUTE W-A-V = W-D1-X * W-D1-X + W-D1-Y * W-D1-Y
             + W-D1-Z * W-D1-Z
           CALL GA3-MULT-RETURN USING W-D1-MV3, W-D2-MV3, W-PROD-MV3
           MOVE W-PROD-SC TO W-B-V
           COMPUTE W-C-V = W-D2-X * W-D2-X + W-D2-Y * W-D2-Y
             + W-D2-Z * W-D2-Z
           CALL GA3-MULT-RETURN USING W-D1-MV3, W-W-MV3, W-PROD-MV3
           MOVE W-PROD-SC TO W-E-V
           CALL GA3-MULT-RETURN USING W-D2-MV3, W-W-MV3, W-PROD-MV3
           MOVE W-PROD-SC TO W-F-V

           CALL GA3-OUTER-RETURN USING W-D1-MV3, W-D2-MV3, W-DD-MV3
           COMPUTE W-DDSQ-V = W-DD-XY * W-DD-XY + W-DD-XZ * W-DD-XZ
             + W-DD-YZ * W-DD-YZ

           EVALUATE TRUE
             WHEN W-A-V = 0 OR W-C-V = 0
               SET L-STATUS-ERROR TO TRUE
               MOVE HIGH-VALUES TO L-DIST-V
               MOVE HIGH-VALUES TO L-NEAR1-MV3
               MOVE HIGH-VALUES TO L-NEAR2-MV3

             WHEN W-DDSQ-V NOT > W-EPSILON-V * W-EPSILON-V
                                 * W-A-V * W-C-V
               SET L-STATUS-ERROR TO TRUE
               CALL GA3-OUTER-RETURN USING W-W-MV3, W-D1-MV3,
                 W-WD-MV3
               COMPUTE L-DIST-V = FUNCTION SQRT(
                 (W-WD-XY * W-WD-XY + W-WD-XZ * W-WD-XZ
                  + W-WD-YZ * W-WD-YZ) / W-A-V)
               MOVE W-P1-MV3 TO L-NEAR1-MV3
               COMPUTE W-U-V = 0 - W-F-V / W-C-V
               INITIALIZE W-TM-MV3
               COMPUTE W-TM-X = W-P2-X + W-U-V * W-D2-X
               COMPUTE W-TM-Y = W-P2-Y + W-U-V * W-D2-Y
               COMPUTE W-TM-Z = W-P2-Z + W-U-V * W-D2-Z
               MOVE W-TM-MV3 TO L-NEAR2-MV3

             WHEN OTHER
               SET L-STATUS-OK TO TRUE
               CALL GA3-OUTER-RETURN USING W-W-MV3, W-DD-MV3,
                 W-VOL-MV3
               COMPUTE L-DIST-V = FUNCTION SQRT(
                 W-VOL-XYZ * W-VOL-XYZ / W-DDSQ-V)

               COMPUTE W-S-V = (W-E-V * W-C-V - W-F-V * W-B-V)
                 / W-DDSQ-V
               COMPUTE W-U-V = (W-E-V * W-B-V - W-F-V * W-A-V)
                 / W-DDSQ-V

               INITIALIZE W-TM-MV3
               COMPUTE W-TM-X = W-P1-X + W-S-V * W-D1-X
               COMPUTE W-TM-Y = W-P1-Y + W-S-V * W-D1-Y
               COMPUTE W-TM-Z = W-P1-Z + W-S-V * W-D1-Z
               MOVE W-TM-MV3 TO L-NEAR1-MV3
               INITIALIZE W-TM-MV3
               COMPUTE W-TM-X = W-P2-X + W-U-V * W-D2-X
               COMPUTE W-TM-Y = W-P2-Y + W-U-V * W-D2-Y
               COMPUTE W-TM-Z = W-P2-Z + W-U-V * W-D2-Z
               MOVE W-TM-MV3 TO L-NEAR2-MV3
           END-EVALUATE

           GOBACK
           .

      * vim: et ts=2 sw=2
