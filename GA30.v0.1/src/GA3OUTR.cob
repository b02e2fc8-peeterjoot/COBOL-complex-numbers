       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3OUTR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA30.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-A1-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-A2-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-B1-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-B2-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-P11-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-P12-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-P21-==.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-TM-==.
       LINKAGE SECTION.
        COPY MV3 REPLACING ==(PRFX)== BY ==L-IN1-==.
        COPY MV3 REPLACING ==(PRFX)== BY ==L-IN2-==.
        COPY MV3 REPLACING ==(PRFX)== BY ==L-OUT-==.
       PROCEDURE DIVISION USING
           L-IN1-MV3,
           L-IN2-MV3,
           L-OUT-MV3.
      ******************************************************************
      * @brief GA3-OUTER-RETURN
      *
      * @param [in] L-IN1-MV3,
      * @param [in] L-IN2-MV3,
      * @param [out] L-OUT-MV3, the outer (wedge) product A ^ B.
      *
      *   the outer product keeps, of each pair of graded parts,
      *   only the grade-raising term of their geometric product:
      *   <A_r B_s>_(r+s).  In Cl(3,0) the pairs that survive are a
      *   scalar with anything (plain scaling), vector ^ vector (the
      *   bivector part of their GA3MULT product), and vector ^
      *   bivector either way round (the trivector part), so the
      *   routine splits both operands by grade, sends the three
      *   vector/bivector pairings through GA3MULT, and keeps the
      *   grade each one raises to.  a ^ b is the plane two vectors
      *   span and a ^ b ^ c the signed volume three span - the
      *   pieces the line and plane routines are built from.
           MOVE L-IN1-X  TO W-A1-X
           MOVE L-IN1-Y  TO W-A1-Y
           MOVE L-IN1-Z  TO W-A1-Z
           MOVE L-IN1-XY TO W-A2-XY
           MOVE L-IN1-XZ TO W-A2-XZ
           MOVE L-IN1-YZ TO W-A2-YZ
           MOVE L-IN2-X  TO W-B1-X
           MOVE L-IN2-Y  TO W-B1-Y
           MOVE L-IN2-Z  TO W-B1-Z
           MOVE L-IN2-XY TO W-B2-XY
           MOVE L-IN2-XZ TO W-B2-XZ
           MOVE L-IN2-YZ TO W-B2-YZ

           CALL GA3-MULT-RETURN USING W-A1-MV3, W-B1-MV3, W-P11-MV3
           CALL GA3-MULT-RETURN USING W-A1-MV3, W-B2-MV3, W-P12-MV3
           CALL GA3-MULT-RETURN USING W-A2-MV3, W-B1-MV3, W-P21-MV3

           COMPUTE W-TM-SC = L-IN1-SC * L-IN2-SC

           COMPUTE W-TM-X = L-IN1-SC * L-IN2-X + L-IN2-SC * L-IN1-X
           COMPUTE W-TM-Y = L-IN1-SC * L-IN2-Y + L-IN2-SC * L-IN1-Y
           COMPUTE W-TM-Z = L-IN1-SC * L-IN2-Z + L-IN2-SC * L-IN1-Z

           COMPUTE W-TM-XY =
             L-IN1-SC * L-IN2-XY + L-IN2-SC * L-IN1-XY + W-P11-XY
           COMPUTE W-TM-XZ =
             L-IN1-SC * L-IN2-XZ + L-IN2-SC * L-IN1-XZ + W-P11-XZ
           COMPUTE W-TM-YZ =
             L-IN1-SC * L-IN2-YZ + L-IN2-SC * L-IN1-YZ + W-P11-YZ

           COMPUTE W-TM-XYZ =
             L-IN1-SC * L-IN2-XYZ + L-IN2-SC * L-IN1-XYZ
             + W-P12-XYZ + W-P21-XYZ

           MOVE W-TM-MV3 TO L-OUT-MV3

           GOBACK
           .

      * vim: et ts=2 sw=2
