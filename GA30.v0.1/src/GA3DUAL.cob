       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GA3DUAL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
        COPY GA30.
        COPY MV3I REPLACING ==(PRFX)== BY ==W-IINV-==.
       LINKAGE SECTION.
        COPY MV3 REPLACING ==(PRFX)== BY ==L-IN-==.
        COPY MV3 REPLACING ==(PRFX)== BY ==L-OUT-==.
       PROCEDURE DIVISION USING
           L-IN-MV3,
           L-OUT-MV3.
      ******************************************************************
      * @brief GA3-DUAL-RETURN
      *
      * @param [in] L-IN-MV3,
      * @param [out] L-OUT-MV3, the dual M I**-1 of L-IN-MV3 through
      *   the pseudoscalar I = e_123.
      *
      *   I squares to -1 in Cl(3,0), so I**-1 = -e_123, and the
      *   product goes through GA3MULT.  The dual of a bivector is
      *   the plane's normal vector - the same (B_yz, -B_xz, B_xy)
      *   GA3PROJ works from, so e_12 gives e_3 - and the dual of a
      *   trivector is its signed volume as a scalar.  Going back,
      *   a normal n's plane is n I, which is the negated dual.
           MOVE -1 TO W-IINV-XYZ

           CALL GA3-MULT-RETURN USING L-IN-MV3, W-IINV-MV3, L-OUT-MV3

           GOBACK
           .

      * vim: et ts=2 sw=2
