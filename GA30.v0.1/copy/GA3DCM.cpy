      ******************************************************************
      * copy/GA3DCM.cpy - a 3x3 direction-cosine (rotation) matrix,
      * element Mrc in row r and column c.  Whether it rotates
      * vectors (v' = M v) or re-expresses fixed vectors in the
      * turned frame (its transpose) is said by the SENSE byte of
      * the copy/GA3XCONV.cpy convention block it travels with.  No
      * VALUE clauses, so this is safe in a LINKAGE SECTION.
      ******************************************************************
       01 (PRFX)DCM.
          05 (PRFX)ROW-1.
             10 (PRFX)M11
               COMP-2.
             10 (PRFX)M12
               COMP-2.
             10 (PRFX)M13
               COMP-2.
          05 (PRFX)ROW-2.
             10 (PRFX)M21
               COMP-2.
             10 (PRFX)M22
               COMP-2.
             10 (PRFX)M23
               COMP-2.
          05 (PRFX)ROW-3.
             10 (PRFX)M31
               COMP-2.
             10 (PRFX)M32
               COMP-2.
             10 (PRFX)M33
               COMP-2.
      ******************************************************************
