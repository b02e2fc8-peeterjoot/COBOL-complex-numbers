      ******************************************************************
      * copy/GA3XCONV.cpy - the sign and ordering convention an
      * orientation is exchanged under, so a quaternion or matrix
      * from another system is read the way that system wrote it
      * instead of by guesswork.  Each byte's blank is the default
      * the 88 names first.
      *   ORDER - where the quaternion's scalar sits: 'S' first
      *     (W X Y Z), 'L' last (X Y Z W).
      *   HAND  - the quaternion product rule: 'H' Hamilton
      *     (right-handed, i*j = k), 'J' the JPL rule (left-handed,
      *     i*j = -k), under which the same rotation carries its
      *     vector part with the opposite sign.
      *   SENSE - what a direction-cosine matrix does: 'A' active,
      *     it turns a vector (v' = M v); 'P' passive, it gives a
      *     fixed vector's components in the turned frame, which is
      *     the transpose.
      * A GA30 rotor corresponds to the Hamilton quaternion W = SC,
      * X = -YZ, Y = XZ, Z = -XY - the axis-to-dual-plane
      * identification GA3EUL2R and GA3PROJ document.
      ******************************************************************
       01 (PRFX)XCONV.
          05 (PRFX)ORDER            PIC X(01).
            88 (PRFX)SCALAR-FIRST   VALUES 'S' SPACE.
            88 (PRFX)SCALAR-LAST    VALUE 'L'.
          05 (PRFX)HAND             PIC X(01).
            88 (PRFX)HAMILTON       VALUES 'H' SPACE.
            88 (PRFX)JPL            VALUE 'J'.
          05 (PRFX)SENSE            PIC X(01).
            88 (PRFX)ACTIVE         VALUES 'A' SPACE.
            88 (PRFX)PASSIVE        VALUE 'P'.
      ******************************************************************
