      ******************************************************************
      * copy/GA3QUAT.cpy - a quaternion as the navigation and CAD
      * systems trade orientations: four components in the order a
      * copy/GA3XCONV.cpy convention block names - scalar first
      * (W X Y Z) or scalar last (X Y Z W).  No VALUE clauses, so
      * this is safe in a LINKAGE SECTION.
      ******************************************************************
       01 (PRFX)QUAT.
          05 (PRFX)Q1
            COMP-2.
          05 (PRFX)Q2
            COMP-2.
          05 (PRFX)Q3
            COMP-2.
          05 (PRFX)Q4
            COMP-2.
      ******************************************************************
