       01  GA3-ROTOR-AVERAGE-RETURN     PIC X(8) VALUE 'GA3RAVG'.
       01  GA3-EULER-TO-ROTOR-RETURN    PIC X(8) VALUE 'GA3EUL2R'.
       01  GA3-ROTOR-TO-EULER-RETURN    PIC X(8) VALUE 'GA3R2EUL'.
       01  GA3-ROTOR-TO-QUAT-RETURN     PIC X(8) VALUE 'GA3R2Q'.
       01  GA3-QUAT-TO-ROTOR-RETURN     PIC X(8) VALUE 'GA3Q2R'.
       01  GA3-ROTOR-TO-DCM-RETURN      PIC X(8) VALUE 'GA3R2M'.
       01  GA3-DCM-TO-ROTOR-RETURN      PIC X(8) VALUE 'GA3M2R'.
       01  GA3-OUTER-RETURN             PIC X(8) VALUE 'GA3OUTR'.
       01  GA3-DUAL-RETURN              PIC X(8) VALUE 'GA3DUAL'.
       01  GA3-LINE-PLANE-RETURN        PIC X(8) VALUE 'GA3LXP'.
       01  GA3-PLANE-PLANE-RETURN       PIC X(8) VALUE 'GA3PXP'.
       01  GA3-LINE-LINE-DIST-RETURN    PIC X(8) VALUE 'GA3LLD'.
      ******************************************************************
