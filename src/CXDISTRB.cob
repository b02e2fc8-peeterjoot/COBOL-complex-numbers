       01 WS-CUR-CIRCUIT PIC X(08) VALUE SPACES.
       01 WS-STMT-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-STMT-MODE VALUE 'Y'.
       01 WS-DEPT-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-DEPT-MODE VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-BUNDLE-CT PIC 9(04) VALUE 0.
      * place) followed by their copy - the whole report for an
      * ordinary entry, only their circuit-branch statement
      * sections (the 'BRANCH xxxxxxxx' groups CXSTMT prints) for a
      * CXSTMT entry carrying a circuit id, or only their own
      * department's section (the 'DEPT xxx' groups CXSLARPT prints)
      * for a CXSLARPT entry carrying a department code in the
      * circuit id's place.  Page boundaries are the ' PAGE: '
      * heading lines every CRPTWRT report carries, counted into
      * the CXDISTL distribution log so the mail room can verify
      * each bundle - and the field offices stop receiving each
      * other's statements.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD
           PERFORM LOAD-RULE-TABLE
           IF WS-REPORT-ID = 'CXSTMT'
             SET WS-STMT-MODE TO TRUE
           END-IF
           IF WS-REPORT-ID = 'CXSLARPT'
             SET WS-DEPT-MODE TO TRUE
           END-IF

           CLOSE DB-PARM-FILE
           .
               AND WS-LINE-ENTRY(WS-L)(1:7) = 'BRANCH '
             MOVE WS-LINE-ENTRY(WS-L)(8:8) TO WS-CUR-CIRCUIT
           END-IF
           IF WS-DEPT-MODE
               AND WS-LINE-ENTRY(WS-L)(1:5) = 'DEPT '
             MOVE WS-LINE-ENTRY(WS-L)(6:3) TO WS-CUR-CIRCUIT
           END-IF

           IF WS-RL-CIRCUIT(WS-R) = SPACES
               OR (NOT WS-STMT-MODE AND NOT WS-DEPT-MODE)
               OR WS-CUR-CIRCUIT = WS-RL-CIRCUIT(WS-R)
             MOVE WS-LINE-ENTRY(WS-L) TO WS-RPT-LINE-TEXT
             PERFORM WRITE-BUNDLE-LINE
