      * Loads one branch: the impedance as keyed plus its admittance
      * Y = 1/Z through CMDIV, computed once here since both the
      * matrix stamp and the final branch-current lines need it.  The
      * highest node number seen becomes the unknown count.  A SRC
      * record is passed over: the driving-point impedance is that
      * of the network with its sources dead.
      ******************************************************************
       LOAD-BRANCH-RECORD.
           EVALUATE TRUE
             WHEN CM-REC-SOURCE
               PERFORM READ-MESHDEF-RECORD
             WHEN WS-BRANCH-CT = WS-BRANCH-MAX
               SET WS-OVERFLOW-YES TO TRUE
             WHEN OTHER
               ADD 1 TO WS-BRANCH-CT
               MOVE CM-BRANCH-ID TO WS-BR-ID(WS-BRANCH-CT)
               MOVE CM-FROM-NODE TO WS-BR-FROM(WS-BRANCH-CT)
               MOVE CM-TO-NODE TO WS-BR-TO(WS-BRANCH-CT)
               MOVE CM-Z-RE TO WS-BR-Z-RE(WS-BRANCH-CT)
               MOVE CM-Z-IM TO WS-BR-Z-IM(WS-BRANCH-CT)

               MOVE 1 TO WS-BR-Y-RE(WS-BRANCH-CT)
               MOVE 0 TO WS-BR-Y-IM(WS-BRANCH-CT)
               CALL 'CMDIV' USING
                 WS-BR-Y-COMPLEX(WS-BRANCH-CT),
                 WS-BR-Z-COMPLEX(WS-BRANCH-CT),
                 WS-ARITH-STATUS
               IF WS-ARITH-STATUS-ERROR
                 SET WS-NETBAD-YES TO TRUE
               END-IF

               IF CM-FROM-NODE > WS-NODE-CT
                 MOVE CM-FROM-NODE TO WS-NODE-CT
               END-IF
               IF CM-TO-NODE > WS-NODE-CT
                 MOVE CM-TO-NODE TO WS-NODE-CT
               END-IF

               PERFORM READ-MESHDEF-RECORD
           END-EVALUATE
           .
      ******************************************************************
      * Refuses a description the solver cannot work on, each with
