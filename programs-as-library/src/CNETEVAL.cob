       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNETEVAL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY IMPEDARR REPLACING ==(PRFX)== BY ==WS-ARR-==.
        01 WS-ARR-COUNT PIC 9(04) VALUE 0.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-RECIP-==.
      * transmission-line work areas: GAMMA*L, its exponentials and
      * the TANH quotient, all through the complex library.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GL-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GLNEG-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-EPOS-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ENEG-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TANH-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZLINE-==.
        COPY STATUS  REPLACING ==(PRFX)== BY ==WS-TLN-==.
        01 WS-BETA-V COMP-2.
      * free-space propagation speed, metres per second; the
      * velocity factor scales it per cable.
        01 WS-LIGHT-V COMP-2 VALUE 299792458.
        01 WS-CPL-I PIC 9(02) VALUE 0.
        01 WS-MUTUAL-V COMP-2.
        01 WS-OMEGA-M-V COMP-2.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZREFL-==.
        01 WS-J2 PIC 9(04) VALUE 0.
        COPY STATUS  REPLACING ==(PRFX)== BY ==WS-COMBINE-==.
        COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ENTRY-==.
        01 WS-I PIC 9(04) VALUE 0.
        01 WS-OMEGA-V COMP-2.
       LINKAGE SECTION.
        COPY CNETCOMP REPLACING ==(PRFX)== BY ==LK-NET-==.
        COPY FLOAT REPLACING ==(PRFX)== BY ==LK-FREQ-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==LK-TOTAL-==.
        01 LK-ERR-CT PIC 9(04).
       PROCEDURE DIVISION USING
           LK-NET-NET-TABLE,
           LK-FREQ-V,
           LK-TOTAL-COMPLEX,
           LK-ERR-CT.
      ******************************************************************
      * LIBRARY ROUTINE: NETWORK-AT-FREQUENCY
      *
      * @param [in] LK-NET-NET-TABLE,
      *   one network's components and couplings as its CNETDEF
      *   records load them; see copy/CNETCOMP.cpy.  The removed
      *   flags are working state this routine sets afresh on every
      *   call.
      * @param [in] LK-FREQ-V,
      *   the frequency in hertz to evaluate the network at.
      * @param [out] LK-TOTAL-COMPLEX,
      *   the network's combined impedance at that frequency.
      * @param [out] LK-ERR-CT,
      *   the arithmetic failures met along the way - an
      *   unrecognized component type, an overflowing line
      *   exponential, a bad coupling, a failed combine; zero on a
      *   clean result.  The impedance is still returned, so a
      *   sweep can print the step and let the count fail the run.
      *
      *   Every branch's impedance is rebuilt from its component
      *   value at this frequency's omega - R as (R, 0), L as
      *   (0, wL), C as 1/(0, wC), a TLN stub through its TANH form -
      *   the coupled secondaries are reflected into their
      *   primaries, and the result is combined through CNETCOMB.
      *   CNETSWP calls this once per sweep step; the harmonic and
      *   tolerance studies call it at the frequencies they need.
      *
       NETWORK-AT-FREQUENCY.
           MOVE 0 TO LK-ERR-CT

           COMPUTE WS-OMEGA-V = 2 * FUNCTION PI * LK-FREQ-V

           MOVE LK-NET-COMP-CT TO WS-ARR-COUNT
           MOVE 1 TO WS-I

           PERFORM BUILD-BRANCH-IMPEDANCE
             UNTIL WS-I > LK-NET-COMP-CT

           IF LK-NET-CPL-CT > 0
             MOVE 1 TO WS-CPL-I
             PERFORM APPLY-ONE-COUPLING
               UNTIL WS-CPL-I > LK-NET-CPL-CT

             PERFORM COMPACT-IMPEDANCE-ARRAY
           END-IF

           CALL 'CNETCOMB' USING
             WS-ARR-IMPEDANCE-ARRAY,
             WS-ARR-COUNT,
             LK-TOTAL-COMPLEX,
             WS-COMBINE-STATUS

           IF WS-COMBINE-STATUS-ERROR
             ADD 1 TO LK-ERR-CT
           END-IF

           GOBACK
           .
      ******************************************************************
      * Rebuilds one branch's impedance at the current omega: R is
      * (R, 0), L is (0, wL), and C is the reciprocal of (0, wC) via
      * CMINV, the same shapes CSWEEP builds for its series RLC.
      ******************************************************************
       BUILD-BRANCH-IMPEDANCE.
           MOVE 'N' TO LK-NET-COMP-REMOVED-SW(WS-I)
           MOVE LK-NET-COMP-BRANCH-TYPE(WS-I)
             TO WS-ARR-BRANCH-TYPE(WS-I)
           MOVE LK-NET-COMP-GROUP-ID(WS-I) TO WS-ARR-GROUP-ID(WS-I)

           EVALUATE TRUE
             WHEN LK-NET-COMP-TLINE(WS-I)
               PERFORM BUILD-LINE-IMPEDANCE
               MOVE WS-ZLINE-RE TO WS-ARR-RE(WS-I)
               MOVE WS-ZLINE-IM TO WS-ARR-IM(WS-I)

             WHEN LK-NET-COMP-RESISTOR(WS-I)
               MOVE LK-NET-COMP-VALUE-V(WS-I) TO WS-ARR-RE(WS-I)
               MOVE 0 TO WS-ARR-IM(WS-I)

             WHEN LK-NET-COMP-INDUCTOR(WS-I)
               MOVE 0 TO WS-ARR-RE(WS-I)
               COMPUTE WS-ARR-IM(WS-I) =
                 WS-OMEGA-V * LK-NET-COMP-VALUE-V(WS-I)

             WHEN LK-NET-COMP-CAPACITOR(WS-I)
               MOVE 0 TO WS-RECIP-RE
               COMPUTE WS-RECIP-IM =
                 WS-OMEGA-V * LK-NET-COMP-VALUE-V(WS-I)

               CALL 'CMINV' USING
                 WS-RECIP-COMPLEX,
                 WS-ENTRY-STATUS

               IF WS-ENTRY-STATUS-ERROR
                 ADD 1 TO LK-ERR-CT
               END-IF

               MOVE WS-RECIP-RE TO WS-ARR-RE(WS-I)
               MOVE WS-RECIP-IM TO WS-ARR-IM(WS-I)

             WHEN OTHER
      * the branch is loaded as a zero impedance only to keep the
      * array positions aligned with the definition; the counted
      * error already fails the run, and the message says what the
      * combined figure actually saw
               DISPLAY 'CNETEVAL - NETWORK ' LK-NET-NETWORK-ID
                    ' BRANCH ' WS-I ' HAS COMPONENT TYPE '
                    LK-NET-COMP-TYPE(WS-I)
                    ' - LOADED AS ZERO IMPEDANCE'
               ADD 1 TO LK-ERR-CT
               MOVE 0 TO WS-ARR-RE(WS-I)
               MOVE 0 TO WS-ARR-IM(WS-I)
           END-EVALUATE

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Rebuilds a transmission-line branch's input impedance at the
      * current omega: the propagation term GAMMA*L with ALPHA*L
      * nepers of loss and BETA = OMEGA / (VF * C) phase, TANH of it
      * through CEXP and the complex divide, and then
      *   shorted stub:  ZIN = Z0 * TANH(GAMMA*L)
      *   open stub:     ZIN = Z0 / TANH(GAMMA*L)
      * An overflowing exponential or a zero TANH (an open stub
      * exactly at resonance) counts as an arithmetic error and the
      * branch folds in as a hard open.
      ******************************************************************
       BUILD-LINE-IMPEDANCE.
           COMPUTE WS-BETA-V =
             WS-OMEGA-V
             / (LK-NET-COMP-TLN-VF-V(WS-I) * WS-LIGHT-V)

           COMPUTE WS-GL-RE =
             LK-NET-COMP-TLN-ALPHA-V(WS-I)
             * LK-NET-COMP-TLN-LEN-V(WS-I)
           COMPUTE WS-GL-IM =
             WS-BETA-V * LK-NET-COMP-TLN-LEN-V(WS-I)

           COMPUTE WS-GLNEG-RE = 0 - WS-GL-RE
           COMPUTE WS-GLNEG-IM = 0 - WS-GL-IM

           CALL 'CEXP' USING
             WS-GL-COMPLEX, WS-EPOS-COMPLEX, WS-TLN-STATUS
           IF WS-TLN-STATUS-ERROR
             ADD 1 TO LK-ERR-CT
             MOVE 99999999 TO WS-ZLINE-RE
             MOVE 0 TO WS-ZLINE-IM
           ELSE
             CALL 'CEXP' USING
               WS-GLNEG-COMPLEX, WS-ENEG-COMPLEX, WS-TLN-STATUS

             MOVE WS-EPOS-COMPLEX TO WS-TANH-COMPLEX
             CALL 'CMSUB' USING
               WS-TANH-COMPLEX, WS-ENEG-COMPLEX

             MOVE WS-EPOS-COMPLEX TO WS-RECIP-COMPLEX
             CALL 'CMADD' USING
               WS-RECIP-COMPLEX, WS-ENEG-COMPLEX, WS-TLN-STATUS

             CALL 'CMDIV' USING
               WS-TANH-COMPLEX, WS-RECIP-COMPLEX, WS-TLN-STATUS
             IF WS-TLN-STATUS-ERROR
               ADD 1 TO LK-ERR-CT
             END-IF

             IF LK-NET-COMP-TLN-TERM(WS-I) = 'O'
               MOVE LK-NET-COMP-TLN-Z0-V(WS-I) TO WS-ZLINE-RE
               MOVE 0 TO WS-ZLINE-IM
               CALL 'CMDIV' USING
                 WS-ZLINE-COMPLEX, WS-TANH-COMPLEX, WS-TLN-STATUS
               IF WS-TLN-STATUS-ERROR
                 ADD 1 TO LK-ERR-CT
                 MOVE 99999999 TO WS-ZLINE-RE
                 MOVE 0 TO WS-ZLINE-IM
               END-IF
             ELSE
               COMPUTE WS-ZLINE-RE =
                 LK-NET-COMP-TLN-Z0-V(WS-I) * WS-TANH-RE
               COMPUTE WS-ZLINE-IM =
                 LK-NET-COMP-TLN-Z0-V(WS-I) * WS-TANH-IM
             END-IF
           END-IF
           .
      ******************************************************************
      * Reflects one coupled secondary into its primary at the
      * current omega: with M either keyed directly or derived from
      * k and the two inductances, the primary branch gains
      * (OMEGA*M)**2 / ZSECONDARY and the secondary branch leaves
      * the primary-side combination.  A coupling naming anything
      * but two inductive BRN branches is counted as an arithmetic
      * error and ignored.
      ******************************************************************
       APPLY-ONE-COUPLING.
           IF LK-NET-CPL-PRIM(WS-CPL-I) < 1
               OR LK-NET-CPL-PRIM(WS-CPL-I) > LK-NET-COMP-CT
               OR LK-NET-CPL-SEC(WS-CPL-I) < 1
               OR LK-NET-CPL-SEC(WS-CPL-I) > LK-NET-COMP-CT
               OR NOT LK-NET-COMP-INDUCTOR(LK-NET-CPL-PRIM(WS-CPL-I))
               OR NOT LK-NET-COMP-INDUCTOR(LK-NET-CPL-SEC(WS-CPL-I))
             ADD 1 TO LK-ERR-CT
           ELSE
             IF LK-NET-CPL-KIND(WS-CPL-I) = 'K'
               COMPUTE WS-MUTUAL-V =
                 LK-NET-CPL-VAL-V(WS-CPL-I)
                 * FUNCTION SQRT(
                     LK-NET-COMP-VALUE-V(LK-NET-CPL-PRIM(WS-CPL-I))
                     * LK-NET-COMP-VALUE-V(LK-NET-CPL-SEC(WS-CPL-I)))
             ELSE
               MOVE LK-NET-CPL-VAL-V(WS-CPL-I) TO WS-MUTUAL-V
             END-IF

             COMPUTE WS-OMEGA-M-V = WS-OMEGA-V * WS-MUTUAL-V

             COMPUTE WS-ZREFL-RE = WS-OMEGA-M-V * WS-OMEGA-M-V
             MOVE 0 TO WS-ZREFL-IM
             CALL 'CMDIV' USING
               WS-ZREFL-COMPLEX,
               WS-ARR-COMPLEX(LK-NET-CPL-SEC(WS-CPL-I)),
               WS-TLN-STATUS
             IF WS-TLN-STATUS-ERROR
               ADD 1 TO LK-ERR-CT
             ELSE
               CALL 'CMADD' USING
                 WS-ARR-COMPLEX(LK-NET-CPL-PRIM(WS-CPL-I)),
                 WS-ZREFL-COMPLEX,
                 WS-TLN-STATUS
               SET LK-NET-COMP-REMOVED(LK-NET-CPL-SEC(WS-CPL-I))
                 TO TRUE
             END-IF
           END-IF

           ADD 1 TO WS-CPL-I
           .
      ******************************************************************
      * Squeezes the reflected secondaries out of the impedance
      * array before the combiner sees it, preserving the remaining
      * branches' order and group ids.
      ******************************************************************
       COMPACT-IMPEDANCE-ARRAY.
           MOVE 0 TO WS-J2
           MOVE 1 TO WS-I

           PERFORM COMPACT-ONE-ENTRY
             UNTIL WS-I > LK-NET-COMP-CT

           MOVE WS-J2 TO WS-ARR-COUNT
           .
       COMPACT-ONE-ENTRY.
           IF NOT LK-NET-COMP-REMOVED(WS-I)
             ADD 1 TO WS-J2
             MOVE WS-ARR-BRANCH-TYPE(WS-I)
               TO WS-ARR-BRANCH-TYPE(WS-J2)
             MOVE WS-ARR-GROUP-ID(WS-I) TO WS-ARR-GROUP-ID(WS-J2)
             MOVE WS-ARR-COMPLEX(WS-I) TO WS-ARR-COMPLEX(WS-J2)
           END-IF

           ADD 1 TO WS-I
           .

      * vim: et ts=4 sw=4
