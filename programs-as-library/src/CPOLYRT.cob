       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPOLYRT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-N PIC 9(04) VALUE 0.
        01 WS-I PIC 9(04) VALUE 0.
        01 WS-J PIC 9(04) VALUE 0.
        01 WS-K PIC 9(04) VALUE 0.
      * the monic, scaled coefficients the iteration works on; entry
      * K holds the power K-1 as in copy/CXPOLY.cpy.
        01 WS-B-TABLE.
          05 WS-B-COMPLEX OCCURS 21 TIMES.
            10 WS-B-RE
              PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
            10 WS-B-IM
              PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * the root estimates - in the scaled plane until they are
      * scaled back for polishing - the starting point each was
      * given, whether it has settled, and whether it fits the
      * zoned fields once scaled back.
        01 WS-W-TABLE.
          05 WS-W-ENTRY OCCURS 20 TIMES.
            10 WS-W-COMPLEX.
              15 WS-W-RE
                PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
              15 WS-W-IM
                PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
            10 WS-G-COMPLEX.
              15 WS-G-RE
                PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
              15 WS-G-IM
                PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
            10 WS-W-DONE-SW PIC X(01).
              88 WS-W-DONE VALUE 'Y'.
            10 WS-W-RANGE-SW PIC X(01).
              88 WS-W-OUT-OF-RANGE VALUE 'O'.
      * the monic coefficients before scaling, kept for the polishing
      * passes; the same layout as WS-B-TABLE.
        01 WS-M-TABLE PIC X(714).
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-LEAD-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-SEED-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ACC-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DEN-==.
        COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DIFF-==.
        COPY STATUS  REPLACING ==(PRFX)== BY ==WS-ARITH-==.
        COPY FLOAT   REPLACING ==(PRFX)== BY ==WS-MAG-==.
        COPY FLOAT   REPLACING ==(PRFX)== BY ==WS-TERM-==.
        COPY FLOAT   REPLACING ==(PRFX)== BY ==WS-BOUND-==.
        COPY FLOAT   REPLACING ==(PRFX)== BY ==WS-SCALE-==.
        01 WS-PERTURB-V COMP-2 VALUE 0.9.
      * a root has settled once its Weierstrass correction, in the
      * scaled plane where every root lies within the unit circle,
      * is below this.
        01 WS-TOL-V COMP-2 VALUE 0.000001.
        01 WS-ROOT-LIMIT-V COMP-2 VALUE 99999999.
        01 WS-ITER PIC 9(04) VALUE 0.
        01 WS-ITER-MAX PIC 9(04) VALUE 200.
        01 WS-OPEN-CT PIC 9(04) VALUE 0.
        01 WS-RANGE-CT PIC 9(04) VALUE 0.
        01 WS-POLISH-PASS PIC 9(04) VALUE 0.
        01 WS-POLISH-MAX PIC 9(04) VALUE 3.
      * a polishing correction larger than this fraction of the root
      * (or of one, for a small root) is not a polish and is
      * refused, so a pass can never carry a settled root away.
        01 WS-POLISH-LIMIT-V COMP-2 VALUE 0.001.
        01 WS-CORR-SW PIC X(01) VALUE 'N'.
          88 WS-CORR-OK VALUE 'Y'.
       LINKAGE SECTION.
        COPY CXPOLY REPLACING ==(PRFX)== BY ==LK-POLY-==.
        COPY STATUS REPLACING ==(PRFX)== BY ==LK-POLY-==.
       PROCEDURE DIVISION USING
           LK-POLY-POLY-PARM,
           LK-POLY-STATUS.
      ******************************************************************
      * LIBRARY ROUTINE: POLYNOMIAL-ROOTS
      *
      * @param [in,out] LK-POLY-POLY-PARM,
      *   the degree and complex coefficients in, every root out with
      *   its convergence flag and iteration count; see
      *   copy/CXPOLY.cpy.
      * @param [out] LK-POLY-STATUS,
      *   '0' once the roots have been sought, '8' when the degree is
      *   outside 1 to 20, the leading coefficient is zero, or the
      *   coefficients will not divide through by it - the root table
      *   is then left untouched.  A root that fails to settle is not
      *   an error here; it comes back flagged 'N' for the caller to
      *   report.
      *
      *   The polynomial is divided through by its leading
      *   coefficient and the variable scaled by the Fujiwara bound
      *     R = 2 * MAX(|A(N-K)/A(N)| ** (1/K)), with the constant
      *         term's share halved,
      *   which puts every root inside the unit circle, well clear of
      *   the zoned fields' range.  All the roots are then found at
      *   once by the Durand-Kerner (Weierstrass) iteration
      *     W(I) := W(I) - P(W(I)) / PRODUCT(J NOT = I) (W(I) - W(J))
      *   from distinct starting points (0.4 + 0.9i) ** I, each new
      *   estimate used as soon as it is made; P is evaluated by
      *   Horner's rule.  Every step runs through CMADD, CMSUB,
      *   CMMULT and CMDIV, so the arithmetic is the library's and is
      *   audited with it.  A root whose correction cannot be formed
      *   - two estimates coinciding, or a wandering estimate
      *   overflowing - is restarted from a point pulled in towards
      *   the origin.  The roots are then scaled back by R and given
      *   up to three polishing passes of the same correction against
      *   the unscaled coefficients, which recovers the digits the
      *   scaling cost a small root beside a large one; a pass that
      *   would overflow the fields, or move a root by more than a
      *   thousandth of itself, leaves it as it was, and a root whose
      *   polishing correction falls below the tolerance is taken as
      *   settled whatever the scaled iteration made of it.  Multiple
      *   roots converge slowly and only to about half the field
      *   precision; they may come back flagged 'N' after the
      *   iteration limit even though the value is usable.
      *
       POLYNOMIAL-ROOTS.
           IF LK-POLY-DEGREE < 1 OR LK-POLY-DEGREE > 20
             SET LK-POLY-STATUS-ERROR TO TRUE
             GOBACK
           END-IF

           MOVE LK-POLY-DEGREE TO WS-N
           MOVE LK-POLY-COEF-COMPLEX(WS-N + 1) TO WS-LEAD-COMPLEX
           IF WS-LEAD-RE = 0 AND WS-LEAD-IM = 0
             SET LK-POLY-STATUS-ERROR TO TRUE
             GOBACK
           END-IF

           SET WS-ARITH-STATUS-OK TO TRUE
           MOVE 1 TO WS-K
           PERFORM MAKE-COEF-MONIC
             UNTIL WS-K > WS-N OR WS-ARITH-STATUS-ERROR
           IF WS-ARITH-STATUS-ERROR
             SET LK-POLY-STATUS-ERROR TO TRUE
             GOBACK
           END-IF
           MOVE 1 TO WS-B-RE(WS-N + 1)
           MOVE 0 TO WS-B-IM(WS-N + 1)
           MOVE WS-B-TABLE TO WS-M-TABLE

           MOVE 0 TO WS-BOUND-V
           MOVE 1 TO WS-K
           PERFORM TAKE-BOUND-TERM
             UNTIL WS-K > WS-N
           COMPUTE WS-BOUND-V = 2 * WS-BOUND-V
           IF WS-BOUND-V = 0
             MOVE 1 TO WS-BOUND-V
           END-IF

           MOVE 1 TO WS-K
           PERFORM SCALE-ONE-COEF
             UNTIL WS-K > WS-N

           MOVE 0.4 TO WS-SEED-RE
           MOVE 0.9 TO WS-SEED-IM
           MOVE 1 TO WS-I
           PERFORM SET-STARTING-POINT
             UNTIL WS-I > WS-N

           MOVE 0 TO WS-ITER
           MOVE WS-N TO WS-OPEN-CT
           PERFORM ITERATE-ALL-ROOTS
             UNTIL WS-OPEN-CT = 0 OR WS-ITER >= WS-ITER-MAX

           MOVE 0 TO WS-RANGE-CT
           MOVE 1 TO WS-I
           PERFORM SCALE-BACK-ONE-ROOT
             UNTIL WS-I > WS-N

           IF WS-RANGE-CT = 0
             MOVE WS-M-TABLE TO WS-B-TABLE
             MOVE 0 TO WS-POLISH-PASS
             PERFORM POLISH-ALL-ROOTS
               UNTIL WS-POLISH-PASS >= WS-POLISH-MAX
           END-IF

           MOVE 1 TO WS-I
           PERFORM RETURN-ONE-ROOT
             UNTIL WS-I > WS-N

           SET LK-POLY-STATUS-OK TO TRUE
           GOBACK
           .
      ******************************************************************
      * Divides coefficient WS-K by the leading one.
      ******************************************************************
       MAKE-COEF-MONIC.
           MOVE LK-POLY-COEF-COMPLEX(WS-K) TO WS-B-COMPLEX(WS-K)
           CALL 'CMDIV' USING
             WS-B-COMPLEX(WS-K), WS-LEAD-COMPLEX, WS-ARITH-STATUS
           ADD 1 TO WS-K
           .
      ******************************************************************
      * Folds monic coefficient WS-K (power WS-K - 1) into the
      * Fujiwara bound: its modulus to the 1/(N - power), the
      * constant term's halved first.
      ******************************************************************
       TAKE-BOUND-TERM.
           CALL 'CMOD' USING WS-B-COMPLEX(WS-K), WS-MAG-V
           IF WS-MAG-V > 0
             IF WS-K = 1
               COMPUTE WS-MAG-V = WS-MAG-V / 2
             END-IF
             COMPUTE WS-TERM-V = WS-MAG-V ** (1 / (WS-N - WS-K + 1))
             IF WS-TERM-V > WS-BOUND-V
               MOVE WS-TERM-V TO WS-BOUND-V
             END-IF
           END-IF
           ADD 1 TO WS-K
           .
      ******************************************************************
      * Substitutes Z = R * W: coefficient WS-K is divided by R to the
      * power of its distance below the leading term.
      ******************************************************************
       SCALE-ONE-COEF.
           COMPUTE WS-SCALE-V = WS-BOUND-V ** (WS-K - WS-N - 1)
           CALL 'CMSCALE' USING WS-B-COMPLEX(WS-K), WS-SCALE-V
           ADD 1 TO WS-K
           .
      ******************************************************************
      * Starting point WS-I is the seed to the power WS-I, each built
      * from the one before.
      ******************************************************************
       SET-STARTING-POINT.
           IF WS-I = 1
             MOVE WS-SEED-COMPLEX TO WS-W-COMPLEX(WS-I)
           ELSE
             MOVE WS-W-COMPLEX(WS-I - 1) TO WS-W-COMPLEX(WS-I)
             CALL 'CMMULT' USING WS-W-COMPLEX(WS-I), WS-SEED-COMPLEX
           END-IF
           MOVE WS-W-COMPLEX(WS-I) TO WS-G-COMPLEX(WS-I)
           MOVE 'N' TO WS-W-DONE-SW(WS-I)
           ADD 1 TO WS-I
           .
       ITERATE-ALL-ROOTS.
           ADD 1 TO WS-ITER
           MOVE 1 TO WS-I
           PERFORM UPDATE-ONE-ROOT
             UNTIL WS-I > WS-N
           .
      ******************************************************************
      * One Weierstrass correction of root WS-I, unless it has
      * already settled.
      ******************************************************************
       UPDATE-ONE-ROOT.
           IF NOT WS-W-DONE(WS-I)
             PERFORM FORM-CORRECTION
             IF WS-CORR-OK
               CALL 'CMSUB' USING WS-W-COMPLEX(WS-I), WS-ACC-COMPLEX
               CALL 'CMOD' USING WS-ACC-COMPLEX, WS-MAG-V
               IF WS-MAG-V < WS-TOL-V
                 SET WS-W-DONE(WS-I) TO TRUE
                 SUBTRACT 1 FROM WS-OPEN-CT
                 MOVE WS-ITER TO LK-POLY-ROOT-ITERATIONS(WS-I)
               END-IF
             ELSE
               PERFORM RESTART-ONE-ROOT
             END-IF
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Forms root WS-I's correction P(W) / PRODUCT(W - W(J)) in
      * WS-ACC against the coefficients in WS-B-TABLE, setting
      * WS-CORR-OK unless an overflow or a zero product stopped it.
      ******************************************************************
       FORM-CORRECTION.
           MOVE 'N' TO WS-CORR-SW
           MOVE WS-B-COMPLEX(WS-N + 1) TO WS-ACC-COMPLEX
           MOVE WS-N TO WS-K
           PERFORM HORNER-STEP
             UNTIL WS-K = 0

           MOVE 1 TO WS-DEN-RE
           MOVE 0 TO WS-DEN-IM
           MOVE 1 TO WS-J
           PERFORM TAKE-DENOMINATOR-FACTOR
             UNTIL WS-J > WS-N

           IF WS-ACC-COMPLEX NOT = HIGH-VALUES
               AND WS-DEN-COMPLEX NOT = HIGH-VALUES
             CALL 'CMDIV' USING
               WS-ACC-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS
             IF WS-ARITH-STATUS-OK
               SET WS-CORR-OK TO TRUE
             END-IF
           END-IF
           .
       HORNER-STEP.
           IF WS-ACC-COMPLEX NOT = HIGH-VALUES
             CALL 'CMMULT' USING WS-ACC-COMPLEX, WS-W-COMPLEX(WS-I)
           END-IF
           IF WS-ACC-COMPLEX NOT = HIGH-VALUES
             CALL 'CMADD' USING
               WS-ACC-COMPLEX, WS-B-COMPLEX(WS-K), WS-ARITH-STATUS
           END-IF
           SUBTRACT 1 FROM WS-K
           .
       TAKE-DENOMINATOR-FACTOR.
           IF WS-J NOT = WS-I AND WS-DEN-COMPLEX NOT = HIGH-VALUES
             MOVE WS-W-COMPLEX(WS-I) TO WS-DIFF-COMPLEX
             CALL 'CMSUB' USING WS-DIFF-COMPLEX, WS-W-COMPLEX(WS-J)
             CALL 'CMMULT' USING WS-DEN-COMPLEX, WS-DIFF-COMPLEX
           END-IF
           ADD 1 TO WS-J
           .
      ******************************************************************
      * Restarts root WS-I from its starting point pulled in towards
      * the origin, so a second failure starts somewhere new.
      ******************************************************************
       RESTART-ONE-ROOT.
           CALL 'CMSCALE' USING WS-G-COMPLEX(WS-I), WS-PERTURB-V
           MOVE WS-G-COMPLEX(WS-I) TO WS-W-COMPLEX(WS-I)
           .
      ******************************************************************
      * Scales root WS-I back by R, unless the result would not fit
      * the zoned fields.
      ******************************************************************
       SCALE-BACK-ONE-ROOT.
           MOVE SPACE TO WS-W-RANGE-SW(WS-I)
           CALL 'CMOD' USING WS-W-COMPLEX(WS-I), WS-MAG-V
           IF WS-MAG-V * WS-BOUND-V >= WS-ROOT-LIMIT-V
             SET WS-W-OUT-OF-RANGE(WS-I) TO TRUE
             ADD 1 TO WS-RANGE-CT
           ELSE
             CALL 'CMSCALE' USING WS-W-COMPLEX(WS-I), WS-BOUND-V
           END-IF
           ADD 1 TO WS-I
           .
       POLISH-ALL-ROOTS.
           ADD 1 TO WS-POLISH-PASS
           MOVE 1 TO WS-I
           PERFORM POLISH-ONE-ROOT
             UNTIL WS-I > WS-N
           .
      ******************************************************************
      * One correction of root WS-I against the unscaled
      * coefficients, taken only when it is small beside the root.
      * A root the scaled iteration left open - its correction held
      * above the tolerance by the scaled coefficients' lost digits -
      * is settled here once its unscaled correction is below the
      * same tolerance relative to the root.
      ******************************************************************
       POLISH-ONE-ROOT.
           PERFORM FORM-CORRECTION
           IF WS-CORR-OK
             CALL 'CMOD' USING WS-W-COMPLEX(WS-I), WS-TERM-V
             IF WS-TERM-V < 1
               MOVE 1 TO WS-TERM-V
             END-IF
             CALL 'CMOD' USING WS-ACC-COMPLEX, WS-MAG-V
             IF WS-MAG-V < WS-POLISH-LIMIT-V * WS-TERM-V
               CALL 'CMSUB' USING WS-W-COMPLEX(WS-I), WS-ACC-COMPLEX
               IF WS-MAG-V < WS-TOL-V * WS-TERM-V
                   AND NOT WS-W-DONE(WS-I)
                 SET WS-W-DONE(WS-I) TO TRUE
                 MOVE WS-ITER TO LK-POLY-ROOT-ITERATIONS(WS-I)
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-I
           .
      ******************************************************************
      * Returns root WS-I to the caller's table with its flag; a root
      * still open after the iteration limit carries the limit as
      * its count.
      ******************************************************************
       RETURN-ONE-ROOT.
           EVALUATE TRUE
             WHEN WS-W-OUT-OF-RANGE(WS-I)
               MOVE HIGH-VALUES TO LK-POLY-ROOT-COMPLEX(WS-I)
               SET LK-POLY-ROOT-OUT-OF-RANGE(WS-I) TO TRUE
             WHEN WS-W-DONE(WS-I)
               MOVE WS-W-COMPLEX(WS-I) TO LK-POLY-ROOT-COMPLEX(WS-I)
               SET LK-POLY-ROOT-CONVERGED(WS-I) TO TRUE
             WHEN OTHER
               MOVE WS-W-COMPLEX(WS-I) TO LK-POLY-ROOT-COMPLEX(WS-I)
               SET LK-POLY-ROOT-NOT-CONVERGED(WS-I) TO TRUE
           END-EVALUATE
           IF NOT WS-W-DONE(WS-I)
             MOVE WS-ITER TO LK-POLY-ROOT-ITERATIONS(WS-I)
           END-IF
           ADD 1 TO WS-I
           .

      * vim: et ts=4 sw=4
