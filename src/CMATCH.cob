       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MT-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-BRANCH-ID
               ALTERNATE RECORD KEY IS MT-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL MT-PARM-FILE ASSIGN TO "CMATCHP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT MT-TPDEF-FILE ASSIGN TO "CMATCHT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT MT-REPORT-FILE ASSIGN TO "CMATCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==MT-==.
       FD  MT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * the CMATCHP card: CVSWR's Z0 and threshold columns, then the
      * design frequency the element values are computed at and the
      * number of points for the follow-on CTPSWP sweep.
       01  MT-PARM-RECORD.
         10  MT-PARM-Z0-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  MT-PARM-Z0-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(01).
         10  MT-PARM-THRESHOLD
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  MT-PARM-DESIGN-FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(01).
         10  MT-PARM-NUM-STEPS     PIC 9(04).
         10  FILLER                PIC X(06).
       FD  MT-TPDEF-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY CTPDEF REPLACING ==(PRFX)== BY ==MT-TP-==.
       FD  MT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MT-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * the reference impedance the branches are matched to, resolved
      * as CVSWR resolves it: the CMATCHP card, else the Z0REF named
      * constant.  The sections are designed against its resistive
      * part; gamma before and after is taken against the full Z0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z0-==.
       01 WS-Z0-NAME PIC X(08) VALUE 'Z0REF'.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-CONST-==.
       01 WS-Z0-FROM PIC X(08) VALUE SPACES.
       01 WS-R0-V COMP-2.
      * only branches whose VSWR exceeds this are matched; 2.0 is
      * the bench's usual acceptance line, as in CVSWR.
       01 WS-THRESHOLD-V COMP-2 VALUE 2.0.
      * the frequency the element values are computed at, and the
      * sweep written on each NET record: half to one and a half
      * times the design frequency over WS-NUM-STEPS points.
       01 WS-DESIGN-FREQ-V COMP-2 VALUE 0.
       01 WS-OMEGA-V       COMP-2.
       01 WS-NUM-STEPS     PIC 9(04) VALUE 21.
       01 WS-START-FREQ-V  COMP-2.
       01 WS-FREQ-STEP-V   COMP-2.
      ******************************************************************
      * gamma of whatever impedance is in WS-ZT, as CVSWR takes it.
      ******************************************************************
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZT-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NUM-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DEN-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GAMMA-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ARITH-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-GMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-GARG-==.
       01 WS-VSWR-V COMP-2.
       01 WS-DEG-V  COMP-2.
      ******************************************************************
      * one L-section solution.  RL and XL are the branch's load;
      * WS-SIGN picks the root.  With RL above R0 the shunt element
      * sits across the load and the series element at the input
      * (topology 'A'); otherwise the series element sits against
      * the load and the shunt element at the input (topology 'B').
      * X is the series reactance and B the shunt susceptance the
      * solution calls for; XR/BR are what the element values as
      * rounded onto the STG records actually give.
      ******************************************************************
       01 WS-RL-V        COMP-2.
       01 WS-XL-V        COMP-2.
       01 WS-SIGN-V      COMP-2.
       01 WS-SQ-V        COMP-2.
       01 WS-X-V         COMP-2.
       01 WS-B-V         COMP-2.
       01 WS-XR-V        COMP-2.
       01 WS-BR-V        COMP-2.
       01 WS-D-V         COMP-2.
       01 WS-G1-V        COMP-2.
       01 WS-B1-V        COMP-2.
       01 WS-R1-V        COMP-2.
       01 WS-X1-V        COMP-2.
       01 WS-ZIN-RE-V    COMP-2.
       01 WS-ZIN-IM-V    COMP-2.
       01 WS-TOPOLOGY    PIC X(01) VALUE 'A'.
         88 WS-TOPO-SHUNT-AT-LOAD  VALUE 'A'.
         88 WS-TOPO-SERIES-AT-LOAD VALUE 'B'.
       01 WS-SOL-NO      PIC 9(01) VALUE 0.
      * the element a reactance or susceptance becomes: 'L', 'C', or
      * space when the solution needs no element in that position.
       01 WS-SER-TYPE    PIC X(01) VALUE SPACE.
       01 WS-SER-VALUE-V COMP-2.
       01 WS-SHN-TYPE    PIC X(01) VALUE SPACE.
       01 WS-SHN-VALUE-V COMP-2.
       01 WS-SER-STG-VALUE
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SHN-STG-VALUE
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * reactances and susceptances below these are no element at all.
       01 WS-X-NIL-V     COMP-2 VALUE 0.000001.
       01 WS-B-NIL-V     COMP-2 VALUE 0.000000001.
       01 WS-RESOL-SW    PIC X(01) VALUE 'N'.
         88 WS-RESOL-LOST  VALUE 'Y'.
       01 WS-SER-LABEL   PIC X(04) VALUE SPACES.
       01 WS-SHN-LABEL   PIC X(04) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-BRANCH-CT PIC 9(06) VALUE 0.
       01 WS-CTL-MATCH-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-NOMATCH-CT PIC 9(06) VALUE 0.
       01 WS-CTL-CHAIN-CT  PIC 9(06) VALUE 0.
       01 WS-CTL-RESOL-CT  PIC 9(06) VALUE 0.
       01 WS-GMAG-DISP    PIC -9.999999.
       01 WS-GANG-DISP    PIC -(3)9.99.
       01 WS-VSWR-DISP    PIC -(6)9.999.
       01 WS-ZRE-DISP     PIC -(8)9.9999.
       01 WS-ZIM-DISP     PIC -(8)9.9999.
      * element values print in microhenries and nanofarads.
       01 WS-SER-DISP     PIC -(8)9.9999.
       01 WS-SHN-DISP     PIC -(8)9.9999.
       01 WS-SER-UNIT     PIC X(02) VALUE SPACES.
       01 WS-SHN-UNIT     PIC X(02) VALUE SPACES.
       01 WS-RESOL-FLAG   PIC X(26) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CMATCH'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CMATCH'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * L-section matching designer for the branches CVSWR flags:
      * every CXIMPED branch whose VSWR against Z0 exceeds the
      * threshold gets both lossless L-section solutions at the
      * design frequency.  With RL > R0 the shunt element goes
      * across the load:
      *   B = (XL +/- SQRT(RL/R0) * SQRT(RL**2 + XL**2 - R0*RL))
      *       / (RL**2 + XL**2)
      *   X = 1/B + XL*R0/RL - R0/(B*RL)
      * and with RL <= R0 the series element goes against the load:
      *   X = +/- SQRT(RL*(R0 - RL)) - XL
      *   B = +/- SQRT((R0 - RL)/RL) / R0
      * A positive X is a series inductor and a negative one a
      * series capacitor; a positive B a shunt capacitor and a
      * negative one a shunt inductor - for a resistive load the two
      * roots are the series-L/shunt-C and series-C/shunt-L
      * sections.  Each solution goes to CMATCHT as a CTPDEF chain
      * (a NET record with the branch as its load, then its STG
      * records in signal-path order) for CTPSWP to sweep as it
      * stands, and the CMATCHR report gives gamma before and after
      * - the after figure computed from the element values exactly
      * as written to the STG records.
      ******************************************************************
           PERFORM RESOLVE-DESIGN-PARAMETERS

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN INPUT MT-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT MT-TPDEF-FILE
           MOVE 'CMATCHT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT MT-REPORT-FILE
           MOVE 'CMATCHR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-Z0-RE TO WS-ZRE-DISP
           MOVE WS-Z0-IM TO WS-ZIM-DISP
           MOVE WS-THRESHOLD-V TO WS-VSWR-DISP
           STRING
             'L-SECTION MATCHING DESIGN  Z0 (' DELIMITED BY SIZE
             WS-Z0-FROM                      DELIMITED BY SIZE
             ') RE='                         DELIMITED BY SIZE
             WS-ZRE-DISP                     DELIMITED BY SIZE
             ' IM='                          DELIMITED BY SIZE
             WS-ZIM-DISP                     DELIMITED BY SIZE
             '  VSWR OVER'                   DELIMITED BY SIZE
             WS-VSWR-DISP                    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DESIGN-FREQ-V TO WS-ZRE-DISP
           STRING
             'DESIGN FREQUENCY (HZ)='        DELIMITED BY SIZE
             WS-ZRE-DISP                     DELIMITED BY SIZE
             '  L IN UH, C IN NF; CHAINS WRITTEN TO CMATCHT IN '
                                             DELIMITED BY SIZE
             'SOLUTION ORDER'                DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-MASTER-RECORD

           PERFORM MATCH-ONE-BRANCH
             UNTIL WS-EOF-YES

           STRING
             'BRANCHES READ: '     DELIMITED BY SIZE
             WS-CTL-BRANCH-CT      DELIMITED BY SIZE
             '  MATCHED: '         DELIMITED BY SIZE
             WS-CTL-MATCH-CT       DELIMITED BY SIZE
             '  NOT MATCHABLE: '   DELIMITED BY SIZE
             WS-CTL-NOMATCH-CT     DELIMITED BY SIZE
             '  CHAINS WRITTEN: '  DELIMITED BY SIZE
             WS-CTL-CHAIN-CT       DELIMITED BY SIZE
             '  BELOW RESOLUTION: ' DELIMITED BY SIZE
             WS-CTL-RESOL-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE MT-MASTER-FILE
           CLOSE MT-TPDEF-FILE
           CLOSE MT-REPORT-FILE

           PERFORM RELEASE-MASTER-LOCK

           IF WS-CTL-NOMATCH-CT > 0 OR WS-CTL-RESOL-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Establishes Z0, the threshold and the design frequency: Z0
      * and threshold exactly as CVSWR takes them, the design
      * frequency only from the card.  A run with no design
      * frequency, or with no Z0 or a Z0 whose resistive part is not
      * positive, is refused - there is nothing to design against.
      ******************************************************************
       RESOLVE-DESIGN-PARAMETERS.
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT MT-PARM-FILE

           READ MT-PARM-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
               AND MT-PARM-Z0-RE NUMERIC
               AND MT-PARM-Z0-IM NUMERIC
             MOVE MT-PARM-Z0-RE TO WS-Z0-RE
             MOVE MT-PARM-Z0-IM TO WS-Z0-IM
             MOVE 'CMATCHP' TO WS-Z0-FROM
           ELSE
             CALL 'CCONSTLK' USING
               WS-Z0-NAME, WS-Z0-COMPLEX, WS-CONST-STATUS
             IF WS-CONST-STATUS-OK
               MOVE 'Z0REF' TO WS-Z0-FROM
             ELSE
               DISPLAY 'CMATCH - NO Z0 ON CMATCHP AND Z0REF NOT ON '
                    'CXCONST - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE MT-PARM-FILE
               GOBACK
             END-IF
           END-IF

           MOVE WS-Z0-RE TO WS-R0-V
           IF WS-R0-V NOT > 0
             DISPLAY 'CMATCH - Z0 HAS NO POSITIVE RESISTIVE PART '
                  '- RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE MT-PARM-FILE
             GOBACK
           END-IF

           IF NOT WS-EOF-YES AND MT-PARM-THRESHOLD NUMERIC
               AND MT-PARM-THRESHOLD > 0
             MOVE MT-PARM-THRESHOLD TO WS-THRESHOLD-V
           END-IF

           IF NOT WS-EOF-YES AND MT-PARM-DESIGN-FREQ NUMERIC
               AND MT-PARM-DESIGN-FREQ > 0
             MOVE MT-PARM-DESIGN-FREQ TO WS-DESIGN-FREQ-V
           ELSE
             DISPLAY 'CMATCH - NO DESIGN FREQUENCY ON CMATCHP '
                  '- RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE MT-PARM-FILE
             GOBACK
           END-IF

           IF NOT WS-EOF-YES AND MT-PARM-NUM-STEPS NUMERIC
               AND MT-PARM-NUM-STEPS > 1
             MOVE MT-PARM-NUM-STEPS TO WS-NUM-STEPS
           END-IF

           COMPUTE WS-OMEGA-V =
             2 * FUNCTION PI * WS-DESIGN-FREQ-V
           COMPUTE WS-START-FREQ-V = WS-DESIGN-FREQ-V / 2
           COMPUTE WS-FREQ-STEP-V =
             WS-DESIGN-FREQ-V / (WS-NUM-STEPS - 1)

           CLOSE MT-PARM-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-MASTER-RECORD.
           READ MT-MASTER-FILE NEXT
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Takes gamma and VSWR for the branch just read; a branch over
      * the threshold gets its before line and both solutions, and
      * one with no resistive part (pure reactance, or negative
      * resistance) is reported as beyond an L-section.
      ******************************************************************
       MATCH-ONE-BRANCH.
           ADD 1 TO WS-CTL-BRANCH-CT

           MOVE MT-COMPLEX TO WS-ZT-COMPLEX
           PERFORM COMPUTE-GAMMA
           MOVE MT-RE TO WS-RL-V
           MOVE MT-IM TO WS-XL-V

           IF WS-ARITH-STATUS-ERROR OR WS-RL-V NOT > 0
             ADD 1 TO WS-CTL-NOMATCH-CT
             MOVE MT-RE TO WS-ZRE-DISP
             MOVE MT-IM TO WS-ZIM-DISP
             STRING
               MT-BRANCH-ID    DELIMITED BY SIZE
               ' Z='           DELIMITED BY SIZE
               WS-ZRE-DISP     DELIMITED BY SIZE
               WS-ZIM-DISP     DELIMITED BY SIZE
               ' NO RESISTIVE PART - NOT L-SECTION MATCHABLE *'
                               DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             IF WS-GMAG-V < 1
               COMPUTE WS-VSWR-V =
                 (1 + WS-GMAG-V) / (1 - WS-GMAG-V)
             ELSE
               MOVE 9999999 TO WS-VSWR-V
             END-IF
             IF WS-GMAG-V >= 1 OR WS-VSWR-V > WS-THRESHOLD-V
               PERFORM DESIGN-BRANCH-MATCH
             END-IF
           END-IF

           PERFORM READ-MASTER-RECORD
           .
      ******************************************************************
      * Writes the branch's before line and designs, writes and
      * reports both roots.
      ******************************************************************
       DESIGN-BRANCH-MATCH.
           ADD 1 TO WS-CTL-MATCH-CT

           IF WS-RL-V > WS-R0-V
             SET WS-TOPO-SHUNT-AT-LOAD TO TRUE
           ELSE
             SET WS-TOPO-SERIES-AT-LOAD TO TRUE
           END-IF

           MOVE MT-RE TO WS-ZRE-DISP
           MOVE MT-IM TO WS-ZIM-DISP
           MOVE WS-VSWR-V TO WS-VSWR-DISP
           STRING
             MT-BRANCH-ID    DELIMITED BY SIZE
             ' Z='           DELIMITED BY SIZE
             WS-ZRE-DISP     DELIMITED BY SIZE
             WS-ZIM-DISP     DELIMITED BY SIZE
             ' VSWR='        DELIMITED BY SIZE
             WS-VSWR-DISP    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           STRING
             '         BEFORE' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM FORMAT-GAMMA-LINE
           IF WS-TOPO-SHUNT-AT-LOAD
             MOVE ' - SHUNT ELEMENT ACROSS LOAD'
               TO WS-RPT-LINE-TEXT(64:)
           ELSE
             MOVE ' - SERIES ELEMENT AGAINST LOAD'
               TO WS-RPT-LINE-TEXT(64:)
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-SOL-NO
           MOVE 1 TO WS-SIGN-V
           PERFORM DESIGN-ONE-SOLUTION
           MOVE 2 TO WS-SOL-NO
           MOVE -1 TO WS-SIGN-V
           PERFORM DESIGN-ONE-SOLUTION
           .
      ******************************************************************
      * One root: solves X and B, turns them into elements at the
      * design frequency, writes the chain, and reports the gamma
      * the rounded element values actually give.
      ******************************************************************
       DESIGN-ONE-SOLUTION.
           IF WS-TOPO-SHUNT-AT-LOAD
             COMPUTE WS-D-V = WS-RL-V * WS-RL-V + WS-XL-V * WS-XL-V
             COMPUTE WS-SQ-V =
               FUNCTION SQRT(WS-RL-V / WS-R0-V)
               * FUNCTION SQRT(WS-D-V - WS-R0-V * WS-RL-V)
             COMPUTE WS-B-V = (WS-XL-V + WS-SIGN-V * WS-SQ-V)
               / WS-D-V
             COMPUTE WS-X-V = 1 / WS-B-V
               + WS-XL-V * WS-R0-V / WS-RL-V
               - WS-R0-V / (WS-B-V * WS-RL-V)
           ELSE
             COMPUTE WS-X-V = WS-SIGN-V
               * FUNCTION SQRT(WS-RL-V * (WS-R0-V - WS-RL-V))
               - WS-XL-V
             COMPUTE WS-B-V = WS-SIGN-V
               * FUNCTION SQRT((WS-R0-V - WS-RL-V) / WS-RL-V)
               / WS-R0-V
           END-IF

           MOVE 'N' TO WS-RESOL-SW
           PERFORM SIZE-SERIES-ELEMENT
           PERFORM SIZE-SHUNT-ELEMENT

           PERFORM WRITE-MATCH-CHAIN

           PERFORM COMPUTE-MATCHED-ZIN
           MOVE WS-ZIN-RE-V TO WS-ZT-RE
           MOVE WS-ZIN-IM-V TO WS-ZT-IM
           PERFORM COMPUTE-GAMMA

           PERFORM REPORT-SOLUTION
           .
      ******************************************************************
      * The series element for reactance X: an inductor L = X/W for
      * X > 0, a capacitor C = -1/(W*X) for X < 0, none when X is
      * nil.  XR is the reactance the STG value as rounded gives;
      * a value that rounds to nothing is flagged and left off.
      ******************************************************************
       SIZE-SERIES-ELEMENT.
           MOVE 0 TO WS-XR-V
           MOVE SPACE TO WS-SER-TYPE
           MOVE 0 TO WS-SER-STG-VALUE
           EVALUATE TRUE
             WHEN WS-X-V > WS-X-NIL-V
               MOVE 'L' TO WS-SER-TYPE
               COMPUTE WS-SER-VALUE-V = WS-X-V / WS-OMEGA-V
             WHEN WS-X-V < 0 - WS-X-NIL-V
               MOVE 'C' TO WS-SER-TYPE
               COMPUTE WS-SER-VALUE-V =
                 -1 / (WS-OMEGA-V * WS-X-V)
             WHEN OTHER
               MOVE 0 TO WS-SER-VALUE-V
           END-EVALUATE

           IF WS-SER-TYPE NOT = SPACE
             COMPUTE WS-SER-STG-VALUE ROUNDED = WS-SER-VALUE-V
             IF WS-SER-STG-VALUE = 0
               SET WS-RESOL-LOST TO TRUE
             ELSE
               IF WS-SER-TYPE = 'L'
                 COMPUTE WS-XR-V = WS-OMEGA-V * WS-SER-STG-VALUE
               ELSE
                 COMPUTE WS-XR-V =
                   -1 / (WS-OMEGA-V * WS-SER-STG-VALUE)
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
      * The shunt element for susceptance B: a capacitor C = B/W for
      * B > 0, an inductor L = -1/(W*B) for B < 0, none when B is
      * nil; BR as XR above.
      ******************************************************************
       SIZE-SHUNT-ELEMENT.
           MOVE 0 TO WS-BR-V
           MOVE SPACE TO WS-SHN-TYPE
           MOVE 0 TO WS-SHN-STG-VALUE
           EVALUATE TRUE
             WHEN WS-B-V > WS-B-NIL-V
               MOVE 'C' TO WS-SHN-TYPE
               COMPUTE WS-SHN-VALUE-V = WS-B-V / WS-OMEGA-V
             WHEN WS-B-V < 0 - WS-B-NIL-V
               MOVE 'L' TO WS-SHN-TYPE
               COMPUTE WS-SHN-VALUE-V =
                 -1 / (WS-OMEGA-V * WS-B-V)
             WHEN OTHER
               MOVE 0 TO WS-SHN-VALUE-V
           END-EVALUATE

           IF WS-SHN-TYPE NOT = SPACE
             COMPUTE WS-SHN-STG-VALUE ROUNDED = WS-SHN-VALUE-V
             IF WS-SHN-STG-VALUE = 0
               SET WS-RESOL-LOST TO TRUE
             ELSE
               IF WS-SHN-TYPE = 'C'
                 COMPUTE WS-BR-V = WS-OMEGA-V * WS-SHN-STG-VALUE
               ELSE
                 COMPUTE WS-BR-V =
                   -1 / (WS-OMEGA-V * WS-SHN-STG-VALUE)
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
      * Writes the solution as a CTPDEF chain: the NET record with
      * the branch id, the sweep around the design frequency and the
      * branch as load, then the STG records from the source side -
      * series then shunt for topology 'A', shunt then series for
      * 'B'.  An element with no value is not written.
      ******************************************************************
       WRITE-MATCH-CHAIN.
           ADD 1 TO WS-CTL-CHAIN-CT

           MOVE SPACES TO MT-TP-TPDEF-RECORD
           SET MT-TP-REC-NETWORK TO TRUE
           MOVE MT-BRANCH-ID TO MT-TP-NETWORK-ID
           MOVE WS-START-FREQ-V TO MT-TP-START-FREQ
           MOVE WS-FREQ-STEP-V TO MT-TP-FREQ-STEP
           MOVE WS-NUM-STEPS TO MT-TP-NUM-STEPS
           MOVE MT-RE TO MT-TP-LOAD-RE
           MOVE MT-IM TO MT-TP-LOAD-IM
           PERFORM WRITE-TPDEF-RECORD

           IF WS-TOPO-SHUNT-AT-LOAD
             PERFORM WRITE-SERIES-STAGE
             PERFORM WRITE-SHUNT-STAGE
           ELSE
             PERFORM WRITE-SHUNT-STAGE
             PERFORM WRITE-SERIES-STAGE
           END-IF
           .
       WRITE-SERIES-STAGE.
           IF WS-SER-TYPE NOT = SPACE AND WS-SER-STG-VALUE NOT = 0
             MOVE SPACES TO MT-TP-TPDEF-RECORD
             SET MT-TP-REC-STAGE TO TRUE
             SET MT-TP-ELEMENT-SERIES TO TRUE
             MOVE WS-SER-TYPE TO MT-TP-COMPONENT-TYPE
             MOVE WS-SER-STG-VALUE TO MT-TP-COMPONENT-VALUE
             PERFORM WRITE-TPDEF-RECORD
           END-IF
           .
       WRITE-SHUNT-STAGE.
           IF WS-SHN-TYPE NOT = SPACE AND WS-SHN-STG-VALUE NOT = 0
             MOVE SPACES TO MT-TP-TPDEF-RECORD
             SET MT-TP-REC-STAGE TO TRUE
             SET MT-TP-ELEMENT-SHUNT TO TRUE
             MOVE WS-SHN-TYPE TO MT-TP-COMPONENT-TYPE
             MOVE WS-SHN-STG-VALUE TO MT-TP-COMPONENT-VALUE
             PERFORM WRITE-TPDEF-RECORD
           END-IF
           .
       WRITE-TPDEF-RECORD.
           WRITE MT-TP-TPDEF-RECORD
           MOVE 'CMATCHT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Input impedance of the matched branch at the design frequency
      * from the realized XR and BR.  Topology 'A': the load in
      * parallel with jBR, then jXR in series.  Topology 'B': jXR in
      * series with the load, then jBR in parallel.
      ******************************************************************
       COMPUTE-MATCHED-ZIN.
           IF WS-TOPO-SHUNT-AT-LOAD
             COMPUTE WS-D-V = WS-RL-V * WS-RL-V + WS-XL-V * WS-XL-V
             COMPUTE WS-G1-V = WS-RL-V / WS-D-V
             COMPUTE WS-B1-V = WS-BR-V - WS-XL-V / WS-D-V
             COMPUTE WS-D-V = WS-G1-V * WS-G1-V + WS-B1-V * WS-B1-V
             COMPUTE WS-ZIN-RE-V = WS-G1-V / WS-D-V
             COMPUTE WS-ZIN-IM-V = WS-XR-V - WS-B1-V / WS-D-V
           ELSE
             MOVE WS-RL-V TO WS-R1-V
             COMPUTE WS-X1-V = WS-XL-V + WS-XR-V
             COMPUTE WS-D-V = WS-R1-V * WS-R1-V + WS-X1-V * WS-X1-V
             COMPUTE WS-G1-V = WS-R1-V / WS-D-V
             COMPUTE WS-B1-V = WS-BR-V - WS-X1-V / WS-D-V
             COMPUTE WS-D-V = WS-G1-V * WS-G1-V + WS-B1-V * WS-B1-V
             COMPUTE WS-ZIN-RE-V = WS-G1-V / WS-D-V
             COMPUTE WS-ZIN-IM-V = 0 - WS-B1-V / WS-D-V
           END-IF
           .
      ******************************************************************
      * GAMMA = (ZT - Z0) / (ZT + Z0) through the library routines,
      * leaving magnitude and angle in WS-GMAG-V/WS-GARG-V.
      ******************************************************************
       COMPUTE-GAMMA.
           MOVE WS-ZT-COMPLEX TO WS-NUM-COMPLEX
           CALL 'CMSUB' USING
             WS-NUM-COMPLEX, WS-Z0-COMPLEX

           MOVE WS-ZT-COMPLEX TO WS-DEN-COMPLEX
           CALL 'CMADD' USING
             WS-DEN-COMPLEX, WS-Z0-COMPLEX, WS-ARITH-STATUS

           MOVE WS-NUM-COMPLEX TO WS-GAMMA-COMPLEX
           CALL 'CMDIV' USING
             WS-GAMMA-COMPLEX, WS-DEN-COMPLEX, WS-ARITH-STATUS

           IF WS-ARITH-STATUS-OK
             CALL 'CMOD' USING WS-GAMMA-COMPLEX, WS-GMAG-V
             CALL 'CARG' USING WS-GAMMA-COMPLEX, WS-GARG-V
           END-IF
           .
      ******************************************************************
      * Appends gamma's magnitude and angle in degrees to the report
      * line being built; a vanishing gamma prints a zero angle.
      ******************************************************************
       FORMAT-GAMMA-LINE.
           COMPUTE WS-GMAG-DISP ROUNDED = WS-GMAG-V
           IF WS-GMAG-V < 0.0000005
             MOVE 0 TO WS-DEG-V
           ELSE
             COMPUTE WS-DEG-V = WS-GARG-V * 180 / FUNCTION PI
           END-IF
           COMPUTE WS-GANG-DISP ROUNDED = WS-DEG-V
           MOVE ' GAMMA MAG=' TO WS-RPT-LINE-TEXT(16:11)
           MOVE WS-GMAG-DISP TO WS-RPT-LINE-TEXT(27:10)
           MOVE ' ANG(DEG)=' TO WS-RPT-LINE-TEXT(37:10)
           MOVE WS-GANG-DISP TO WS-RPT-LINE-TEXT(47:7)
           .
      ******************************************************************
      * The solution's line: its elements in microhenries or
      * nanofarads and the gamma after matching, flagged when an
      * element value is below the STG record's resolution.
      ******************************************************************
       REPORT-SOLUTION.
           MOVE 0 TO WS-SER-DISP
           MOVE 0 TO WS-SHN-DISP
           MOVE SPACES TO WS-SER-UNIT
           MOVE SPACES TO WS-SHN-UNIT
           MOVE 'NONE' TO WS-SER-LABEL
           MOVE 'NONE' TO WS-SHN-LABEL
           IF WS-SER-TYPE = 'L'
             COMPUTE WS-SER-DISP ROUNDED = WS-SER-VALUE-V * 1000000
             MOVE 'UH' TO WS-SER-UNIT
             MOVE 'L' TO WS-SER-LABEL
           END-IF
           IF WS-SER-TYPE = 'C'
             COMPUTE WS-SER-DISP ROUNDED =
               WS-SER-VALUE-V * 1000000000
             MOVE 'NF' TO WS-SER-UNIT
             MOVE 'C' TO WS-SER-LABEL
           END-IF
           IF WS-SHN-TYPE = 'L'
             COMPUTE WS-SHN-DISP ROUNDED = WS-SHN-VALUE-V * 1000000
             MOVE 'UH' TO WS-SHN-UNIT
             MOVE 'L' TO WS-SHN-LABEL
           END-IF
           IF WS-SHN-TYPE = 'C'
             COMPUTE WS-SHN-DISP ROUNDED =
               WS-SHN-VALUE-V * 1000000000
             MOVE 'NF' TO WS-SHN-UNIT
             MOVE 'C' TO WS-SHN-LABEL
           END-IF

           MOVE SPACES TO WS-RESOL-FLAG
           IF WS-RESOL-LOST
             ADD 1 TO WS-CTL-RESOL-CT
             MOVE ' *BELOW CTPDEF RESOLUTION*' TO WS-RESOL-FLAG
           END-IF

           STRING
             '  SOLUTION '     DELIMITED BY SIZE
             WS-SOL-NO         DELIMITED BY SIZE
             ' SERIES-'        DELIMITED BY SIZE
             WS-SER-LABEL      DELIMITED BY SPACE
             '/SHUNT-'         DELIMITED BY SIZE
             WS-SHN-LABEL      DELIMITED BY SPACE
             '  SERIES='       DELIMITED BY SIZE
             WS-SER-DISP       DELIMITED BY SIZE
             ' '               DELIMITED BY SIZE
             WS-SER-UNIT       DELIMITED BY SIZE
             '  SHUNT='        DELIMITED BY SIZE
             WS-SHN-DISP       DELIMITED BY SIZE
             ' '               DELIMITED BY SIZE
             WS-SHN-UNIT       DELIMITED BY SIZE
             WS-RESOL-FLAG     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             '         AFTER ' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           IF WS-ARITH-STATUS-ERROR
             MOVE ' GAMMA UNDEFINED *' TO WS-RPT-LINE-TEXT(16:)
           ELSE
             PERFORM FORMAT-GAMMA-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO MT-REPORT-LINE
           WRITE MT-REPORT-LINE
           MOVE 'CMATCHR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it.
      * The release clears the registration at end of run; a lock
      * left behind by an abend shows on CENQMNT's stale-lock report.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CMATCH - CXIMPED IS HELD BY '
                  WS-ENQ-CONFLICT ' - RUN REFUSED'
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - RUN REFUSED'    DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS
           .

      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown: any file
      * operation whose two-byte status is not a clean one writes a
      * line naming the file, the operation, and the status to the
      * job log, then ends the run with the environment-error return
      * code - so night operators act on a message instead of an
      * abend dump.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CMATCH - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
