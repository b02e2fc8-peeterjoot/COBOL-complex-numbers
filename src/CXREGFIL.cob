       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXREGFIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RG-PARM-FILE ASSIGN TO "CXREGFLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-IMPED-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-IMP-BRANCH-ID
               ALTERNATE RECORD KEY IS RG-IMP-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-HISTAGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-PHASE-FILE ASSIGN TO "CX3PHASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-POWER-FILE ASSIGN TO "CXPOWER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RG-SORT-FILE ASSIGN TO "CXREGSW".
           SELECT RG-FILING-FILE ASSIGN TO "CXREGFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RG-SNAPSHOT-FILE ASSIGN TO "CXREGSNP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL RG-ARCHIVE-FILE ASSIGN TO "CXARCHIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT RG-REPORT-FILE ASSIGN TO "CXREGREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RG-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-PARM-RECORD.
         10  RG-PARM-AS-OF         PIC X(08).
         10  RG-PARM-AS-OF-N REDEFINES RG-PARM-AS-OF
                                   PIC 9(08).
         10  FILLER                PIC X(01).
         10  RG-PARM-FILER-ID      PIC X(08).
         10  FILLER                PIC X(63).
       FD  RG-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==RG-RC-==.
       FD  RG-IMPED-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==RG-IMP-==.
       FD  RG-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==RG-HST-==.
       FD  RG-HISTAGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==RG-HAG-==.
       FD  RG-PHASE-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CX3PHASE REPLACING ==(PRFX)== BY ==RG-PH-==.
       FD  RG-POWER-FILE
           RECORD CONTAINS 79 CHARACTERS.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==RG-PW-==.
       SD  RG-SORT-FILE.
       01  RG-SRT-RECORD.
         10  RG-SRT-BRANCH-ID      PIC X(08).
      * 1 CXIMPED, 2 CIMPHIST, 3 CX3PHASE, 4 CXPOWER, 5 CIMPHAGG
      * (month only, as YYYYMM00), 6 CXARCHIV IMPHIST reading
         10  RG-SRT-SRC-TYPE       PIC 9(01).
         10  RG-SRT-READING-DATE   PIC 9(08).
         10  RG-SRT-REC-NO         PIC 9(08).
         10  RG-SRT-DATA           PIC X(110).
       FD  RG-FILING-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CXREGFIL REPLACING ==(PRFX)== BY ==RG-FL-==.
       FD  RG-SNAPSHOT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==RG-SNP-==.
       FD  RG-ARCHIVE-FILE
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==RG-==.
       FD  RG-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RG-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE.
         05 WS-BUS-YYYY PIC 9(04).
         05 WS-BUS-MMDD PIC 9(04).
       01 WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE PIC 9(08).
       01 WS-RUN-NO PIC 9(04) VALUE 0.
      ******************************************************************
      * the quarter being filed: its last day, the as-of date every
      * figure is taken at, and the period the regulator files it
      * under.
      ******************************************************************
       01 WS-AS-OF-DATE.
         05 WS-AS-OF-YYYY PIC 9(04).
         05 WS-AS-OF-MMDD PIC 9(04).
           88 WS-AS-OF-QTR-END VALUES 0331 0630 0930 1231.
       01 WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE PIC 9(08).
       01 WS-AS-OF-MONTH PIC 9(06) VALUE 0.
       01 WS-PERIOD.
         05 WS-PERIOD-YYYY PIC 9(04).
         05 FILLER PIC X(01) VALUE 'Q'.
         05 WS-PERIOD-QTR PIC 9(01).
       01 WS-FILER-ID PIC X(08) VALUE SPACES.
      * each record's position on its own source file, the number the
      * reconciliation ties a filed figure back by
       01 WS-MST-REC-NO PIC 9(08) VALUE 0.
       01 WS-HST-REC-NO PIC 9(08) VALUE 0.
       01 WS-PH-REC-NO PIC 9(08) VALUE 0.
       01 WS-PW-REC-NO PIC 9(08) VALUE 0.
       01 WS-HAG-REC-NO PIC 9(08) VALUE 0.
       01 WS-ARC-REC-NO PIC 9(08) VALUE 0.
      * an archived reading unpacked off its CXARCHIV line
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==WS-AR-==.
      ******************************************************************
      * one branch's records as they come off the sort: its master
      * record, the latest CIMPHIST reading dated on or before the
      * as-of date and how many are dated after it, and the last of
      * the quarter's CX3PHASE and CXPOWER records for it.
      ******************************************************************
       01 WS-GRP-OPEN-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-OPEN VALUE 'Y'.
       01 WS-GRP-BRANCH-ID PIC X(08) VALUE SPACES.
       01 WS-GRP-MST-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-MST-FOUND VALUE 'Y'.
       01 WS-GRP-MST-REC-NO PIC 9(08) VALUE 0.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==WS-GM-==.
       01 WS-GRP-HST-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-HST-FOUND VALUE 'Y'.
       01 WS-GRP-HST-REC-NO PIC 9(08) VALUE 0.
       01 WS-GRP-HST-LATER-CT PIC 9(06) VALUE 0.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==WS-GH-==.
      * what the compaction left of the branch before the as-of
      * date: its latest CIMPHAGG month, and its latest archived
      * reading on or before the as-of date
       01 WS-GRP-AGG-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-AGG-FOUND VALUE 'Y'.
       01 WS-GRP-AGG-MONTH PIC 9(06) VALUE 0.
       01 WS-GRP-ARC-SW PIC X(01) VALUE 'N'.
         88 WS-GRP-ARC-FOUND VALUE 'Y'.
       01 WS-GRP-ARC-REC-NO PIC 9(08) VALUE 0.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==WS-GA-==.
       01 WS-GRP-PH-CT PIC 9(06) VALUE 0.
       01 WS-GRP-PH-REC-NO PIC 9(08) VALUE 0.
       COPY CX3PHASE REPLACING ==(PRFX)== BY ==WS-GP-==.
       01 WS-GRP-PW-CT PIC 9(06) VALUE 0.
       01 WS-GRP-PW-REC-NO PIC 9(08) VALUE 0.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==WS-GW-==.
      * the impedance filed for the branch and where it came from
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-VAL-==.
       01 WS-VAL-SOURCE PIC X(08) VALUE SPACES.
       01 WS-VAL-REC-NO PIC 9(08) VALUE 0.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZMAG-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-POS-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-NEG-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ZERO-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-POSMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-NEGMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ZERMAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-PCT-==.
      * the filing's control totals as written, and as recounted
      * off the file when it is read back for certification
       01 WS-TOT-DETAIL-CT PIC 9(06) VALUE 0.
       01 WS-TOT-UNBAL-CT PIC 9(06) VALUE 0.
       01 WS-TOT-PF-CT PIC 9(06) VALUE 0.
       01 WS-TOT-SUM-Z-RE PIC S9(12)V9(6) VALUE 0.
       01 WS-TOT-SUM-Z-IM PIC S9(12)V9(6) VALUE 0.
       01 WS-TOT-SUM-REAL-PWR PIC S9(12)V9(4) VALUE 0.
       01 WS-TOT-SUM-REACTIVE-PWR PIC S9(12)V9(4) VALUE 0.
       01 WS-TOT-HASH PIC 9(15) VALUE 0.
       01 WS-VF-HDR-SW PIC X(01) VALUE 'N'.
         88 WS-VF-HDR-OK VALUE 'Y'.
       01 WS-VF-HEADER-CT PIC 9(06) VALUE 0.
       01 WS-VF-TRAILER-CT PIC 9(06) VALUE 0.
       01 WS-VF-OTHER-CT PIC 9(06) VALUE 0.
       01 WS-VF-AFTER-TRL-CT PIC 9(06) VALUE 0.
       01 WS-VF-DETAIL-CT PIC 9(06) VALUE 0.
       01 WS-VF-UNBAL-CT PIC 9(06) VALUE 0.
       01 WS-VF-PF-CT PIC 9(06) VALUE 0.
       01 WS-VF-SUM-Z-RE PIC S9(12)V9(6) VALUE 0.
       01 WS-VF-SUM-Z-IM PIC S9(12)V9(6) VALUE 0.
       01 WS-VF-SUM-REAL-PWR PIC S9(12)V9(4) VALUE 0.
       01 WS-VF-SUM-REACTIVE-PWR PIC S9(12)V9(4) VALUE 0.
       01 WS-VF-HASH PIC 9(15) VALUE 0.
       COPY CXREGFIL REPLACING ==(PRFX)== BY ==WS-VT-==.
       01 WS-CERT-SW PIC X(01) VALUE 'N'.
         88 WS-CERT-YES VALUE 'Y'.
       01 WS-CERT-REASON PIC X(40) VALUE SPACES.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-HASH-LEN-==.
       01 WS-HASH PIC 9(15) VALUE 0.
       01 WS-HASH-RECORD PIC X(256) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-SORT-EOF-YES VALUE 'Y'.
       01 WS-EXCEPTION-TEXT PIC X(80) VALUE SPACES.
       01 WS-DISP-Z-RE PIC -(8)9.9(6).
       01 WS-DISP-Z-IM PIC -(8)9.9(6).
       01 WS-DISP-Z-MAG PIC Z(7)9.9(6).
       01 WS-DISP-NEG-PCT PIC ZZ9.9(4).
       01 WS-DISP-ZERO-PCT PIC ZZ9.9(4).
       01 WS-DISP-PF PIC -9.9(6).
       01 WS-DISP-P PIC -(8)9.9(4).
       01 WS-DISP-Q PIC -(8)9.9(4).
       01 WS-NUM-DISP-A PIC -(8)9.9(8).
       01 WS-NUM-DISP-B PIC -(8)9.9(8).
       01 WS-NUM-DISP-C PIC -(8)9.9(8).
       01 WS-SRC-DISP-PF PIC -9.9(8).
       01 WS-SUM-DISP-A PIC -(12)9.9(6).
       01 WS-SUM-DISP-B PIC -(12)9.9(6).
       01 WS-SUM-DISP-P PIC -(12)9.9(4).
       01 WS-SUM-DISP-Q PIC -(12)9.9(4).
       01 WS-CTL-MST-CT PIC 9(08) VALUE 0.
       01 WS-CTL-HST-CT PIC 9(08) VALUE 0.
       01 WS-CTL-PH-CT PIC 9(08) VALUE 0.
       01 WS-CTL-PW-CT PIC 9(08) VALUE 0.
       01 WS-CTL-HAG-CT PIC 9(08) VALUE 0.
       01 WS-CTL-ARC-CT PIC 9(08) VALUE 0.
       01 WS-CTL-FROM-HIST-CT PIC 9(06) VALUE 0.
       01 WS-CTL-FROM-ARCH-CT PIC 9(06) VALUE 0.
       01 WS-CTL-COMPACTED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-EXCLUDED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NO-PHASE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-NO-POWER-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SUPERSEDED-CT PIC 9(06) VALUE 0.
       01 WS-SUPERSEDED-CT PIC 9(06) VALUE 0.
       01 WS-CTL-EXCEPTION-CT PIC 9(06) VALUE 0.
       01 WS-CTL-SNAPSHOT-CT PIC 9(06) VALUE 0.
       01 WS-CTL-ARCH-FILE-CT PIC 9(06) VALUE 0.
       01 WS-CTL-ARCH-SNAP-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXREGFIL'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CXREGFIL'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CXREGFIL'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Quarter-end regulatory filing of certified network data:
      *   - takes an as-of snapshot of the CXIMPED impedance master
      *     at the quarter's last day (CXREGFLP columns 1-8, blank
      *     for the last quarter end on or before the business
      *     date), under the master interlock in shared mode.  A
      *     branch changed since then files its latest CIMPHIST
      *     reading dated on or before the as-of date.  When the
      *     history compaction has since rolled that reading up,
      *     the raw reading CIMPROLL archived to CXARCHIV is filed
      *     instead; a branch whose CIMPHAGG months reach back to
      *     the as-of date but whose reading cannot be recovered is
      *     listed as compacted, not filed.  A branch whose every
      *     reading, detail or rolled up, is later was added after
      *     the as-of date and is left out;
      *   - files one CXREGFIL detail per branch in the regulator's
      *     fixed layout (copy/CXREGFIL.cpy): the impedance and its
      *     magnitude, the voltage unbalance off the quarter's
      *     CX3PHASE reading and the power figures off its CXPOWER
      *     record, between a header naming the filer (CXREGFLP
      *     columns 10-17) and period and a trailer of control
      *     totals and hash;
      *   - writes the as-of snapshot itself to CXREGSNP, in the
      *     master's own layout;
      *   - re-reads the filing and certifies it only when the
      *     recount agrees with its trailer, and only then keeps
      *     the certified copy - filing and snapshot - on the
      *     CXARCHIV archive as types REGFILE and REGSNAP under
      *     the as-of date;
      *   - ties every filed figure on the CXREGREC reconciliation
      *     report back to the file, record number and reading it
      *     came from, with the source values beside the filed ones.
      * A branch left out, a quarterly record with no filed branch
      * behind it, or a branch filed without an unbalance or power
      * figure raises the warning return code.  A bad parameter
      * card, a refused interlock or a filing that fails
      * certification ends the run with the environment code, and
      * nothing is archived.
      ******************************************************************
           PERFORM READ-RUN-CONTROL-CARD
           PERFORM READ-PARAMETER-CARD

           OPEN OUTPUT RG-REPORT-FILE
           MOVE 'CXREGREC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RG-FILING-FILE
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT RG-SNAPSHOT-FILE
           MOVE 'CXREGSNP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'REGULATORY FILING RECONCILIATION  FILER '
                                DELIMITED BY SIZE
             WS-FILER-ID        DELIMITED BY SIZE
             '  PERIOD '        DELIMITED BY SIZE
             WS-PERIOD          DELIMITED BY SIZE
             '  AS OF '         DELIMITED BY SIZE
             WS-AS-OF-DATE      DELIMITED BY SIZE
             '  BUSINESS DATE ' DELIMITED BY SIZE
             WS-BUSINESS-DATE   DELIMITED BY SIZE
             '  RUN '           DELIMITED BY SIZE
             WS-RUN-NO          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-FILING-HEADER

           SORT RG-SORT-FILE
             ON ASCENDING KEY RG-SRT-BRANCH-ID
                              RG-SRT-SRC-TYPE
                              RG-SRT-READING-DATE
                              RG-SRT-REC-NO
             INPUT PROCEDURE IS RELEASE-SOURCE-RECORDS
             OUTPUT PROCEDURE IS FILE-BRANCH-FIGURES

           PERFORM WRITE-FILING-TRAILER

           CLOSE RG-FILING-FILE
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE RG-SNAPSHOT-FILE
           MOVE 'CXREGSNP' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM CERTIFY-FILING

           IF WS-CERT-YES
             PERFORM ARCHIVE-CERTIFIED-COPY
           END-IF

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE RG-REPORT-FILE

           MOVE SPACES TO WS-LOG-MSG
           IF WS-CERT-YES
             MOVE 'I' TO WS-LOG-SEV
             STRING
               WS-PERIOD          DELIMITED BY SIZE
               ' CERTIFIED FILED=' DELIMITED BY SIZE
               WS-TOT-DETAIL-CT   DELIMITED BY SIZE
               ' EXCLUDED='       DELIMITED BY SIZE
               WS-CTL-EXCLUDED-CT DELIMITED BY SIZE
               ' EXCEPT='         DELIMITED BY SIZE
               WS-CTL-EXCEPTION-CT DELIMITED BY SIZE
               INTO WS-LOG-MSG
           ELSE
             MOVE 'E' TO WS-LOG-SEV
             STRING
               WS-PERIOD          DELIMITED BY SIZE
               ' NOT CERTIFIED - ' DELIMITED BY SIZE
               WS-CERT-REASON     DELIMITED BY SIZE
               INTO WS-LOG-MSG
           END-IF
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           DISPLAY 'CXREGFIL - ' WS-PERIOD ' DETAILS FILED '
                WS-TOT-DETAIL-CT ' EXCLUDED ' WS-CTL-EXCLUDED-CT
                ' EXCEPTIONS ' WS-CTL-EXCEPTION-CT

           EVALUATE TRUE
             WHEN NOT WS-CERT-YES
               DISPLAY 'CXREGFIL - FILING NOT CERTIFIED - '
                    WS-CERT-REASON
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             WHEN WS-CTL-EXCEPTION-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
       READ-RUN-CONTROL-CARD.
           ACCEPT WS-BUSINESS-DATE-N FROM DATE YYYYMMDD

           OPEN INPUT RG-RUNCTL-FILE

           READ RG-RUNCTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF RG-RC-BUSINESS-DATE NUMERIC
                 MOVE RG-RC-BUSINESS-DATE TO WS-BUSINESS-DATE-N
               END-IF
               IF RG-RC-RUN-NO NUMERIC
                 MOVE RG-RC-RUN-NO TO WS-RUN-NO
               END-IF
           END-READ

           CLOSE RG-RUNCTL-FILE
           .
      ******************************************************************
      * Reads the CXREGFLP card.  A blank as-of date takes the last
      * quarter end on or before the business date, so the job run
      * in the first days of a quarter files the one just closed.
      * An as-of date that is not a quarter end, or is still in the
      * future, and a card with no filer id, refuse the run before
      * anything is written.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT RG-PARM-FILE
           MOVE 'CXREGFLP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ RG-PARM-FILE
             AT END
               MOVE SPACES TO RG-PARM-RECORD
           END-READ

           CLOSE RG-PARM-FILE

           MOVE RG-PARM-FILER-ID TO WS-FILER-ID
           IF WS-FILER-ID = SPACES
             DISPLAY 'CXREGFIL - NO FILER ID ON CXREGFLP - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF RG-PARM-AS-OF = SPACES
             PERFORM DERIVE-AS-OF-DATE
           ELSE
             IF RG-PARM-AS-OF NUMERIC
               MOVE RG-PARM-AS-OF-N TO WS-AS-OF-DATE-N
             ELSE
               MOVE 0 TO WS-AS-OF-DATE-N
             END-IF
           END-IF

           IF NOT WS-AS-OF-QTR-END
               OR WS-AS-OF-DATE-N > WS-BUSINESS-DATE-N
             DISPLAY 'CXREGFIL - AS-OF DATE ' RG-PARM-AS-OF
                  ' IS NOT A PAST QUARTER END - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           MOVE WS-AS-OF-DATE(1:6) TO WS-AS-OF-MONTH
           MOVE WS-AS-OF-YYYY TO WS-PERIOD-YYYY
           EVALUATE WS-AS-OF-MMDD
             WHEN 0331
               MOVE 1 TO WS-PERIOD-QTR
             WHEN 0630
               MOVE 2 TO WS-PERIOD-QTR
             WHEN 0930
               MOVE 3 TO WS-PERIOD-QTR
             WHEN OTHER
               MOVE 4 TO WS-PERIOD-QTR
           END-EVALUATE
           .
       DERIVE-AS-OF-DATE.
           MOVE WS-BUS-YYYY TO WS-AS-OF-YYYY
           EVALUATE TRUE
             WHEN WS-BUS-MMDD >= 1231
               MOVE 1231 TO WS-AS-OF-MMDD
             WHEN WS-BUS-MMDD >= 0930
               MOVE 0930 TO WS-AS-OF-MMDD
             WHEN WS-BUS-MMDD >= 0630
               MOVE 0630 TO WS-AS-OF-MMDD
             WHEN WS-BUS-MMDD >= 0331
               MOVE 0331 TO WS-AS-OF-MMDD
             WHEN OTHER
               SUBTRACT 1 FROM WS-AS-OF-YYYY
               MOVE 1231 TO WS-AS-OF-MMDD
           END-EVALUATE
           .
       WRITE-FILING-HEADER.
           MOVE SPACES TO RG-FL-FILING-RECORD
           MOVE 'H' TO RG-FL-REC-TYPE
           MOVE WS-FILER-ID TO RG-FL-HD-FILER-ID
           MOVE WS-PERIOD TO RG-FL-HD-PERIOD
           MOVE WS-AS-OF-DATE-N TO RG-FL-HD-AS-OF-DATE
           MOVE WS-BUSINESS-DATE-N TO RG-FL-HD-CREATED-DATE
           MOVE WS-RUN-NO TO RG-FL-HD-RUN-NO
           WRITE RG-FL-FILING-RECORD
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Releases every source record to the sort under its branch,
      * tagged with its file and its position on that file.  The
      * master and its reading history - the detail, the monthly
      * aggregates and the archived readings the compaction rolled
      * up - are read under the interlock in shared mode, so the
      * snapshot is never taken half way through a maintenance or
      * compaction run; the quarter's three-phase and power files
      * are read after it is released.
      ******************************************************************
       RELEASE-SOURCE-RECORDS.
           PERFORM ACQUIRE-MASTER-LOCK

           OPEN INPUT RG-IMPED-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-IMPED-RECORD
           PERFORM RELEASE-IMPED-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-IMPED-FILE

           OPEN INPUT RG-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM RELEASE-HISTORY-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-HISTORY-FILE

           OPEN INPUT RG-HISTAGG-FILE
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTAGG-RECORD
           PERFORM RELEASE-HISTAGG-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-HISTAGG-FILE

           OPEN INPUT RG-ARCHIVE-FILE
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-ARCHIVE-RECORD
           PERFORM RELEASE-ARCHIVE-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-ARCHIVE-FILE

           PERFORM RELEASE-MASTER-LOCK

           OPEN INPUT RG-PHASE-FILE
           MOVE 'CX3PHASE' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PHASE-RECORD
           PERFORM RELEASE-PHASE-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-PHASE-FILE

           OPEN INPUT RG-POWER-FILE
           MOVE 'CXPOWER' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-POWER-RECORD
           PERFORM RELEASE-POWER-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-POWER-FILE
           .
       READ-IMPED-RECORD.
           READ RG-IMPED-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           IF NOT WS-EOF-YES
             MOVE 'CXIMPED' TO WS-IO-FILE
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       RELEASE-IMPED-RECORD.
           ADD 1 TO WS-MST-REC-NO
           ADD 1 TO WS-CTL-MST-CT
           MOVE SPACES TO RG-SRT-RECORD
           MOVE RG-IMP-BRANCH-ID TO RG-SRT-BRANCH-ID
           MOVE 1 TO RG-SRT-SRC-TYPE
           MOVE 0 TO RG-SRT-READING-DATE
           MOVE WS-MST-REC-NO TO RG-SRT-REC-NO
           MOVE RG-IMP-IMPEDANCE-RECORD TO RG-SRT-DATA
           RELEASE RG-SRT-RECORD

           PERFORM READ-IMPED-RECORD
           .
       READ-HISTORY-RECORD.
           READ RG-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      * a reading without a proper date cannot be placed against the
      * as-of date, so it takes no part in the snapshot
       RELEASE-HISTORY-RECORD.
           ADD 1 TO WS-HST-REC-NO
           ADD 1 TO WS-CTL-HST-CT
           IF RG-HST-READING-DATE NUMERIC
             MOVE SPACES TO RG-SRT-RECORD
             MOVE RG-HST-BRANCH-ID TO RG-SRT-BRANCH-ID
             MOVE 2 TO RG-SRT-SRC-TYPE
             MOVE RG-HST-READING-DATE TO RG-SRT-READING-DATE
             MOVE WS-HST-REC-NO TO RG-SRT-REC-NO
             MOVE RG-HST-HISTORY-RECORD TO RG-SRT-DATA
             RELEASE RG-SRT-RECORD
           END-IF

           PERFORM READ-HISTORY-RECORD
           .
       READ-HISTAGG-RECORD.
           READ RG-HISTAGG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      * only a month on or before the as-of date says anything about
      * the branch then; the aggregate's figures are a month's spread,
      * not a value that can be filed, so only its month goes forward
       RELEASE-HISTAGG-RECORD.
           ADD 1 TO WS-HAG-REC-NO
           ADD 1 TO WS-CTL-HAG-CT
           IF RG-HAG-AGG-MONTH NUMERIC
               AND RG-HAG-AGG-MONTH NOT > WS-AS-OF-MONTH
             MOVE SPACES TO RG-SRT-RECORD
             MOVE RG-HAG-BRANCH-ID TO RG-SRT-BRANCH-ID
             MOVE 5 TO RG-SRT-SRC-TYPE
             COMPUTE RG-SRT-READING-DATE = RG-HAG-AGG-MONTH * 100
             MOVE WS-HAG-REC-NO TO RG-SRT-REC-NO
             RELEASE RG-SRT-RECORD
           END-IF

           PERFORM READ-HISTAGG-RECORD
           .
       READ-ARCHIVE-RECORD.
           READ RG-ARCHIVE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      * of the archive only the IMPHIST lines - the CIMPHIST readings
      * CIMPROLL rolled up - dated on or before the as-of date are
      * wanted; the record number is the line's place on the whole
      * archive, as CXRETRV would find it
       RELEASE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARC-REC-NO
           IF RG-ARCH-IMPHIST
             ADD 1 TO WS-CTL-ARC-CT
             MOVE RG-ARCH-DATA TO WS-AR-HISTORY-RECORD
             IF WS-AR-READING-DATE NUMERIC
                 AND WS-AR-READING-DATE NOT > WS-AS-OF-DATE-N
               MOVE SPACES TO RG-SRT-RECORD
               MOVE WS-AR-BRANCH-ID TO RG-SRT-BRANCH-ID
               MOVE 6 TO RG-SRT-SRC-TYPE
               MOVE WS-AR-READING-DATE TO RG-SRT-READING-DATE
               MOVE WS-ARC-REC-NO TO RG-SRT-REC-NO
               MOVE WS-AR-HISTORY-RECORD TO RG-SRT-DATA
               RELEASE RG-SRT-RECORD
             END-IF
           END-IF

           PERFORM READ-ARCHIVE-RECORD
           .
       READ-PHASE-RECORD.
           READ RG-PHASE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       RELEASE-PHASE-RECORD.
           ADD 1 TO WS-PH-REC-NO
           ADD 1 TO WS-CTL-PH-CT
           MOVE SPACES TO RG-SRT-RECORD
           MOVE RG-PH-BRANCH-ID TO RG-SRT-BRANCH-ID
           MOVE 3 TO RG-SRT-SRC-TYPE
           MOVE 0 TO RG-SRT-READING-DATE
           MOVE WS-PH-REC-NO TO RG-SRT-REC-NO
           MOVE RG-PH-THREE-PHASE-RECORD TO RG-SRT-DATA
           RELEASE RG-SRT-RECORD

           PERFORM READ-PHASE-RECORD
           .
       READ-POWER-RECORD.
           READ RG-POWER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       RELEASE-POWER-RECORD.
           ADD 1 TO WS-PW-REC-NO
           ADD 1 TO WS-CTL-PW-CT
           MOVE SPACES TO RG-SRT-RECORD
           MOVE RG-PW-BRANCH-ID TO RG-SRT-BRANCH-ID
           MOVE 4 TO RG-SRT-SRC-TYPE
           MOVE 0 TO RG-SRT-READING-DATE
           MOVE WS-PW-REC-NO TO RG-SRT-REC-NO
           MOVE RG-PW-POWER-RECORD TO RG-SRT-DATA
           RELEASE RG-SRT-RECORD

           PERFORM READ-POWER-RECORD
           .
      ******************************************************************
      * Returns the source records in branch order and files each
      * branch once all its records are in hand.
      ******************************************************************
       FILE-BRANCH-FIGURES.
           PERFORM RETURN-SORTED-RECORD
           PERFORM COLLECT-ONE-RECORD
             UNTIL WS-SORT-EOF-YES

           IF WS-GRP-OPEN
             PERFORM FILE-ONE-BRANCH
           END-IF
           .
       RETURN-SORTED-RECORD.
           RETURN RG-SORT-FILE
             AT END
               SET WS-SORT-EOF-YES TO TRUE
           END-RETURN
           .
      * history readings come off the sort in date order, so the
      * last one on or before the as-of date is the one it held;
      * three-phase and power records come off in file order, so a
      * later record for the branch supersedes an earlier one.
      * Aggregate months and archived readings come off in date
      * order too, and were released only when on or before the
      * as-of date, so the last of each is the latest that counts.
       COLLECT-ONE-RECORD.
           IF NOT WS-GRP-OPEN
               OR RG-SRT-BRANCH-ID NOT = WS-GRP-BRANCH-ID
             IF WS-GRP-OPEN
               PERFORM FILE-ONE-BRANCH
             END-IF
             PERFORM OPEN-BRANCH-GROUP
           END-IF

           EVALUATE RG-SRT-SRC-TYPE
             WHEN 1
               SET WS-GRP-MST-FOUND TO TRUE
               MOVE RG-SRT-REC-NO TO WS-GRP-MST-REC-NO
               MOVE RG-SRT-DATA TO WS-GM-IMPEDANCE-RECORD
             WHEN 2
               IF RG-SRT-READING-DATE > WS-AS-OF-DATE-N
                 ADD 1 TO WS-GRP-HST-LATER-CT
               ELSE
                 SET WS-GRP-HST-FOUND TO TRUE
                 MOVE RG-SRT-REC-NO TO WS-GRP-HST-REC-NO
                 MOVE RG-SRT-DATA TO WS-GH-HISTORY-RECORD
               END-IF
             WHEN 3
               ADD 1 TO WS-GRP-PH-CT
               MOVE RG-SRT-REC-NO TO WS-GRP-PH-REC-NO
               MOVE RG-SRT-DATA TO WS-GP-THREE-PHASE-RECORD
             WHEN 4
               ADD 1 TO WS-GRP-PW-CT
               MOVE RG-SRT-REC-NO TO WS-GRP-PW-REC-NO
               MOVE RG-SRT-DATA TO WS-GW-POWER-RECORD
             WHEN 5
               SET WS-GRP-AGG-FOUND TO TRUE
               MOVE RG-SRT-READING-DATE(1:6) TO WS-GRP-AGG-MONTH
             WHEN OTHER
               SET WS-GRP-ARC-FOUND TO TRUE
               MOVE RG-SRT-REC-NO TO WS-GRP-ARC-REC-NO
               MOVE RG-SRT-DATA TO WS-GA-HISTORY-RECORD
           END-EVALUATE

           PERFORM RETURN-SORTED-RECORD
           .
       OPEN-BRANCH-GROUP.
           SET WS-GRP-OPEN TO TRUE
           MOVE RG-SRT-BRANCH-ID TO WS-GRP-BRANCH-ID
           MOVE 'N' TO WS-GRP-MST-SW
           MOVE 0 TO WS-GRP-MST-REC-NO
           MOVE 'N' TO WS-GRP-HST-SW
           MOVE 0 TO WS-GRP-HST-REC-NO
           MOVE 0 TO WS-GRP-HST-LATER-CT
           MOVE 0 TO WS-GRP-PH-CT
           MOVE 0 TO WS-GRP-PH-REC-NO
           MOVE 0 TO WS-GRP-PW-CT
           MOVE 0 TO WS-GRP-PW-REC-NO
           MOVE 'N' TO WS-GRP-AGG-SW
           MOVE 0 TO WS-GRP-AGG-MONTH
           MOVE 'N' TO WS-GRP-ARC-SW
           MOVE 0 TO WS-GRP-ARC-REC-NO
           .
      ******************************************************************
      * Decides what one branch files.  A branch on the master with
      * no reading dated after the as-of date files the master's
      * value; one changed since files the reading it held on the
      * as-of date.  Where the compaction has rolled that reading
      * up, the archived reading is filed in its place; where only
      * CIMPHAGG months show the branch stood on the as-of date, its
      * value there is gone and it is listed as compacted.  One with
      * only later readings of any kind did not exist then.  A
      * branch not on the master is not filed at all.  Quarterly
      * records for a branch that is not filed are exceptions.
      ******************************************************************
       FILE-ONE-BRANCH.
           EVALUATE TRUE
             WHEN NOT WS-GRP-MST-FOUND
               IF WS-GRP-HST-FOUND OR WS-GRP-HST-LATER-CT > 0
                 MOVE 'ON CIMPHIST BUT NOT ON CXIMPED - NOT FILED'
                   TO WS-EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
               END-IF
               PERFORM REPORT-UNFILED-QUARTERLY
             WHEN WS-GRP-HST-LATER-CT > 0 AND NOT WS-GRP-HST-FOUND
                 AND WS-GRP-ARC-FOUND
               ADD 1 TO WS-CTL-FROM-ARCH-CT
               MOVE WS-GA-COMPLEX TO WS-VAL-COMPLEX
               MOVE 'CXARCHIV' TO WS-VAL-SOURCE
               MOVE WS-GRP-ARC-REC-NO TO WS-VAL-REC-NO
               PERFORM WRITE-BRANCH-DETAIL
             WHEN WS-GRP-HST-LATER-CT > 0 AND NOT WS-GRP-HST-FOUND
                 AND WS-GRP-AGG-FOUND
               ADD 1 TO WS-CTL-COMPACTED-CT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING
                 'AS-OF VALUE COMPACTED - NOT FILED (CIMPHAGG MONTH '
                                      DELIMITED BY SIZE
                 WS-GRP-AGG-MONTH     DELIMITED BY SIZE
                 ')'                  DELIMITED BY SIZE
                 INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM REPORT-UNFILED-QUARTERLY
             WHEN WS-GRP-HST-LATER-CT > 0 AND NOT WS-GRP-HST-FOUND
               ADD 1 TO WS-CTL-EXCLUDED-CT
               MOVE 'EXCLUDED - ADDED TO CXIMPED AFTER THE AS-OF DATE'
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM REPORT-UNFILED-QUARTERLY
             WHEN WS-GRP-HST-LATER-CT > 0
               ADD 1 TO WS-CTL-FROM-HIST-CT
               MOVE WS-GH-COMPLEX TO WS-VAL-COMPLEX
               MOVE 'CIMPHIST' TO WS-VAL-SOURCE
               MOVE WS-GRP-HST-REC-NO TO WS-VAL-REC-NO
               PERFORM WRITE-BRANCH-DETAIL
             WHEN OTHER
               MOVE WS-GM-COMPLEX TO WS-VAL-COMPLEX
               MOVE 'CXIMPED' TO WS-VAL-SOURCE
               MOVE WS-GRP-MST-REC-NO TO WS-VAL-REC-NO
               PERFORM WRITE-BRANCH-DETAIL
           END-EVALUATE
           .
       REPORT-UNFILED-QUARTERLY.
           IF WS-GRP-PH-CT > 0
             MOVE SPACES TO WS-EXCEPTION-TEXT
             STRING
               'CX3PHASE RECORD '     DELIMITED BY SIZE
               WS-GRP-PH-REC-NO       DELIMITED BY SIZE
               ' HAS NO FILED BRANCH' DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF WS-GRP-PW-CT > 0
             MOVE SPACES TO WS-EXCEPTION-TEXT
             STRING
               'CXPOWER RECORD '      DELIMITED BY SIZE
               WS-GRP-PW-REC-NO       DELIMITED BY SIZE
               ' HAS NO FILED BRANCH' DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
      ******************************************************************
      * Builds, writes and reconciles one branch's filing detail, and
      * writes the branch's as-of value to the snapshot.
      ******************************************************************
       WRITE-BRANCH-DETAIL.
           MOVE SPACES TO RG-FL-FILING-RECORD
           MOVE 'D' TO RG-FL-REC-TYPE
           MOVE WS-GRP-BRANCH-ID TO RG-FL-DT-BRANCH-ID
           MOVE WS-GM-CIRCUIT-ID TO RG-FL-DT-CIRCUIT-ID
           COMPUTE RG-FL-DT-Z-RE ROUNDED = WS-VAL-RE
           COMPUTE RG-FL-DT-Z-IM ROUNDED = WS-VAL-IM
           CALL 'CMOD' USING WS-VAL-COMPLEX, WS-ZMAG-V
           COMPUTE RG-FL-DT-Z-MAG ROUNDED = WS-ZMAG-V

           IF WS-GRP-PH-CT > 0
             PERFORM FILE-PHASE-UNBALANCE
           ELSE
             MOVE 'N' TO RG-FL-DT-UNBAL-SW
             MOVE 0 TO RG-FL-DT-UNBAL-NEG-PCT
             MOVE 0 TO RG-FL-DT-UNBAL-ZERO-PCT
           END-IF

           IF WS-GRP-PW-CT > 0
             MOVE 'Y' TO RG-FL-DT-PF-SW
             COMPUTE RG-FL-DT-POWER-FACTOR ROUNDED =
               WS-GW-POWER-FACTOR
             COMPUTE RG-FL-DT-REAL-PWR ROUNDED = WS-GW-REAL-PWR
             COMPUTE RG-FL-DT-REACTIVE-PWR ROUNDED =
               WS-GW-REACTIVE-PWR
           ELSE
             MOVE 'N' TO RG-FL-DT-PF-SW
             MOVE 0 TO RG-FL-DT-POWER-FACTOR
             MOVE 0 TO RG-FL-DT-REAL-PWR
             MOVE 0 TO RG-FL-DT-REACTIVE-PWR
           END-IF

           WRITE RG-FL-FILING-RECORD
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-TOT-DETAIL-CT
           IF RG-FL-DT-UNBAL-FILED
             ADD 1 TO WS-TOT-UNBAL-CT
           END-IF
           IF RG-FL-DT-PF-FILED
             ADD 1 TO WS-TOT-PF-CT
           END-IF
           ADD RG-FL-DT-Z-RE TO WS-TOT-SUM-Z-RE
           ADD RG-FL-DT-Z-IM TO WS-TOT-SUM-Z-IM
           ADD RG-FL-DT-REAL-PWR TO WS-TOT-SUM-REAL-PWR
           ADD RG-FL-DT-REACTIVE-PWR TO WS-TOT-SUM-REACTIVE-PWR
           MOVE SPACES TO WS-HASH-RECORD
           MOVE RG-FL-FILING-RECORD TO WS-HASH-RECORD
           MOVE 120 TO WS-HASH-LEN-I
           CALL 'CENVHASH' USING
             WS-HASH-RECORD, WS-HASH-LEN-I, WS-TOT-HASH

           MOVE WS-GM-IMPEDANCE-RECORD TO RG-SNP-IMPEDANCE-RECORD
           MOVE WS-VAL-COMPLEX TO RG-SNP-COMPLEX
           WRITE RG-SNP-IMPEDANCE-RECORD
           MOVE 'CXREGSNP' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-SNAPSHOT-CT

           PERFORM RECONCILE-BRANCH-DETAIL
           .
      * the unbalance is the negative- and zero-sequence magnitudes
      * as percentages of the positive, capped at what the layout
      * holds - which a branch with no positive sequence files
       FILE-PHASE-UNBALANCE.
           MOVE 'Y' TO RG-FL-DT-UNBAL-SW
           CALL 'CSYMCOMP' USING
             WS-GP-A-COMPLEX, WS-GP-B-COMPLEX, WS-GP-C-COMPLEX,
             WS-POS-COMPLEX, WS-NEG-COMPLEX, WS-ZERO-COMPLEX

           CALL 'CMOD' USING WS-POS-COMPLEX, WS-POSMAG-V
           CALL 'CMOD' USING WS-NEG-COMPLEX, WS-NEGMAG-V
           CALL 'CMOD' USING WS-ZERO-COMPLEX, WS-ZERMAG-V

           IF WS-POSMAG-V = 0
             MOVE 999.9999 TO WS-PCT-V
           ELSE
             COMPUTE WS-PCT-V = WS-NEGMAG-V / WS-POSMAG-V * 100
             IF WS-PCT-V > 999.9999
               MOVE 999.9999 TO WS-PCT-V
             END-IF
           END-IF
           COMPUTE RG-FL-DT-UNBAL-NEG-PCT ROUNDED = WS-PCT-V

           IF WS-POSMAG-V = 0
             MOVE 999.9999 TO WS-PCT-V
           ELSE
             COMPUTE WS-PCT-V = WS-ZERMAG-V / WS-POSMAG-V * 100
             IF WS-PCT-V > 999.9999
               MOVE 999.9999 TO WS-PCT-V
             END-IF
           END-IF
           COMPUTE RG-FL-DT-UNBAL-ZERO-PCT ROUNDED = WS-PCT-V
           .
      ******************************************************************
      * The reconciliation lines for one filed branch: each figure
      * group as filed, then the file, record number and reading it
      * was taken from and the source values themselves.
      ******************************************************************
       RECONCILE-BRANCH-DETAIL.
           MOVE RG-FL-DT-Z-RE TO WS-DISP-Z-RE
           MOVE RG-FL-DT-Z-IM TO WS-DISP-Z-IM
           MOVE RG-FL-DT-Z-MAG TO WS-DISP-Z-MAG
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-GRP-BRANCH-ID     DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             RG-FL-DT-CIRCUIT-ID  DELIMITED BY SIZE
             ' IMPEDANCE  FILED RE=' DELIMITED BY SIZE
             WS-DISP-Z-RE         DELIMITED BY SIZE
             ' IM='               DELIMITED BY SIZE
             WS-DISP-Z-IM         DELIMITED BY SIZE
             ' |Z|='              DELIMITED BY SIZE
             WS-DISP-Z-MAG        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-VAL-RE TO WS-NUM-DISP-A
           MOVE WS-VAL-IM TO WS-NUM-DISP-B
           EVALUATE WS-VAL-SOURCE
             WHEN 'CIMPHIST'
               STRING
                 'FROM CIMPHIST REC ' DELIMITED BY SIZE
                 WS-VAL-REC-NO        DELIMITED BY SIZE
                 ' DATED '            DELIMITED BY SIZE
                 WS-GH-READING-DATE   DELIMITED BY SIZE
                 ' RE='               DELIMITED BY SIZE
                 WS-NUM-DISP-A        DELIMITED BY SIZE
                 ' IM='               DELIMITED BY SIZE
                 WS-NUM-DISP-B        DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT(19:114)
             WHEN 'CXARCHIV'
               STRING
                 'FROM CXARCHIV REC ' DELIMITED BY SIZE
                 WS-VAL-REC-NO        DELIMITED BY SIZE
                 ' DATED '            DELIMITED BY SIZE
                 WS-GA-READING-DATE   DELIMITED BY SIZE
                 ' RE='               DELIMITED BY SIZE
                 WS-NUM-DISP-A        DELIMITED BY SIZE
                 ' IM='               DELIMITED BY SIZE
                 WS-NUM-DISP-B        DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT(19:114)
             WHEN OTHER
               STRING
                 'FROM CXIMPED  REC ' DELIMITED BY SIZE
                 WS-VAL-REC-NO        DELIMITED BY SIZE
                 ' AS HELD       '    DELIMITED BY SIZE
                 ' RE='               DELIMITED BY SIZE
                 WS-NUM-DISP-A        DELIMITED BY SIZE
                 ' IM='               DELIMITED BY SIZE
                 WS-NUM-DISP-B        DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT(19:114)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           IF RG-FL-DT-UNBAL-FILED
             MOVE RG-FL-DT-UNBAL-NEG-PCT TO WS-DISP-NEG-PCT
             MOVE RG-FL-DT-UNBAL-ZERO-PCT TO WS-DISP-ZERO-PCT
             STRING
               'UNBALANCE  FILED NEG%=' DELIMITED BY SIZE
               WS-DISP-NEG-PCT      DELIMITED BY SIZE
               ' ZERO%='            DELIMITED BY SIZE
               WS-DISP-ZERO-PCT     DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(19:114)
             PERFORM WRITE-REPORT-LINE
             MOVE WS-POSMAG-V TO WS-NUM-DISP-A
             MOVE WS-NEGMAG-V TO WS-NUM-DISP-B
             MOVE WS-ZERMAG-V TO WS-NUM-DISP-C
             STRING
               'FROM CX3PHASE REC ' DELIMITED BY SIZE
               WS-GRP-PH-REC-NO     DELIMITED BY SIZE
               ' |V+|='             DELIMITED BY SIZE
               WS-NUM-DISP-A        DELIMITED BY SIZE
               ' |V-|='             DELIMITED BY SIZE
               WS-NUM-DISP-B        DELIMITED BY SIZE
               ' |V0|='             DELIMITED BY SIZE
               WS-NUM-DISP-C        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(19:114)
             PERFORM WRITE-REPORT-LINE
             IF WS-GRP-PH-CT > 1
               PERFORM REPORT-SUPERSEDED-PHASE
             END-IF
           ELSE
             ADD 1 TO WS-CTL-NO-PHASE-CT
             MOVE 'NO CX3PHASE RECORD - UNBALANCE NOT FILED'
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF RG-FL-DT-PF-FILED
             MOVE RG-FL-DT-REAL-PWR TO WS-DISP-P
             MOVE RG-FL-DT-REACTIVE-PWR TO WS-DISP-Q
             MOVE RG-FL-DT-POWER-FACTOR TO WS-DISP-PF
             STRING
               'POWER      FILED P=' DELIMITED BY SIZE
               WS-DISP-P            DELIMITED BY SIZE
               ' Q='                DELIMITED BY SIZE
               WS-DISP-Q            DELIMITED BY SIZE
               ' PF='               DELIMITED BY SIZE
               WS-DISP-PF           DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(19:114)
             PERFORM WRITE-REPORT-LINE
             MOVE WS-GW-REAL-PWR TO WS-NUM-DISP-A
             MOVE WS-GW-REACTIVE-PWR TO WS-NUM-DISP-B
             MOVE WS-GW-POWER-FACTOR TO WS-SRC-DISP-PF
             STRING
               'FROM CXPOWER  REC ' DELIMITED BY SIZE
               WS-GRP-PW-REC-NO     DELIMITED BY SIZE
               ' P='                DELIMITED BY SIZE
               WS-NUM-DISP-A        DELIMITED BY SIZE
               ' Q='                DELIMITED BY SIZE
               WS-NUM-DISP-B        DELIMITED BY SIZE
               ' PF='               DELIMITED BY SIZE
               WS-SRC-DISP-PF       DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT(19:114)
             PERFORM WRITE-REPORT-LINE
             IF WS-GRP-PW-CT > 1
               PERFORM REPORT-SUPERSEDED-POWER
             END-IF
           ELSE
             ADD 1 TO WS-CTL-NO-POWER-CT
             MOVE 'NO CXPOWER RECORD - POWER NOT FILED'
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
       REPORT-SUPERSEDED-PHASE.
           COMPUTE WS-SUPERSEDED-CT = WS-GRP-PH-CT - 1
           ADD WS-SUPERSEDED-CT TO WS-CTL-SUPERSEDED-CT
           STRING
             '  SUPERSEDES '      DELIMITED BY SIZE
             WS-SUPERSEDED-CT     DELIMITED BY SIZE
             ' EARLIER CX3PHASE RECORD(S) FOR THE BRANCH'
                                  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT(19:114)
           PERFORM WRITE-REPORT-LINE
           .
       REPORT-SUPERSEDED-POWER.
           COMPUTE WS-SUPERSEDED-CT = WS-GRP-PW-CT - 1
           ADD WS-SUPERSEDED-CT TO WS-CTL-SUPERSEDED-CT
           STRING
             '  SUPERSEDES '      DELIMITED BY SIZE
             WS-SUPERSEDED-CT     DELIMITED BY SIZE
             ' EARLIER CXPOWER RECORD(S) FOR THE BRANCH'
                                  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT(19:114)
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-CTL-EXCEPTION-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             WS-GRP-BRANCH-ID     DELIMITED BY SIZE
             '          ** '      DELIMITED BY SIZE
             WS-EXCEPTION-TEXT    DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-FILING-TRAILER.
           MOVE SPACES TO RG-FL-FILING-RECORD
           MOVE 'T' TO RG-FL-REC-TYPE
           MOVE WS-TOT-DETAIL-CT TO RG-FL-TR-DETAIL-CT
           MOVE WS-TOT-UNBAL-CT TO RG-FL-TR-UNBAL-CT
           MOVE WS-TOT-PF-CT TO RG-FL-TR-PF-CT
           MOVE WS-TOT-SUM-Z-RE TO RG-FL-TR-SUM-Z-RE
           MOVE WS-TOT-SUM-Z-IM TO RG-FL-TR-SUM-Z-IM
           MOVE WS-TOT-SUM-REAL-PWR TO RG-FL-TR-SUM-REAL-PWR
           MOVE WS-TOT-SUM-REACTIVE-PWR TO RG-FL-TR-SUM-REACTIVE-PWR
           MOVE WS-TOT-HASH TO RG-FL-TR-HASH-TOTAL
           WRITE RG-FL-FILING-RECORD
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Reads the filing back as the regulator will and recounts it:
      * one header for this filer and quarter first, one trailer
      * last, and detail counts, sums and hash that agree with the
      * trailer.  An empty filing is never certified.
      ******************************************************************
       CERTIFY-FILING.
           OPEN INPUT RG-FILING-FILE
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-VT-FILING-RECORD
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-FILING-RECORD
           IF NOT WS-EOF-YES
               AND RG-FL-REC-HEADER
               AND RG-FL-HD-FILER-ID = WS-FILER-ID
               AND RG-FL-HD-AS-OF-DATE = WS-AS-OF-DATE-N
             SET WS-VF-HDR-OK TO TRUE
             ADD 1 TO WS-VF-HEADER-CT
             PERFORM READ-FILING-RECORD
           END-IF
           PERFORM RECOUNT-ONE-RECORD
             UNTIL WS-EOF-YES

           CLOSE RG-FILING-FILE

           EVALUATE TRUE
             WHEN NOT WS-VF-HDR-OK OR WS-VF-HEADER-CT NOT = 1
               MOVE 'HEADER MISSING OR WRONG' TO WS-CERT-REASON
             WHEN WS-VF-TRAILER-CT NOT = 1
                 OR WS-VF-AFTER-TRL-CT > 0
               MOVE 'TRAILER MISSING OR NOT LAST' TO WS-CERT-REASON
             WHEN WS-VF-OTHER-CT > 0
               MOVE 'UNKNOWN RECORD TYPE ON FILING'
                 TO WS-CERT-REASON
             WHEN WS-VF-DETAIL-CT = 0
               MOVE 'NO DETAILS TO FILE' TO WS-CERT-REASON
             WHEN WS-VF-DETAIL-CT NOT = WS-VT-TR-DETAIL-CT
                 OR WS-VF-UNBAL-CT NOT = WS-VT-TR-UNBAL-CT
                 OR WS-VF-PF-CT NOT = WS-VT-TR-PF-CT
               MOVE 'RECORD COUNTS DISAGREE WITH TRAILER'
                 TO WS-CERT-REASON
             WHEN WS-VF-SUM-Z-RE NOT = WS-VT-TR-SUM-Z-RE
                 OR WS-VF-SUM-Z-IM NOT = WS-VT-TR-SUM-Z-IM
                 OR WS-VF-SUM-REAL-PWR NOT = WS-VT-TR-SUM-REAL-PWR
                 OR WS-VF-SUM-REACTIVE-PWR
                      NOT = WS-VT-TR-SUM-REACTIVE-PWR
               MOVE 'AMOUNT TOTALS DISAGREE WITH TRAILER'
                 TO WS-CERT-REASON
             WHEN WS-VF-HASH NOT = WS-VT-TR-HASH-TOTAL
                 OR WS-VF-HASH NOT = WS-TOT-HASH
               MOVE 'HASH TOTAL DISAGREES WITH TRAILER'
                 TO WS-CERT-REASON
             WHEN OTHER
               SET WS-CERT-YES TO TRUE
           END-EVALUATE
           .
       READ-FILING-RECORD.
           READ RG-FILING-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       RECOUNT-ONE-RECORD.
           IF WS-VF-TRAILER-CT > 0
             ADD 1 TO WS-VF-AFTER-TRL-CT
           END-IF

           EVALUATE TRUE
             WHEN RG-FL-REC-DETAIL
               ADD 1 TO WS-VF-DETAIL-CT
               IF RG-FL-DT-UNBAL-FILED
                 ADD 1 TO WS-VF-UNBAL-CT
               END-IF
               IF RG-FL-DT-PF-FILED
                 ADD 1 TO WS-VF-PF-CT
               END-IF
               ADD RG-FL-DT-Z-RE TO WS-VF-SUM-Z-RE
               ADD RG-FL-DT-Z-IM TO WS-VF-SUM-Z-IM
               ADD RG-FL-DT-REAL-PWR TO WS-VF-SUM-REAL-PWR
               ADD RG-FL-DT-REACTIVE-PWR TO WS-VF-SUM-REACTIVE-PWR
               MOVE SPACES TO WS-HASH-RECORD
               MOVE RG-FL-FILING-RECORD TO WS-HASH-RECORD
               MOVE 120 TO WS-HASH-LEN-I
               CALL 'CENVHASH' USING
                 WS-HASH-RECORD, WS-HASH-LEN-I, WS-VF-HASH
             WHEN RG-FL-REC-TRAILER
               ADD 1 TO WS-VF-TRAILER-CT
               MOVE RG-FL-FILING-RECORD TO WS-VT-FILING-RECORD
             WHEN RG-FL-REC-HEADER
               ADD 1 TO WS-VF-HEADER-CT
             WHEN OTHER
               ADD 1 TO WS-VF-OTHER-CT
           END-EVALUATE

           PERFORM READ-FILING-RECORD
           .
      ******************************************************************
      * Keeps the certified copy: every filing record as type REGFILE
      * and every snapshot record as type REGSNAP, dated the as-of
      * date, so the quarter's filing and the figures behind it are
      * retrieved together by CXRETRV.
      ******************************************************************
       ARCHIVE-CERTIFIED-COPY.
           OPEN EXTEND RG-ARCHIVE-FILE
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           OPEN INPUT RG-FILING-FILE
           MOVE 'CXREGFIL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-FILING-RECORD
           PERFORM ARCHIVE-FILING-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-FILING-FILE

           OPEN INPUT RG-SNAPSHOT-FILE
           MOVE 'CXREGSNP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM ARCHIVE-SNAPSHOT-RECORD
             UNTIL WS-EOF-YES
           CLOSE RG-SNAPSHOT-FILE

           CLOSE RG-ARCHIVE-FILE
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       ARCHIVE-FILING-RECORD.
           MOVE SPACES TO RG-ARCHIVE-RECORD
           MOVE WS-AS-OF-DATE-N TO RG-ARCH-DATE
           MOVE 'REGFILE' TO RG-ARCH-TYPE
           MOVE RG-FL-FILING-RECORD TO RG-ARCH-DATA
           WRITE RG-ARCHIVE-RECORD
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-ARCH-FILE-CT

           PERFORM READ-FILING-RECORD
           .
       READ-SNAPSHOT-RECORD.
           READ RG-SNAPSHOT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       ARCHIVE-SNAPSHOT-RECORD.
           MOVE SPACES TO RG-ARCHIVE-RECORD
           MOVE WS-AS-OF-DATE-N TO RG-ARCH-DATE
           MOVE 'REGSNAP' TO RG-ARCH-TYPE
           MOVE RG-SNP-IMPEDANCE-RECORD TO RG-ARCH-DATA
           WRITE RG-ARCHIVE-RECORD
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-ARCH-SNAP-CT

           PERFORM READ-SNAPSHOT-RECORD
           .
      ******************************************************************
      * The report's closing section: what was read from each source,
      * the filing's control totals as on its trailer, and whether
      * the filing was certified and archived.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-LINE
           STRING
             'SOURCE RECORDS  CXIMPED: ' DELIMITED BY SIZE
             WS-CTL-MST-CT        DELIMITED BY SIZE
             '  CIMPHIST: '       DELIMITED BY SIZE
             WS-CTL-HST-CT        DELIMITED BY SIZE
             '  CX3PHASE: '       DELIMITED BY SIZE
             WS-CTL-PH-CT         DELIMITED BY SIZE
             '  CXPOWER: '        DELIMITED BY SIZE
             WS-CTL-PW-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             '                CIMPHAGG: ' DELIMITED BY SIZE
             WS-CTL-HAG-CT        DELIMITED BY SIZE
             '  CXARCHIV IMPHIST: ' DELIMITED BY SIZE
             WS-CTL-ARC-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'BRANCHES FILED: '   DELIMITED BY SIZE
             WS-TOT-DETAIL-CT     DELIMITED BY SIZE
             '  FROM CIMPHIST: '  DELIMITED BY SIZE
             WS-CTL-FROM-HIST-CT  DELIMITED BY SIZE
             '  FROM CXARCHIV: '  DELIMITED BY SIZE
             WS-CTL-FROM-ARCH-CT  DELIMITED BY SIZE
             '  EXCLUDED: '       DELIMITED BY SIZE
             WS-CTL-EXCLUDED-CT   DELIMITED BY SIZE
             '  COMPACTED: '      DELIMITED BY SIZE
             WS-CTL-COMPACTED-CT  DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'NO CX3PHASE: '      DELIMITED BY SIZE
             WS-CTL-NO-PHASE-CT   DELIMITED BY SIZE
             '  NO CXPOWER: '     DELIMITED BY SIZE
             WS-CTL-NO-POWER-CT   DELIMITED BY SIZE
             '  RECORDS SUPERSEDED: ' DELIMITED BY SIZE
             WS-CTL-SUPERSEDED-CT DELIMITED BY SIZE
             '  EXCEPTIONS: '     DELIMITED BY SIZE
             WS-CTL-EXCEPTION-CT  DELIMITED BY SIZE
             '  SNAPSHOT RECORDS: ' DELIMITED BY SIZE
             WS-CTL-SNAPSHOT-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           STRING
             'TRAILER  DETAILS: ' DELIMITED BY SIZE
             WS-TOT-DETAIL-CT     DELIMITED BY SIZE
             '  WITH UNBALANCE: ' DELIMITED BY SIZE
             WS-TOT-UNBAL-CT      DELIMITED BY SIZE
             '  WITH POWER FACTOR: ' DELIMITED BY SIZE
             WS-TOT-PF-CT         DELIMITED BY SIZE
             '  HASH TOTAL: '     DELIMITED BY SIZE
             WS-TOT-HASH          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-SUM-Z-RE TO WS-SUM-DISP-A
           MOVE WS-TOT-SUM-Z-IM TO WS-SUM-DISP-B
           STRING
             '         SUM Z RE: ' DELIMITED BY SIZE
             WS-SUM-DISP-A        DELIMITED BY SIZE
             '  SUM Z IM: '       DELIMITED BY SIZE
             WS-SUM-DISP-B        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-SUM-REAL-PWR TO WS-SUM-DISP-P
           MOVE WS-TOT-SUM-REACTIVE-PWR TO WS-SUM-DISP-Q
           STRING
             '         SUM P:    ' DELIMITED BY SIZE
             WS-SUM-DISP-P        DELIMITED BY SIZE
             '    SUM Q:    '     DELIMITED BY SIZE
             WS-SUM-DISP-Q        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-LINE
           IF WS-CERT-YES
             STRING
               'CERTIFIED - FILING RE-READ AGREES WITH ITS TRAILER; '
                                  DELIMITED BY SIZE
               WS-CTL-ARCH-FILE-CT DELIMITED BY SIZE
               ' REGFILE AND '    DELIMITED BY SIZE
               WS-CTL-ARCH-SNAP-CT DELIMITED BY SIZE
               ' REGSNAP RECORDS ARCHIVED AS OF ' DELIMITED BY SIZE
               WS-AS-OF-DATE      DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             STRING
               'NOT CERTIFIED - '  DELIMITED BY SIZE
               WS-CERT-REASON     DELIMITED BY SIZE
               ' - NOTHING ARCHIVED, DO NOT SEND' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO RG-REPORT-LINE
           WRITE RG-REPORT-LINE
           MOVE 'CXREGREC' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it -
      * a snapshot taken while a maintenance job is part way through
      * its updates would file figures that never stood together.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CXREGFIL - CXIMPED IS HELD BY '
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
             DISPLAY 'CXREGFIL - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
