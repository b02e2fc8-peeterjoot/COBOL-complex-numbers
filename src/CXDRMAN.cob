       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXDRMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DR-PARM-FILE ASSIGN TO "CXDRMANP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DR-MANIFEST-FILE ASSIGN TO "CXDRMANF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DR-REPORT-FILE ASSIGN TO "CXDRMANR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-RUNCTL-FILE ASSIGN TO "CXRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-JOURNAL-FILE ASSIGN TO "CIMPJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-IMPED-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-IMP-BRANCH-ID
               ALTERNATE RECORD KEY IS DR-IMP-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-CONST-FILE ASSIGN TO "CXCONST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-AUTH-FILE ASSIGN TO "CXAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-SVCJ-FILE ASSIGN TO "CXSVCJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-RESULT-FILE ASSIGN TO "CXRSLTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-RSM-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-SUSP-FILE ASSIGN TO "CXSUSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-SUS-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-STAND-FILE ASSIGN TO "CXSTAND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-CALENDAR-FILE ASSIGN TO "CXCALEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-CALIB-FILE ASSIGN TO "CXCALIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-DIST-FILE ASSIGN TO "CXDISTM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-SLA-FILE ASSIGN TO "CXSLAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-BRXREF-FILE ASSIGN TO "CXBRXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-KEYXRF-FILE ASSIGN TO "CXKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-RUNREG-FILE ASSIGN TO "CXRUNREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-ALRULE-FILE ASSIGN TO "CXALRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-REPRUL-FILE ASSIGN TO "CXREPRUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-HOLRUL-FILE ASSIGN TO "CXHOLRUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-DEPEND-FILE ASSIGN TO "CXDEPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-CIRCDEF-FILE ASSIGN TO "CCIRCDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-HISTAGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-REQST-FILE ASSIGN TO "CXREQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-RQS-REQUEST-ID
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL DR-REQEV-FILE ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DR-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DR-PARM-RECORD.
         10  DR-PARM-MODE            PIC X(01).
         10  FILLER                  PIC X(79).
       FD  DR-MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXDRMAN REPLACING ==(PRFX)== BY ==DR-MF-==.
       FD  DR-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DR-REPORT-LINE PIC X(132).
       FD  DR-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXRUNCTL REPLACING ==(PRFX)== BY ==DR-RC-==.
       FD  DR-JOURNAL-FILE
           RECORD CONTAINS 116 CHARACTERS.
       COPY CXIMPJRN REPLACING ==(PRFX)== BY ==DR-JRN-==.
       FD  DR-IMPED-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==DR-IMP-==.
       FD  DR-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==DR-HST-==.
       FD  DR-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  DR-LIMIT-RECORD PIC X(59).
       FD  DR-CONST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  DR-CONST-RECORD PIC X(50).
       FD  DR-AUTH-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DR-AUTH-RECORD PIC X(30).
       FD  DR-SVCJ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==DR-SVC-==.
       FD  DR-RESULT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       COPY CXRSLTM REPLACING ==(PRFX)== BY ==DR-RSM-==.
       FD  DR-SUSP-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==DR-SUS-==.
       FD  DR-STAND-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  DR-STAND-RECORD PIC X(106).
       FD  DR-CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DR-CALENDAR-RECORD PIC X(30).
       FD  DR-CALIB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DR-CALIB-RECORD PIC X(100).
       FD  DR-DIST-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DR-DIST-RECORD PIC X(30).
       FD  DR-SLA-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DR-SLA-RECORD PIC X(40).
       FD  DR-BRXREF-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DR-BRXREF-RECORD PIC X(30).
       FD  DR-KEYXRF-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  DR-KEYXRF-RECORD PIC X(48).
       FD  DR-RUNREG-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY CXRUNREG REPLACING ==(PRFX)== BY ==DR-REG-==.
       FD  DR-ALRULE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  DR-ALRULE-RECORD PIC X(28).
       FD  DR-REPRUL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DR-REPRUL-RECORD PIC X(40).
       FD  DR-HOLRUL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  DR-HOLRUL-RECORD PIC X(50).
       FD  DR-DEPEND-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  DR-DEPEND-RECORD PIC X(50).
       FD  DR-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DR-TCOMP-RECORD PIC X(30).
       FD  DR-CIRCDEF-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  DR-CIRCDEF-RECORD PIC X(14).
       FD  DR-HISTAGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==DR-HAG-==.
       FD  DR-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DR-PEND-RECORD PIC X(100).
       FD  DR-REQST-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CXREQST REPLACING ==(PRFX)== BY ==DR-RQS-==.
       FD  DR-REQEV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==DR-RQE-==.
       WORKING-STORAGE SECTION.
      * B: back-up run, writes the manifest; V: verification run
      * after a restore, checks the set against it
       01 WS-MODE-SW PIC X(01) VALUE 'B'.
         88 WS-MODE-BACKUP VALUE 'B'.
         88 WS-MODE-VERIFY VALUE 'V'.
      * the point the set stands at: CXRUNCTL's business date and run
       01 WS-AS-OF-DATE PIC 9(08) VALUE 0.
       01 WS-AS-OF-RUN-NO PIC 9(04) VALUE 0.
       01 WS-TAKEN-DATE PIC 9(08) VALUE 0.
       01 WS-TAKEN-TIME PIC 9(08) VALUE 0.
      * the figures recomputed for every file, in scan order; the
      * MF- fields and status are filled only on verification, from
      * the manifest - a blank status means the manifest never
      * listed the file
       01 WS-FIG-TABLE.
         05 WS-FIG-CT PIC 9(02) VALUE 0.
         05 WS-FIG-ENTRY OCCURS 30 TIMES.
           10 WS-FIG-FILE PIC X(08).
           10 WS-FIG-PRESENT PIC X(01).
           10 WS-FIG-REC-CT PIC 9(09).
           10 WS-FIG-HASH PIC 9(15).
           10 WS-FIG-HIGH-DATE PIC 9(08).
           10 WS-FIG-DATED-SW PIC X(01).
             88 WS-FIG-DATED VALUE 'Y'.
           10 WS-FIG-STATUS PIC X(01).
             88 WS-FIG-NOT-LISTED VALUE SPACE.
             88 WS-FIG-MATCHES VALUE 'M'.
             88 WS-FIG-DIFFERS VALUE 'X'.
           10 WS-FIG-MF-PRESENT PIC X(01).
           10 WS-FIG-MF-REC-CT PIC 9(09).
           10 WS-FIG-MF-HASH PIC 9(15).
           10 WS-FIG-MF-HIGH-DATE PIC 9(08).
       01 WS-F PIC 9(02) VALUE 0.
       01 WS-CAND-DATE PIC 9(08) VALUE 0.
       01 WS-HASH-RECORD PIC X(256) VALUE SPACES.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-HASH-LEN-==.
      * the impedance journal's last entry, and the master record for
      * its branch when the master holds one
       01 WS-JL-SEEN-SW PIC X(01) VALUE 'N'.
         88 WS-JL-SEEN VALUE 'Y'.
       COPY CXIMPJRN REPLACING ==(PRFX)== BY ==WS-JL-==.
       01 WS-JM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-JM-FOUND VALUE 'Y'.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==WS-JM-==.
      * the service journal's last answer, and whether the results
      * master holds it
       01 WS-SL-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-SL-SEQ-NO PIC 9(08) VALUE 0.
       01 WS-SL-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-SL-FOUND VALUE 'Y'.
      * the earliest month still held as detail on the impedance
      * history and the latest month rolled up onto its aggregates
       01 WS-HH-LOW-MONTH PIC 9(06) VALUE 999999.
       01 WS-HH-HIGH-AGG-MONTH PIC 9(06) VALUE 0.
      * the consistency points as they stand now and, on
      * verification, as the manifest recorded them at backup time
       01 WS-CHK-TABLE.
         05 WS-CHK-CT PIC 9(02) VALUE 0.
         05 WS-CHK-ENTRY OCCURS 10 TIMES.
           10 WS-CHK-ID PIC X(08).
           10 WS-CHK-RESULT PIC X(01).
             88 WS-CHK-HELD VALUE 'P'.
             88 WS-CHK-BROKEN VALUE 'F'.
           10 WS-CHK-DETAIL PIC X(60).
           10 WS-CHK-MF-RESULT PIC X(01).
             88 WS-CHK-NOT-LISTED VALUE SPACE.
             88 WS-CHK-MF-BROKEN VALUE 'F'.
       01 WS-C PIC 9(02) VALUE 0.
       01 WS-CHK-OUTCOME PIC X(20) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-FOUND-YES VALUE 'Y'.
      * the manifest's own structure on verification, and the
      * problems with it that stop the restore on their own
       01 WS-MF-HEADER-SW PIC X(01) VALUE 'N'.
         88 WS-MF-HEADER-SEEN VALUE 'Y'.
       01 WS-MF-TRAILER-SW PIC X(01) VALUE 'N'.
         88 WS-MF-TRAILER-SEEN VALUE 'Y'.
       01 WS-MF-FILE-CT PIC 9(04) VALUE 0.
       01 WS-MF-CHECK-CT PIC 9(04) VALUE 0.
       01 WS-MSG-TABLE.
         05 WS-MSG-CT PIC 9(02) VALUE 0.
         05 WS-MSG-TEXT PIC X(80) OCCURS 20 TIMES.
       01 WS-M PIC 9(02) VALUE 0.
       01 WS-MSG-LINE PIC X(80) VALUE SPACES.
       01 WS-NOGO-CT PIC 9(04) VALUE 0.
       01 WS-WARN-CT PIC 9(04) VALUE 0.
       01 WS-FIG-OUTCOME PIC X(30) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CXDRMAN'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CXDRMAN'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'E'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Disaster-recovery manifest for the masters and journals.  On
      * the back-up run (CXDRMANP card col 1 'B' or blank) it reads
      * every master and journal the system keeps - the impedance
      * master and its journal, history and monthly aggregates, the
      * limits, constants, authority, results and suspense masters,
      * the standing transactions, calendar, calibration,
      * distribution and service-level masters, the cross-references,
      * registry and rule files, the temperature coefficients and
      * circuit definitions, the pending-change file, and the
      * request-status master and its events - and writes CXDRMANF:
      * the as-of business date and run off CXRUNCTL, then each
      * file's record count, CENVHASH hash total and highest
      * business date, then whether each cross-file consistency
      * point held.  On the verification run after a restore (col 1
      * 'V') it recomputes the same figures from the restored files
      * and compares them to the manifest, and reports a single
      * go/no-go.
      *
      * The consistency points: the impedance journal's last entry
      * is reflected on the master (a delete gone, an add or change
      * holding its after-image); the service journal's last answer
      * is on the results master; no journal or dated master runs
      * past the CXRUNCTL business date; every month still held as
      * impedance history detail comes after the latest month rolled
      * up onto the aggregates.  A point already broken at backup
      * time only warns on verification - the restore
      * reproduced the set as it was taken - but one that held then
      * and fails now is a no-go like any figure that differs.
      *
      * Condition codes: back-up run 4 when a file was absent or a
      * point was broken (the manifest still records them); the
      * verification run 0 GO, 4 GO with warnings, 8 NO-GO; 12 an
      * I-O failure or an unusable mode card.  Runs under a shared
      * interlock registration on the impedance master.
      ******************************************************************
           PERFORM READ-MODE-CARD
           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT DR-REPORT-FILE
           MOVE 'CXDRMANR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM SCAN-ALL-FILES
           PERFORM CHECK-CONSISTENCY

           IF WS-MODE-BACKUP
             PERFORM WRITE-MANIFEST
           ELSE
             PERFORM COMPARE-MANIFEST
           END-IF

           PERFORM PRINT-HEADING
           PERFORM PRINT-FIGURES
           PERFORM PRINT-CHECKS
           PERFORM PRINT-RESULT

           CLOSE DR-REPORT-FILE

           PERFORM RELEASE-MASTER-LOCK

           EVALUATE TRUE
             WHEN WS-NOGO-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-WARN-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * The run mode off the optional CXDRMANP card; no card, or a
      * blank column 1, is the back-up run.
      ******************************************************************
       READ-MODE-CARD.
           OPEN INPUT DR-PARM-FILE
           MOVE 'CXDRMANP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ DR-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF DR-PARM-MODE NOT = SPACE
                 MOVE DR-PARM-MODE TO WS-MODE-SW
               END-IF
           END-READ
           CLOSE DR-PARM-FILE

           IF NOT WS-MODE-BACKUP AND NOT WS-MODE-VERIFY
             DISPLAY 'CXDRMAN - MODE ' WS-MODE-SW
                  ' INVALID - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
      ******************************************************************
      * One pass over each file in turn.  CXRUNCTL goes first for the
      * as-of date; each journal goes ahead of the master it is
      * checked against, so the master's pass can look for the
      * journal's last entry as it goes.  Every file is optional to
      * the scan: one that is not there is recorded as absent rather
      * than failing the run, so the manifest and the report say
      * plainly what was missing.
      ******************************************************************
       SCAN-ALL-FILES.
           PERFORM SCAN-RUNCTL-FILE
           PERFORM SCAN-JOURNAL-FILE
           PERFORM SCAN-IMPED-FILE
           PERFORM SCAN-HISTORY-FILE
           PERFORM SCAN-LIMIT-FILE
           PERFORM SCAN-CONST-FILE
           PERFORM SCAN-AUTH-FILE
           PERFORM SCAN-SVCJ-FILE
           PERFORM SCAN-RESULT-FILE
           PERFORM SCAN-SUSP-FILE
           PERFORM SCAN-STAND-FILE
           PERFORM SCAN-CALENDAR-FILE
           PERFORM SCAN-CALIB-FILE
           PERFORM SCAN-DIST-FILE
           PERFORM SCAN-SLA-FILE
           PERFORM SCAN-BRXREF-FILE
           PERFORM SCAN-KEYXRF-FILE
           PERFORM SCAN-RUNREG-FILE
           PERFORM SCAN-ALRULE-FILE
           PERFORM SCAN-REPRUL-FILE
           PERFORM SCAN-HOLRUL-FILE
           PERFORM SCAN-DEPEND-FILE
           PERFORM SCAN-TCOMP-FILE
           PERFORM SCAN-CIRCDEF-FILE
           PERFORM SCAN-HISTAGG-FILE
           PERFORM SCAN-PEND-FILE
           PERFORM SCAN-REQST-FILE
           PERFORM SCAN-REQEV-FILE
           .
       SCAN-RUNCTL-FILE.
           MOVE 'CXRUNCTL' TO WS-IO-FILE
           MOVE 80 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-RUNCTL-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-RUNCTL-FILE
           PERFORM TALLY-RUNCTL-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-RUNCTL-FILE
           .
       READ-RUNCTL-FILE.
           READ DR-RUNCTL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-RUNCTL-FILE.
           MOVE DR-RC-RUNCTL-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF WS-FIG-REC-CT(WS-F) = 1
             MOVE DR-RC-BUSINESS-DATE TO WS-AS-OF-DATE
             MOVE DR-RC-RUN-NO TO WS-AS-OF-RUN-NO
             MOVE DR-RC-BUSINESS-DATE TO WS-CAND-DATE
             PERFORM NOTE-HIGH-DATE
           END-IF

           PERFORM READ-RUNCTL-FILE
           .
       SCAN-JOURNAL-FILE.
           MOVE 'CIMPJRNL' TO WS-IO-FILE
           MOVE 116 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-JOURNAL-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-JOURNAL-FILE
           PERFORM TALLY-JOURNAL-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-JOURNAL-FILE
           .
       READ-JOURNAL-FILE.
           READ DR-JOURNAL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-JOURNAL-FILE.
           MOVE DR-JRN-JOURNAL-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           MOVE DR-JRN-JOURNAL-RECORD TO WS-JL-JOURNAL-RECORD
           SET WS-JL-SEEN TO TRUE
           MOVE DR-JRN-RUN-DATE TO WS-CAND-DATE
           PERFORM NOTE-HIGH-DATE

           PERFORM READ-JOURNAL-FILE
           .
       SCAN-IMPED-FILE.
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-IMPED-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-IMPED-FILE
           PERFORM TALLY-IMPED-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-IMPED-FILE
           .
       READ-IMPED-FILE.
           READ DR-IMPED-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-IMPED-FILE.
           MOVE DR-IMP-IMPEDANCE-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF WS-JL-SEEN
               AND DR-IMP-BRANCH-ID = WS-JL-BRANCH-ID
             MOVE DR-IMP-IMPEDANCE-RECORD
               TO WS-JM-IMPEDANCE-RECORD
             SET WS-JM-FOUND TO TRUE
           END-IF

           PERFORM READ-IMPED-FILE
           .
       SCAN-HISTORY-FILE.
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 55 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-HISTORY-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-HISTORY-FILE
           PERFORM TALLY-HISTORY-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-HISTORY-FILE
           .
       READ-HISTORY-FILE.
           READ DR-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-HISTORY-FILE.
           MOVE DR-HST-HISTORY-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF DR-HST-READING-DATE(1:6) < WS-HH-LOW-MONTH
             MOVE DR-HST-READING-DATE(1:6) TO WS-HH-LOW-MONTH
           END-IF

           PERFORM READ-HISTORY-FILE
           .
       SCAN-LIMIT-FILE.
           MOVE 'CIMPLIM' TO WS-IO-FILE
           MOVE 59 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-LIMIT-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-LIMIT-FILE
           PERFORM TALLY-LIMIT-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-LIMIT-FILE
           .
       READ-LIMIT-FILE.
           READ DR-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-LIMIT-FILE.
           MOVE DR-LIMIT-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-LIMIT-FILE
           .
       SCAN-CONST-FILE.
           MOVE 'CXCONST' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-CONST-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-CONST-FILE
           PERFORM TALLY-CONST-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-CONST-FILE
           .
       READ-CONST-FILE.
           READ DR-CONST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-CONST-FILE.
           MOVE DR-CONST-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-CONST-FILE
           .
       SCAN-AUTH-FILE.
           MOVE 'CXAUTH' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-AUTH-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-AUTH-FILE
           PERFORM TALLY-AUTH-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-AUTH-FILE
           .
       READ-AUTH-FILE.
           READ DR-AUTH-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-AUTH-FILE.
           MOVE DR-AUTH-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-AUTH-FILE
           .
       SCAN-SVCJ-FILE.
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 40 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-SVCJ-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-SVCJ-FILE
           PERFORM TALLY-SVCJ-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-SVCJ-FILE
           .
       READ-SVCJ-FILE.
           READ DR-SVCJ-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-SVCJ-FILE.
           MOVE DR-SVC-JOURNAL-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF DR-SVC-DISP-ANSWERED
             IF DR-SVC-RUN-DATE > WS-SL-RUN-DATE
                 OR (DR-SVC-RUN-DATE = WS-SL-RUN-DATE
                   AND DR-SVC-SEQ-NO > WS-SL-SEQ-NO)
               MOVE DR-SVC-RUN-DATE TO WS-SL-RUN-DATE
               MOVE DR-SVC-SEQ-NO TO WS-SL-SEQ-NO
             END-IF
           END-IF
           MOVE DR-SVC-RUN-DATE TO WS-CAND-DATE
           PERFORM NOTE-HIGH-DATE

           PERFORM READ-SVCJ-FILE
           .
       SCAN-RESULT-FILE.
           MOVE 'CXRSLTMS' TO WS-IO-FILE
           MOVE 148 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-RESULT-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-RESULT-FILE
           PERFORM TALLY-RESULT-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-RESULT-FILE
           .
       READ-RESULT-FILE.
           READ DR-RESULT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-RESULT-FILE.
           MOVE DR-RSM-RESULT-MASTER-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF DR-RSM-BUSINESS-DATE = WS-SL-RUN-DATE
               AND DR-RSM-SEQ-NO = WS-SL-SEQ-NO
             SET WS-SL-FOUND TO TRUE
           END-IF
           MOVE DR-RSM-BUSINESS-DATE TO WS-CAND-DATE
           PERFORM NOTE-HIGH-DATE

           PERFORM READ-RESULT-FILE
           .
       SCAN-SUSP-FILE.
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 123 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-SUSP-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-SUSP-FILE
           PERFORM TALLY-SUSP-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-SUSP-FILE
           .
       READ-SUSP-FILE.
           READ DR-SUSP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-SUSP-FILE.
           MOVE DR-SUS-SUSP-MASTER-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           MOVE DR-SUS-BUSINESS-DATE TO WS-CAND-DATE
           PERFORM NOTE-HIGH-DATE

           PERFORM READ-SUSP-FILE
           .
       SCAN-STAND-FILE.
           MOVE 'CXSTAND' TO WS-IO-FILE
           MOVE 106 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-STAND-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-STAND-FILE
           PERFORM TALLY-STAND-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-STAND-FILE
           .
       READ-STAND-FILE.
           READ DR-STAND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-STAND-FILE.
           MOVE DR-STAND-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-STAND-FILE
           .
       SCAN-CALENDAR-FILE.
           MOVE 'CXCALEN' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-CALENDAR-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-CALENDAR-FILE
           PERFORM TALLY-CALENDAR-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-CALENDAR-FILE
           .
       READ-CALENDAR-FILE.
           READ DR-CALENDAR-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-CALENDAR-FILE.
           MOVE DR-CALENDAR-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-CALENDAR-FILE
           .
       SCAN-CALIB-FILE.
           MOVE 'CXCALIB' TO WS-IO-FILE
           MOVE 100 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-CALIB-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-CALIB-FILE
           PERFORM TALLY-CALIB-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-CALIB-FILE
           .
       READ-CALIB-FILE.
           READ DR-CALIB-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-CALIB-FILE.
           MOVE DR-CALIB-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-CALIB-FILE
           .
       SCAN-DIST-FILE.
           MOVE 'CXDISTM' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-DIST-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-DIST-FILE
           PERFORM TALLY-DIST-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-DIST-FILE
           .
       READ-DIST-FILE.
           READ DR-DIST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-DIST-FILE.
           MOVE DR-DIST-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-DIST-FILE
           .
       SCAN-SLA-FILE.
           MOVE 'CXSLAM' TO WS-IO-FILE
           MOVE 40 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-SLA-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-SLA-FILE
           PERFORM TALLY-SLA-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-SLA-FILE
           .
       READ-SLA-FILE.
           READ DR-SLA-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-SLA-FILE.
           MOVE DR-SLA-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-SLA-FILE
           .
       SCAN-BRXREF-FILE.
           MOVE 'CXBRXREF' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-BRXREF-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-BRXREF-FILE
           PERFORM TALLY-BRXREF-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-BRXREF-FILE
           .
       READ-BRXREF-FILE.
           READ DR-BRXREF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-BRXREF-FILE.
           MOVE DR-BRXREF-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-BRXREF-FILE
           .
       SCAN-KEYXRF-FILE.
           MOVE 'CXKEYXRF' TO WS-IO-FILE
           MOVE 48 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-KEYXRF-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-KEYXRF-FILE
           PERFORM TALLY-KEYXRF-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-KEYXRF-FILE
           .
       READ-KEYXRF-FILE.
           READ DR-KEYXRF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-KEYXRF-FILE.
           MOVE DR-KEYXRF-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-KEYXRF-FILE
           .
       SCAN-RUNREG-FILE.
           MOVE 'CXRUNREG' TO WS-IO-FILE
           MOVE 47 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-RUNREG-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-RUNREG-FILE
           PERFORM TALLY-RUNREG-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-RUNREG-FILE
           .
       READ-RUNREG-FILE.
           READ DR-RUNREG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-RUNREG-FILE.
           MOVE DR-REG-REGISTRY-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           MOVE DR-REG-BUSINESS-DATE TO WS-CAND-DATE
           PERFORM NOTE-HIGH-DATE

           PERFORM READ-RUNREG-FILE
           .
       SCAN-ALRULE-FILE.
           MOVE 'CXALRULE' TO WS-IO-FILE
           MOVE 28 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-ALRULE-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-ALRULE-FILE
           PERFORM TALLY-ALRULE-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-ALRULE-FILE
           .
       READ-ALRULE-FILE.
           READ DR-ALRULE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-ALRULE-FILE.
           MOVE DR-ALRULE-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-ALRULE-FILE
           .
       SCAN-REPRUL-FILE.
           MOVE 'CXREPRUL' TO WS-IO-FILE
           MOVE 40 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-REPRUL-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-REPRUL-FILE
           PERFORM TALLY-REPRUL-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-REPRUL-FILE
           .
       READ-REPRUL-FILE.
           READ DR-REPRUL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-REPRUL-FILE.
           MOVE DR-REPRUL-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-REPRUL-FILE
           .
       SCAN-HOLRUL-FILE.
           MOVE 'CXHOLRUL' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-HOLRUL-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-HOLRUL-FILE
           PERFORM TALLY-HOLRUL-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-HOLRUL-FILE
           .
       READ-HOLRUL-FILE.
           READ DR-HOLRUL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-HOLRUL-FILE.
           MOVE DR-HOLRUL-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-HOLRUL-FILE
           .
       SCAN-DEPEND-FILE.
           MOVE 'CXDEPEND' TO WS-IO-FILE
           MOVE 50 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-DEPEND-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-DEPEND-FILE
           PERFORM TALLY-DEPEND-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-DEPEND-FILE
           .
       READ-DEPEND-FILE.
           READ DR-DEPEND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-DEPEND-FILE.
           MOVE DR-DEPEND-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-DEPEND-FILE
           .
       SCAN-TCOMP-FILE.
           MOVE 'CXTCOMP' TO WS-IO-FILE
           MOVE 30 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-TCOMP-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-TCOMP-FILE
           PERFORM TALLY-TCOMP-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-TCOMP-FILE
           .
       READ-TCOMP-FILE.
           READ DR-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-TCOMP-FILE.
           MOVE DR-TCOMP-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-TCOMP-FILE
           .
       SCAN-CIRCDEF-FILE.
           MOVE 'CCIRCDEF' TO WS-IO-FILE
           MOVE 14 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-CIRCDEF-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-CIRCDEF-FILE
           PERFORM TALLY-CIRCDEF-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-CIRCDEF-FILE
           .
       READ-CIRCDEF-FILE.
           READ DR-CIRCDEF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-CIRCDEF-FILE.
           MOVE DR-CIRCDEF-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-CIRCDEF-FILE
           .
       SCAN-HISTAGG-FILE.
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 140 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-HISTAGG-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-HISTAGG-FILE
           PERFORM TALLY-HISTAGG-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-HISTAGG-FILE
           .
       READ-HISTAGG-FILE.
           READ DR-HISTAGG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-HISTAGG-FILE.
           MOVE DR-HAG-HISTAGG-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF DR-HAG-AGG-MONTH > WS-HH-HIGH-AGG-MONTH
             MOVE DR-HAG-AGG-MONTH TO WS-HH-HIGH-AGG-MONTH
           END-IF

           PERFORM READ-HISTAGG-FILE
           .
       SCAN-PEND-FILE.
           MOVE 'CIMPPEND' TO WS-IO-FILE
           MOVE 100 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-PEND-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-PEND-FILE
           PERFORM TALLY-PEND-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-PEND-FILE
           .
       READ-PEND-FILE.
           READ DR-PEND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-PEND-FILE.
           MOVE DR-PEND-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-PEND-FILE
           .
       SCAN-REQST-FILE.
           MOVE 'CXREQST' TO WS-IO-FILE
           MOVE 160 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           OPEN INPUT DR-REQST-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-REQST-FILE
           PERFORM TALLY-REQST-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-REQST-FILE
           .
       READ-REQST-FILE.
           READ DR-REQST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
       TALLY-REQST-FILE.
           MOVE DR-RQS-REQUEST-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES

           PERFORM READ-REQST-FILE
           .
       SCAN-REQEV-FILE.
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 100 TO WS-HASH-LEN-I
           PERFORM BEGIN-FILE-FIGURES
           SET WS-FIG-DATED(WS-F) TO TRUE
           OPEN INPUT DR-REQEV-FILE
           PERFORM NOTE-FILE-OPEN

           PERFORM READ-REQEV-FILE
           PERFORM TALLY-REQEV-FILE
             UNTIL WS-EOF-YES

           CLOSE DR-REQEV-FILE
           .
       READ-REQEV-FILE.
           READ DR-REQEV-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           PERFORM CHECK-READ-STATUS
           .
      * a received event carries the date keyed on the intake card,
      * which may lie ahead of the run; the other stages are posted
      * under the business date they ran on
       TALLY-REQEV-FILE.
           MOVE DR-RQE-EVENT-RECORD TO WS-HASH-RECORD
           PERFORM ADD-RECORD-FIGURES
           IF NOT DR-RQE-STAGE-RECEIVED
             MOVE DR-RQE-EVENT-DATE TO WS-CAND-DATE
             PERFORM NOTE-HIGH-DATE
           END-IF

           PERFORM READ-REQEV-FILE
           .
      ******************************************************************
      * Starts the figures for the file named in WS-IO-FILE.
      ******************************************************************
       BEGIN-FILE-FIGURES.
           ADD 1 TO WS-FIG-CT
           MOVE WS-FIG-CT TO WS-F
           INITIALIZE WS-FIG-ENTRY(WS-F)
           MOVE WS-IO-FILE TO WS-FIG-FILE(WS-F)
           MOVE 'Y' TO WS-FIG-PRESENT(WS-F)
           MOVE 'N' TO WS-FIG-DATED-SW(WS-F)
           MOVE 'N' TO WS-EOF-SW
           .
      ******************************************************************
      * Status 05 on the open is an optional file that is not there.
      ******************************************************************
       NOTE-FILE-OPEN.
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           IF WS-IO-STATUS = '05'
             MOVE 'N' TO WS-FIG-PRESENT(WS-F)
           END-IF
           .
       CHECK-READ-STATUS.
           IF NOT WS-EOF-YES
             MOVE 'READ' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       ADD-RECORD-FIGURES.
           ADD 1 TO WS-FIG-REC-CT(WS-F)
           CALL 'CENVHASH' USING
             WS-HASH-RECORD, WS-HASH-LEN-I, WS-FIG-HASH(WS-F)
           MOVE SPACES TO WS-HASH-RECORD
           .
       NOTE-HIGH-DATE.
           IF WS-CAND-DATE > WS-FIG-HIGH-DATE(WS-F)
             MOVE WS-CAND-DATE TO WS-FIG-HIGH-DATE(WS-F)
           END-IF
           .
      ******************************************************************
      * The cross-file consistency points, each recorded as held or
      * broken with a line of detail for the report and manifest.
      ******************************************************************
       CHECK-CONSISTENCY.
           PERFORM CHECK-JOURNAL-ON-MASTER
           PERFORM CHECK-ANSWER-ON-RESULTS
           PERFORM CHECK-DATES-TO-AS-OF
           PERFORM CHECK-HISTORY-ON-AGGREGATE
           .
       ADD-CHECK-ENTRY.
           ADD 1 TO WS-CHK-CT
           MOVE WS-CHK-CT TO WS-C
           MOVE SPACES TO WS-CHK-ENTRY(WS-C)
           SET WS-CHK-HELD(WS-C) TO TRUE
           MOVE SPACES TO WS-CHK-OUTCOME
           .
      ******************************************************************
      * The impedance journal's last entry against the master: a
      * delete must have taken the branch off, an add or change must
      * have left its after-image on.  Anything else means the
      * master and journal were not taken at the same point.
      ******************************************************************
       CHECK-JOURNAL-ON-MASTER.
           PERFORM ADD-CHECK-ENTRY
           MOVE 'JRNIMPED' TO WS-CHK-ID(WS-C)

           EVALUATE TRUE
             WHEN NOT WS-JL-SEEN
               MOVE 'NO IMPEDANCE JOURNAL ENTRIES ON FILE'
                 TO WS-CHK-DETAIL(WS-C)
             WHEN WS-JL-ACTION-DELETE
               IF WS-JM-FOUND
                 SET WS-CHK-BROKEN(WS-C) TO TRUE
                 MOVE 'STILL ON CXIMPED' TO WS-CHK-OUTCOME
               ELSE
                 MOVE 'GONE FROM CXIMPED' TO WS-CHK-OUTCOME
               END-IF
             WHEN NOT WS-JM-FOUND
               SET WS-CHK-BROKEN(WS-C) TO TRUE
               MOVE 'NOT ON CXIMPED' TO WS-CHK-OUTCOME
             WHEN NOT WS-JL-HAS-AFTER
                 OR WS-JM-RE NOT = WS-JL-AFTER-RE
                 OR WS-JM-IM NOT = WS-JL-AFTER-IM
               SET WS-CHK-BROKEN(WS-C) TO TRUE
               MOVE 'DIFFERS ON CXIMPED' TO WS-CHK-OUTCOME
             WHEN OTHER
               MOVE 'AS ON CXIMPED' TO WS-CHK-OUTCOME
           END-EVALUATE

           IF WS-JL-SEEN
             STRING
               'LAST JOURNAL '   DELIMITED BY SIZE
               WS-JL-ACTION      DELIMITED BY SIZE
               ' OF '            DELIMITED BY SIZE
               WS-JL-BRANCH-ID   DELIMITED BY SIZE
               ' RUN '           DELIMITED BY SIZE
               WS-JL-RUN-DATE    DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               WS-CHK-OUTCOME    DELIMITED BY '  '
               INTO WS-CHK-DETAIL(WS-C)
           END-IF
           .
      ******************************************************************
      * The service journal's last answer - highest run date, then
      * sequence - against the results master's date/SEQ-NO key.
      ******************************************************************
       CHECK-ANSWER-ON-RESULTS.
           PERFORM ADD-CHECK-ENTRY
           MOVE 'SVCJRSLT' TO WS-CHK-ID(WS-C)

           IF WS-SL-RUN-DATE = 0
             MOVE 'NO ANSWERS ON THE SERVICE JOURNAL'
               TO WS-CHK-DETAIL(WS-C)
           ELSE
             IF WS-SL-FOUND
               MOVE 'ON CXRSLTMS' TO WS-CHK-OUTCOME
             ELSE
               SET WS-CHK-BROKEN(WS-C) TO TRUE
               MOVE 'NOT ON CXRSLTMS' TO WS-CHK-OUTCOME
             END-IF
             STRING
               'LAST ANSWER '    DELIMITED BY SIZE
               WS-SL-RUN-DATE    DELIMITED BY SIZE
               '/'               DELIMITED BY SIZE
               WS-SL-SEQ-NO      DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               WS-CHK-OUTCOME    DELIMITED BY '  '
               INTO WS-CHK-DETAIL(WS-C)
           END-IF
           .
      ******************************************************************
      * No journal or dated master may carry a business date past the
      * CXRUNCTL date the set claims to stand at.
      ******************************************************************
       CHECK-DATES-TO-AS-OF.
           PERFORM ADD-CHECK-ENTRY
           MOVE 'DATEDRUN' TO WS-CHK-ID(WS-C)

           IF WS-AS-OF-DATE = 0
             SET WS-CHK-BROKEN(WS-C) TO TRUE
             MOVE 'NO CXRUNCTL BUSINESS DATE TO MEASURE AGAINST'
               TO WS-CHK-DETAIL(WS-C)
           ELSE
             MOVE 'N' TO WS-FOUND-SW
             MOVE 1 TO WS-F
             PERFORM FIND-FILE-PAST-AS-OF
               UNTIL WS-FOUND-YES OR WS-F > WS-FIG-CT
             IF WS-FOUND-YES
               SET WS-CHK-BROKEN(WS-C) TO TRUE
               STRING
                 WS-FIG-FILE(WS-F)      DELIMITED BY SPACE
                 ' DATED '              DELIMITED BY SIZE
                 WS-FIG-HIGH-DATE(WS-F) DELIMITED BY SIZE
                 ' - PAST AS-OF '       DELIMITED BY SIZE
                 WS-AS-OF-DATE          DELIMITED BY SIZE
                 INTO WS-CHK-DETAIL(WS-C)
             ELSE
               STRING
                 'NOTHING DATED PAST AS-OF ' DELIMITED BY SIZE
                 WS-AS-OF-DATE               DELIMITED BY SIZE
                 INTO WS-CHK-DETAIL(WS-C)
             END-IF
           END-IF
           .
      ******************************************************************
      * The impedance history against its monthly aggregates: the
      * CIMPROLL compaction rolls a month up and drops its detail in
      * the one run, so every month still held as detail must come
      * after the latest month rolled up.  A month on both means the
      * two files were not taken at the same point - one from before
      * a compaction, the other from after it.
      ******************************************************************
       CHECK-HISTORY-ON-AGGREGATE.
           PERFORM ADD-CHECK-ENTRY
           MOVE 'HISTAGG' TO WS-CHK-ID(WS-C)

           EVALUATE TRUE
             WHEN WS-HH-HIGH-AGG-MONTH = 0
               MOVE 'NO MONTHLY AGGREGATES ON CIMPHAGG'
                 TO WS-CHK-DETAIL(WS-C)
             WHEN WS-HH-LOW-MONTH = 999999
               MOVE 'NO READINGS ON CIMPHIST'
                 TO WS-CHK-DETAIL(WS-C)
             WHEN OTHER
               IF WS-HH-LOW-MONTH > WS-HH-HIGH-AGG-MONTH
                 MOVE 'AFTER IT' TO WS-CHK-OUTCOME
               ELSE
                 SET WS-CHK-BROKEN(WS-C) TO TRUE
                 MOVE 'NOT AFTER IT' TO WS-CHK-OUTCOME
               END-IF
               STRING
                 'AGGREGATED TO '     DELIMITED BY SIZE
                 WS-HH-HIGH-AGG-MONTH DELIMITED BY SIZE
                 ', DETAIL FROM '     DELIMITED BY SIZE
                 WS-HH-LOW-MONTH      DELIMITED BY SIZE
                 ' '                  DELIMITED BY SIZE
                 WS-CHK-OUTCOME       DELIMITED BY '  '
                 INTO WS-CHK-DETAIL(WS-C)
           END-EVALUATE
           .
       FIND-FILE-PAST-AS-OF.
           IF WS-FIG-DATED(WS-F)
               AND WS-FIG-HIGH-DATE(WS-F) > WS-AS-OF-DATE
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-F
           END-IF
           .
      ******************************************************************
      * Back-up run: header, one entry per file, one per consistency
      * point, and the trailer that counts them.
      ******************************************************************
       WRITE-MANIFEST.
           ACCEPT WS-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TAKEN-TIME FROM TIME

           OPEN OUTPUT DR-MANIFEST-FILE
           MOVE 'CXDRMANF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO DR-MF-MANIFEST-RECORD
           SET DR-MF-REC-HEADER TO TRUE
           MOVE 'CXDRMAN' TO DR-MF-ENTRY-ID
           MOVE WS-AS-OF-DATE TO DR-MF-AS-OF-DATE
           MOVE WS-AS-OF-RUN-NO TO DR-MF-AS-OF-RUN-NO
           MOVE WS-TAKEN-DATE TO DR-MF-TAKEN-DATE
           MOVE WS-TAKEN-TIME(1:6) TO DR-MF-TAKEN-TIME
           PERFORM WRITE-MANIFEST-RECORD

           MOVE 1 TO WS-F
           PERFORM WRITE-MANIFEST-FILE
             UNTIL WS-F > WS-FIG-CT

           MOVE 1 TO WS-C
           PERFORM WRITE-MANIFEST-CHECK
             UNTIL WS-C > WS-CHK-CT

           MOVE SPACES TO DR-MF-MANIFEST-RECORD
           SET DR-MF-REC-TRAILER TO TRUE
           MOVE 'CXDRMAN' TO DR-MF-ENTRY-ID
           MOVE WS-FIG-CT TO DR-MF-FILE-CT
           MOVE WS-CHK-CT TO DR-MF-CHECK-CT
           PERFORM WRITE-MANIFEST-RECORD

           CLOSE DR-MANIFEST-FILE
           .
       WRITE-MANIFEST-FILE.
           MOVE SPACES TO DR-MF-MANIFEST-RECORD
           SET DR-MF-REC-FILE TO TRUE
           MOVE WS-FIG-FILE(WS-F) TO DR-MF-ENTRY-ID
           MOVE WS-FIG-PRESENT(WS-F) TO DR-MF-PRESENT-SW
           MOVE WS-FIG-REC-CT(WS-F) TO DR-MF-RECORD-CT
           MOVE WS-FIG-HASH(WS-F) TO DR-MF-HASH-TOTAL
           MOVE WS-FIG-HIGH-DATE(WS-F) TO DR-MF-HIGH-DATE
           PERFORM WRITE-MANIFEST-RECORD

           ADD 1 TO WS-F
           .
       WRITE-MANIFEST-CHECK.
           MOVE SPACES TO DR-MF-MANIFEST-RECORD
           SET DR-MF-REC-CHECK TO TRUE
           MOVE WS-CHK-ID(WS-C) TO DR-MF-ENTRY-ID
           MOVE WS-CHK-RESULT(WS-C) TO DR-MF-CHECK-RESULT
           MOVE WS-CHK-DETAIL(WS-C) TO DR-MF-CHECK-DETAIL
           PERFORM WRITE-MANIFEST-RECORD

           ADD 1 TO WS-C
           .
       WRITE-MANIFEST-RECORD.
           WRITE DR-MF-MANIFEST-RECORD
           MOVE 'CXDRMANF' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Verification run: each manifest entry against what the
      * restored files give now.  A manifest without its header or
      * trailer, with counts that disagree with its entries, or with
      * an as-of point the restored CXRUNCTL does not match, is a
      * no-go on its own.
      ******************************************************************
       COMPARE-MANIFEST.
           OPEN INPUT DR-MANIFEST-FILE
           MOVE 'CXDRMANF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-MANIFEST-RECORD
           PERFORM COMPARE-MANIFEST-RECORD
             UNTIL WS-EOF-YES

           CLOSE DR-MANIFEST-FILE

           IF NOT WS-MF-HEADER-SEEN
             MOVE 'MANIFEST HAS NO HEADER' TO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           END-IF
           IF NOT WS-MF-TRAILER-SEEN
             MOVE 'MANIFEST HAS NO TRAILER - IT IS TRUNCATED'
               TO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           END-IF
           .
       READ-MANIFEST-RECORD.
           READ DR-MANIFEST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           MOVE 'CXDRMANF' TO WS-IO-FILE
           PERFORM CHECK-READ-STATUS
           .
       COMPARE-MANIFEST-RECORD.
           EVALUATE TRUE
             WHEN DR-MF-REC-HEADER
               PERFORM COMPARE-MANIFEST-HEADER
             WHEN DR-MF-REC-FILE
               ADD 1 TO WS-MF-FILE-CT
               PERFORM COMPARE-MANIFEST-FILE
             WHEN DR-MF-REC-CHECK
               ADD 1 TO WS-MF-CHECK-CT
               PERFORM COMPARE-MANIFEST-CHECK
             WHEN DR-MF-REC-TRAILER
               PERFORM COMPARE-MANIFEST-TRAILER
             WHEN OTHER
               MOVE SPACES TO WS-MSG-LINE
               STRING
                 'UNRECOGNISED MANIFEST RECORD TYPE '
                                     DELIMITED BY SIZE
                 DR-MF-REC-TYPE      DELIMITED BY SIZE
                 INTO WS-MSG-LINE
               PERFORM NOTE-MANIFEST-PROBLEM
           END-EVALUATE

           PERFORM READ-MANIFEST-RECORD
           .
       COMPARE-MANIFEST-HEADER.
           SET WS-MF-HEADER-SEEN TO TRUE
           MOVE DR-MF-TAKEN-DATE TO WS-TAKEN-DATE
           MOVE DR-MF-TAKEN-TIME TO WS-TAKEN-TIME(1:6)

           IF DR-MF-AS-OF-DATE NOT = WS-AS-OF-DATE
               OR DR-MF-AS-OF-RUN-NO NOT = WS-AS-OF-RUN-NO
             MOVE SPACES TO WS-MSG-LINE
             STRING
               'MANIFEST AS-OF '     DELIMITED BY SIZE
               DR-MF-AS-OF-DATE      DELIMITED BY SIZE
               ' RUN '               DELIMITED BY SIZE
               DR-MF-AS-OF-RUN-NO    DELIMITED BY SIZE
               ' - RESTORED CXRUNCTL ' DELIMITED BY SIZE
               WS-AS-OF-DATE         DELIMITED BY SIZE
               ' RUN '               DELIMITED BY SIZE
               WS-AS-OF-RUN-NO       DELIMITED BY SIZE
               INTO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           END-IF
           .
       COMPARE-MANIFEST-FILE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-F
           PERFORM FIND-FIGURE-ENTRY
             UNTIL WS-FOUND-YES OR WS-F > WS-FIG-CT

           IF NOT WS-FOUND-YES
             MOVE SPACES TO WS-MSG-LINE
             STRING
               'MANIFEST LISTS '     DELIMITED BY SIZE
               DR-MF-ENTRY-ID        DELIMITED BY SPACE
               ' - NO SUCH FILE IN THE SCAN' DELIMITED BY SIZE
               INTO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           ELSE
             MOVE DR-MF-PRESENT-SW TO WS-FIG-MF-PRESENT(WS-F)
             MOVE DR-MF-RECORD-CT TO WS-FIG-MF-REC-CT(WS-F)
             MOVE DR-MF-HASH-TOTAL TO WS-FIG-MF-HASH(WS-F)
             MOVE DR-MF-HIGH-DATE TO WS-FIG-MF-HIGH-DATE(WS-F)
             IF WS-FIG-MF-PRESENT(WS-F) = WS-FIG-PRESENT(WS-F)
                 AND WS-FIG-MF-REC-CT(WS-F) = WS-FIG-REC-CT(WS-F)
                 AND WS-FIG-MF-HASH(WS-F) = WS-FIG-HASH(WS-F)
                 AND WS-FIG-MF-HIGH-DATE(WS-F)
                   = WS-FIG-HIGH-DATE(WS-F)
               SET WS-FIG-MATCHES(WS-F) TO TRUE
             ELSE
               SET WS-FIG-DIFFERS(WS-F) TO TRUE
             END-IF
           END-IF
           .
       FIND-FIGURE-ENTRY.
           IF WS-FIG-FILE(WS-F) = DR-MF-ENTRY-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-F
           END-IF
           .
       COMPARE-MANIFEST-CHECK.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-C
           PERFORM FIND-CHECK-ENTRY
             UNTIL WS-FOUND-YES OR WS-C > WS-CHK-CT

           IF NOT WS-FOUND-YES
             MOVE SPACES TO WS-MSG-LINE
             STRING
               'MANIFEST LISTS CHECK ' DELIMITED BY SIZE
               DR-MF-ENTRY-ID          DELIMITED BY SPACE
               ' - NO SUCH CHECK MADE' DELIMITED BY SIZE
               INTO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           ELSE
             MOVE DR-MF-CHECK-RESULT TO WS-CHK-MF-RESULT(WS-C)
           END-IF
           .
       FIND-CHECK-ENTRY.
           IF WS-CHK-ID(WS-C) = DR-MF-ENTRY-ID
             SET WS-FOUND-YES TO TRUE
           ELSE
             ADD 1 TO WS-C
           END-IF
           .
       COMPARE-MANIFEST-TRAILER.
           SET WS-MF-TRAILER-SEEN TO TRUE

           IF DR-MF-FILE-CT NOT = WS-MF-FILE-CT
               OR DR-MF-CHECK-CT NOT = WS-MF-CHECK-CT
             MOVE SPACES TO WS-MSG-LINE
             STRING
               'MANIFEST TRAILER COUNTS ' DELIMITED BY SIZE
               DR-MF-FILE-CT         DELIMITED BY SIZE
               ' FILES '             DELIMITED BY SIZE
               DR-MF-CHECK-CT        DELIMITED BY SIZE
               ' CHECKS - READ '     DELIMITED BY SIZE
               WS-MF-FILE-CT         DELIMITED BY SIZE
               ' AND '               DELIMITED BY SIZE
               WS-MF-CHECK-CT        DELIMITED BY SIZE
               INTO WS-MSG-LINE
             PERFORM NOTE-MANIFEST-PROBLEM
           END-IF
           .
       NOTE-MANIFEST-PROBLEM.
           ADD 1 TO WS-NOGO-CT
           IF WS-MSG-CT < 20
             ADD 1 TO WS-MSG-CT
             MOVE WS-MSG-LINE TO WS-MSG-TEXT(WS-MSG-CT)
           END-IF
           MOVE SPACES TO WS-MSG-LINE
           .
      ******************************************************************
      * Report: the as-of point, any problem with the manifest
      * itself, then a line per file and per consistency point, and
      * the outcome.
      ******************************************************************
       PRINT-HEADING.
           IF WS-MODE-BACKUP
             MOVE 'CXDRMAN - DISASTER-RECOVERY BACKUP MANIFEST'
               TO WS-RPT-LINE-TEXT
           ELSE
             MOVE 'CXDRMAN - DISASTER-RECOVERY RESTORE VERIFICATION'
               TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           STRING
             'AS-OF BUSINESS DATE ' DELIMITED BY SIZE
             WS-AS-OF-DATE          DELIMITED BY SIZE
             ' RUN '                DELIMITED BY SIZE
             WS-AS-OF-RUN-NO        DELIMITED BY SIZE
             '   MANIFEST TAKEN '   DELIMITED BY SIZE
             WS-TAKEN-DATE          DELIMITED BY SIZE
             ' '                    DELIMITED BY SIZE
             WS-TAKEN-TIME(1:6)     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-M
           PERFORM PRINT-MANIFEST-PROBLEM
             UNTIL WS-M > WS-MSG-CT

           PERFORM WRITE-REPORT-LINE
           STRING
             'FILE      PRESENT  RECORDS    ' DELIMITED BY SIZE
             'HASH TOTAL       HIGH DATE  STATUS' DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       PRINT-MANIFEST-PROBLEM.
           STRING
             '*** '           DELIMITED BY SIZE
             WS-MSG-TEXT(WS-M) DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-M
           .
       PRINT-FIGURES.
           MOVE 1 TO WS-F
           PERFORM PRINT-FIGURE-LINE
             UNTIL WS-F > WS-FIG-CT
           .
       PRINT-FIGURE-LINE.
           EVALUATE TRUE
             WHEN WS-MODE-BACKUP
                 AND WS-FIG-PRESENT(WS-F) = 'N'
               ADD 1 TO WS-WARN-CT
               MOVE 'ABSENT - RECORDED AS ABSENT' TO WS-FIG-OUTCOME
             WHEN WS-MODE-BACKUP
               MOVE 'RECORDED' TO WS-FIG-OUTCOME
             WHEN WS-FIG-NOT-LISTED(WS-F)
               ADD 1 TO WS-NOGO-CT
               MOVE 'NOT ON MANIFEST - NO-GO' TO WS-FIG-OUTCOME
             WHEN WS-FIG-DIFFERS(WS-F)
               ADD 1 TO WS-NOGO-CT
               MOVE 'DIFFERS FROM MANIFEST - NO-GO'
                 TO WS-FIG-OUTCOME
             WHEN WS-FIG-PRESENT(WS-F) = 'N'
               ADD 1 TO WS-WARN-CT
               MOVE 'ABSENT NOW AND AT BACKUP' TO WS-FIG-OUTCOME
             WHEN OTHER
               MOVE 'MATCHES MANIFEST' TO WS-FIG-OUTCOME
           END-EVALUATE

           STRING
             WS-FIG-FILE(WS-F)      DELIMITED BY SIZE
             '     '                DELIMITED BY SIZE
             WS-FIG-PRESENT(WS-F)   DELIMITED BY SIZE
             '     '                DELIMITED BY SIZE
             WS-FIG-REC-CT(WS-F)    DELIMITED BY SIZE
             '  '                   DELIMITED BY SIZE
             WS-FIG-HASH(WS-F)      DELIMITED BY SIZE
             '   '                  DELIMITED BY SIZE
             WS-FIG-HIGH-DATE(WS-F) DELIMITED BY SIZE
             '  '                   DELIMITED BY SIZE
             WS-FIG-OUTCOME         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-MODE-VERIFY AND WS-FIG-DIFFERS(WS-F)
             STRING
               'MANIFEST'                DELIMITED BY SIZE
               '     '                   DELIMITED BY SIZE
               WS-FIG-MF-PRESENT(WS-F)   DELIMITED BY SIZE
               '     '                   DELIMITED BY SIZE
               WS-FIG-MF-REC-CT(WS-F)    DELIMITED BY SIZE
               '  '                      DELIMITED BY SIZE
               WS-FIG-MF-HASH(WS-F)      DELIMITED BY SIZE
               '   '                     DELIMITED BY SIZE
               WS-FIG-MF-HIGH-DATE(WS-F) DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-F
           .
       PRINT-CHECKS.
           PERFORM WRITE-REPORT-LINE
           MOVE 'POINT     NOW     DETAIL' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-C
           PERFORM PRINT-CHECK-LINE
             UNTIL WS-C > WS-CHK-CT
           .
       PRINT-CHECK-LINE.
           MOVE SPACES TO WS-FIG-OUTCOME
           EVALUATE TRUE
             WHEN WS-MODE-BACKUP
                 AND WS-CHK-BROKEN(WS-C)
               ADD 1 TO WS-WARN-CT
               MOVE 'RECORDED AS BROKEN' TO WS-FIG-OUTCOME
             WHEN WS-MODE-BACKUP
               CONTINUE
             WHEN WS-CHK-NOT-LISTED(WS-C)
               ADD 1 TO WS-NOGO-CT
               MOVE 'NOT ON MANIFEST - NO-GO' TO WS-FIG-OUTCOME
             WHEN WS-CHK-HELD(WS-C)
               CONTINUE
             WHEN WS-CHK-MF-BROKEN(WS-C)
               ADD 1 TO WS-WARN-CT
               MOVE 'ALSO BROKEN AT BACKUP' TO WS-FIG-OUTCOME
             WHEN OTHER
               ADD 1 TO WS-NOGO-CT
               MOVE 'HELD AT BACKUP - NO-GO' TO WS-FIG-OUTCOME
           END-EVALUATE

           IF WS-CHK-HELD(WS-C)
             MOVE 'HELD  ' TO WS-CHK-OUTCOME
           ELSE
             MOVE 'BROKEN' TO WS-CHK-OUTCOME
           END-IF

           STRING
             WS-CHK-ID(WS-C)      DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             WS-CHK-OUTCOME(1:6)  DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             WS-CHK-DETAIL(WS-C)  DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             WS-FIG-OUTCOME       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-C
           .
       PRINT-RESULT.
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
             WHEN WS-MODE-BACKUP
               STRING
                 'MANIFEST WRITTEN - '    DELIMITED BY SIZE
                 WS-FIG-CT                DELIMITED BY SIZE
                 ' FILES, '               DELIMITED BY SIZE
                 WS-CHK-CT                DELIMITED BY SIZE
                 ' CONSISTENCY POINTS, '  DELIMITED BY SIZE
                 WS-WARN-CT               DELIMITED BY SIZE
                 ' WARNINGS'              DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN WS-NOGO-CT > 0
               STRING
                 'RESULT: NO-GO - '       DELIMITED BY SIZE
                 WS-NOGO-CT               DELIMITED BY SIZE
                 ' FAILURES, '            DELIMITED BY SIZE
                 WS-WARN-CT               DELIMITED BY SIZE
                 ' WARNINGS - DO NOT RELEASE THE RESTORED SET'
                                          DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN WS-WARN-CT > 0
               STRING
                 'RESULT: GO WITH '       DELIMITED BY SIZE
                 WS-WARN-CT               DELIMITED BY SIZE
                 ' WARNINGS'              DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN OTHER
               MOVE 'RESULT: GO' TO WS-RPT-LINE-TEXT
           END-EVALUATE
           DISPLAY 'CXDRMAN - ' WS-RPT-LINE-TEXT(1:100)
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           MOVE 'CXDRMANR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .
      ******************************************************************
      * Registers this run in the shared-master interlock before the
      * master opens, and refuses the run with a clear message and
      * condition code 12 when a conflicting job already holds it.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             DISPLAY 'CXDRMAN - CXIMPED IS HELD BY '
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
             DISPLAY 'CXDRMAN - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
