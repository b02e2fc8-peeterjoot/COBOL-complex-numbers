       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXCNVT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CV-PARM-FILE ASSIGN TO "CXCNVTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-ARCH-OLD ASSIGN TO "CXARCHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-ARCH-NEW ASSIGN TO "CXARCHIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-SUSPM-OLD ASSIGN TO "CXSUSPMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-SMO-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-SUSPM-NEW ASSIGN TO "CXSUSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-SMN-MASTER-KEY
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-CALIB-OLD ASSIGN TO "CXCALIBO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-CALIB-NEW ASSIGN TO "CXCALIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-CAT-OLD ASSIGN TO "CDFTCATO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-CAT-NEW ASSIGN TO "CDFTCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-TRANP-OLD ASSIGN TO "CXTRANPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-TRANP-NEW ASSIGN TO "CXTRANP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-SUSPP-OLD ASSIGN TO "CXSUSPPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-SUSPP-NEW ASSIGN TO "CXSUSPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CV-PROG-NEW ASSIGN TO "CXPROGRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CV-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CV-PARM-RECORD.
         10  CV-PARM-KIND          PIC X(08).
         10  FILLER                PIC X(72).
      * the retired layouts: each is the current one cut short where
      * the fields since appended begin
       FD  CV-ARCH-OLD
           RECORD CONTAINS 148 CHARACTERS.
       01  CV-ARO-RECORD.
         10  CV-ARO-HEAD           PIC X(16).
         10  CV-ARO-DATA           PIC X(132).
       FD  CV-ARCH-NEW
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==CV-ARN-==.
       FD  CV-SUSPM-OLD
           RECORD CONTAINS 115 CHARACTERS.
       01  CV-SMO-RECORD.
         10  CV-SMO-MASTER-KEY     PIC X(16).
         10  FILLER                PIC X(99).
       FD  CV-SUSPM-NEW
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==CV-SMN-==.
       FD  CV-CALIB-OLD
           RECORD CONTAINS 90 CHARACTERS.
       01  CV-CLO-RECORD.
         10  CV-CLO-KEPT           PIC X(84).
         10  FILLER                PIC X(06).
       FD  CV-CALIB-NEW
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXCALIB REPLACING ==(PRFX)== BY ==CV-CLN-==.
       FD  CV-CAT-OLD
           RECORD CONTAINS 50 CHARACTERS.
       01  CV-CTO-RECORD.
         10  CV-CTO-KEPT           PIC X(47).
         10  FILLER                PIC X(03).
       FD  CV-CAT-NEW
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CV-CTN-==.
       FD  CV-TRANP-OLD
           RECORD CONTAINS 56 CHARACTERS.
       01  CV-TPO-RECORD           PIC X(56).
       FD  CV-TRANP-NEW
           RECORD CONTAINS 64 CHARACTERS.
       COPY CXTRANPK REPLACING ==(PRFX)== BY ==CV-TPN-==.
       FD  CV-SUSPP-OLD
           RECORD CONTAINS 78 CHARACTERS.
       01  CV-SPO-RECORD           PIC X(78).
       FD  CV-SUSPP-NEW
           RECORD CONTAINS 86 CHARACTERS.
       COPY CXSUSPPK REPLACING ==(PRFX)== BY ==CV-SPN-==.
       FD  CV-PROG-NEW
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXPROG REPLACING ==(PRFX)== BY ==CV-PRG-==.
       WORKING-STORAGE SECTION.
       01 WS-CNVT-KIND PIC X(08) VALUE SPACES.
         88 WS-CNVT-ARCHIVE  VALUE 'ARCHIVE'.
         88 WS-CNVT-SUSPMAST VALUE 'SUSPMAST'.
         88 WS-CNVT-CALIB    VALUE 'CALIB'.
         88 WS-CNVT-CAPCAT   VALUE 'CAPCAT'.
         88 WS-CNVT-TRANPK   VALUE 'TRANPK'.
         88 WS-CNVT-SUSPPK   VALUE 'SUSPPK'.
         88 WS-CNVT-PROGRESS VALUE 'PROGRESS'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READ-CT PIC 9(08) VALUE 0.
       01 WS-CTL-WRITE-CT PIC 9(08) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXCNVT'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * One-time conversion of a cumulative data set from the record
      * length it was kept at to the current, wider layout, the
      * shape CDSAMPCV and CXHISTCV gave their own conversions, run
      * from CXCNVT.JCL once at the cut-over to the current load
      * library.  The CXCNVTP card names the data set in cols 1-8:
      *
      *   ARCHIVE   CXARCHO  148 -> CXARCHIV 164 (CXARCH)
      *   SUSPMAST  CXSUSPMO 115 -> CXSUSPM  123 (CXSUSPM, KSDS)
      *   CALIB     CXCALIBO  90 -> CXCALIB  100 (CXCALIB)
      *   CAPCAT    CDFTCATO  50 -> CDFTCAT   66 (CXCAPCAT)
      *   TRANPK    CXTRANPO  56 -> CXTRANP   64 (CXTRANPK)
      *   SUSPPK    CXSUSPPO  78 -> CXSUSPP   86 (CXSUSPPK)
      *   PROGRESS  opens CXPROGRS (CXPROG) empty
      *
      * Every field an old record held is carried over at its own
      * offset; the fields since appended go out as spaces, which
      * each layout already reads as "none" - no request id, no
      * recalibration interval or due date, no parent capture.  The
      * old suspense master is read in key order, so the new one is
      * loaded in the order its key wants.  PROGRESS writes nothing
      * and only leaves a newly allocated CXPROGRS readable before
      * its first checkpoint.  A card naming none of these, or a
      * read count the write count does not match, ends the step
      * with the environment code.
      ******************************************************************
           OPEN INPUT CV-PARM-FILE
           MOVE 'CXCNVTP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           READ CV-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CV-PARM-KIND TO WS-CNVT-KIND
           END-READ
           CLOSE CV-PARM-FILE

           EVALUATE TRUE
             WHEN WS-CNVT-ARCHIVE
               PERFORM CONVERT-ARCHIVE
             WHEN WS-CNVT-SUSPMAST
               PERFORM CONVERT-SUSPENSE-MASTER
             WHEN WS-CNVT-CALIB
               PERFORM CONVERT-CALIBRATION
             WHEN WS-CNVT-CAPCAT
               PERFORM CONVERT-CAPTURE-CATALOG
             WHEN WS-CNVT-TRANPK
               PERFORM CONVERT-PACKED-TRANS
             WHEN WS-CNVT-SUSPPK
               PERFORM CONVERT-PACKED-SUSPENSE
             WHEN WS-CNVT-PROGRESS
               PERFORM OPEN-PROGRESS-FILE
             WHEN OTHER
               DISPLAY 'CXCNVT - UNKNOWN DATA SET ON CXCNVTP: '
                    WS-CNVT-KIND
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
           END-EVALUATE

           MOVE SPACES TO WS-LOG-MSG
           STRING
             WS-CNVT-KIND            DELIMITED BY SPACE
             ' CONVERTED: READ '     DELIMITED BY SIZE
             WS-CTL-READ-CT          DELIMITED BY SIZE
             ' WRITTEN '             DELIMITED BY SIZE
             WS-CTL-WRITE-CT         DELIMITED BY SIZE
             INTO WS-LOG-MSG
           IF WS-CTL-READ-CT NOT = WS-CTL-WRITE-CT
             MOVE 'E' TO WS-LOG-SEV
           END-IF
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG
           DISPLAY 'CXCNVT - ' WS-LOG-MSG

           IF WS-CTL-READ-CT NOT = WS-CTL-WRITE-CT
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * PROD.CX.ARCHIVE: the archived line widened from 132 to 148
      * bytes to take the chained CXAUDIT line; the lines already on
      * file are padded, as report and suspense lines are today.
      ******************************************************************
       CONVERT-ARCHIVE.
           OPEN INPUT CV-ARCH-OLD
           MOVE 'CXARCHO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-ARCH-NEW
           MOVE 'CXARCHIV' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-ARCHIVE-OLD
           PERFORM COPY-ARCHIVE-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-ARCH-OLD
           CLOSE CV-ARCH-NEW
           .
       READ-ARCHIVE-OLD.
           READ CV-ARCH-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           .
       COPY-ARCHIVE-RECORD.
           MOVE SPACES TO CV-ARN-ARCHIVE-RECORD
           MOVE CV-ARO-RECORD TO CV-ARN-ARCHIVE-RECORD(1:148)

           WRITE CV-ARN-ARCHIVE-RECORD
           MOVE 'CXARCHIV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-ARCHIVE-OLD
           .
      ******************************************************************
      * PROD.CX.SUSPENSE.MASTER: REQUEST-ID appended.  The new
      * cluster is loaded empty-to-full in key sequence.
      ******************************************************************
       CONVERT-SUSPENSE-MASTER.
           OPEN INPUT CV-SUSPM-OLD
           MOVE 'CXSUSPMO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-SUSPM-NEW
           MOVE 'CXSUSPM' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-SUSPENSE-MASTER-OLD
           PERFORM COPY-SUSPENSE-MASTER-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-SUSPM-OLD
           CLOSE CV-SUSPM-NEW
           .
       READ-SUSPENSE-MASTER-OLD.
           READ CV-SUSPM-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           MOVE 'CXSUSPMO' TO WS-IO-FILE
           MOVE 'READ' TO WS-IO-OP
           IF NOT WS-EOF-YES
             PERFORM CHECK-IO-STATUS
           END-IF
           .
       COPY-SUSPENSE-MASTER-RECORD.
           MOVE SPACES TO CV-SMN-SUSP-MASTER-RECORD
           MOVE CV-SMO-RECORD TO CV-SMN-SUSP-MASTER-RECORD(1:115)

           WRITE CV-SMN-SUSP-MASTER-RECORD
           MOVE 'CXSUSPM' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-SUSPENSE-MASTER-OLD
           .
      ******************************************************************
      * PROD.CX.CALIB: the trailing filler became the recalibration
      * interval and due date, and the record grew by ten bytes.
      * Both go out blank - the calibration never falls due until
      * the lab keys an interval against it.
      ******************************************************************
       CONVERT-CALIBRATION.
           OPEN INPUT CV-CALIB-OLD
           MOVE 'CXCALIBO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-CALIB-NEW
           MOVE 'CXCALIB' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CALIBRATION-OLD
           PERFORM COPY-CALIBRATION-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-CALIB-OLD
           CLOSE CV-CALIB-NEW
           .
       READ-CALIBRATION-OLD.
           READ CV-CALIB-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           .
       COPY-CALIBRATION-RECORD.
           MOVE SPACES TO CV-CLN-CALIB-RECORD
           MOVE CV-CLO-KEPT TO CV-CLN-CALIB-RECORD(1:84)

           WRITE CV-CLN-CALIB-RECORD
           MOVE 'CXCALIB' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-CALIBRATION-OLD
           .
      ******************************************************************
      * A capture's PROD.DFT.<capture>.CATALOG: PARENT-ID and
      * DERIVED-BY went in ahead of the old trailing filler; an
      * instrument capture has neither.
      ******************************************************************
       CONVERT-CAPTURE-CATALOG.
           OPEN INPUT CV-CAT-OLD
           MOVE 'CDFTCATO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-CAT-NEW
           MOVE 'CDFTCAT' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-CATALOG-OLD
           PERFORM COPY-CATALOG-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-CAT-OLD
           CLOSE CV-CAT-NEW
           .
       READ-CATALOG-OLD.
           READ CV-CAT-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           .
       COPY-CATALOG-RECORD.
           MOVE SPACES TO CV-CTN-CATALOG-RECORD
           MOVE CV-CTO-KEPT TO CV-CTN-CATALOG-RECORD(1:47)

           WRITE CV-CTN-CATALOG-RECORD
           MOVE 'CDFTCAT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-CATALOG-OLD
           .
      ******************************************************************
      * A CXPACK packed transaction archive: REQUEST-ID appended.
      ******************************************************************
       CONVERT-PACKED-TRANS.
           OPEN INPUT CV-TRANP-OLD
           MOVE 'CXTRANPO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-TRANP-NEW
           MOVE 'CXTRANP' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PACKED-TRANS-OLD
           PERFORM COPY-PACKED-TRANS-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-TRANP-OLD
           CLOSE CV-TRANP-NEW
           .
       READ-PACKED-TRANS-OLD.
           READ CV-TRANP-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           .
       COPY-PACKED-TRANS-RECORD.
           MOVE SPACES TO CV-TPN-TRANS-RECORD
           MOVE CV-TPO-RECORD TO CV-TPN-TRANS-RECORD(1:56)

           WRITE CV-TPN-TRANS-RECORD
           MOVE 'CXTRANP' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-PACKED-TRANS-OLD
           .
      ******************************************************************
      * A CXPACK packed suspense archive: REQUEST-ID appended.
      ******************************************************************
       CONVERT-PACKED-SUSPENSE.
           OPEN INPUT CV-SUSPP-OLD
           MOVE 'CXSUSPPO' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CV-SUSPP-NEW
           MOVE 'CXSUSPP' TO WS-IO-FILE
           PERFORM CHECK-IO-STATUS

           PERFORM READ-PACKED-SUSPENSE-OLD
           PERFORM COPY-PACKED-SUSPENSE-RECORD
             UNTIL WS-EOF-YES

           CLOSE CV-SUSPP-OLD
           CLOSE CV-SUSPP-NEW
           .
       READ-PACKED-SUSPENSE-OLD.
           READ CV-SUSPP-OLD
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CTL-READ-CT
           END-READ
           .
       COPY-PACKED-SUSPENSE-RECORD.
           MOVE SPACES TO CV-SPN-SUSPENSE-RECORD
           MOVE CV-SPO-RECORD TO CV-SPN-SUSPENSE-RECORD(1:78)

           WRITE CV-SPN-SUSPENSE-RECORD
           MOVE 'CXSUSPP' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-WRITE-CT

           PERFORM READ-PACKED-SUSPENSE-OLD
           .
      ******************************************************************
      * CXPROGRS is rewritten whole at each checkpoint, so a new one
      * only has to exist and read as empty until the first.
      ******************************************************************
       OPEN-PROGRESS-FILE.
           OPEN OUTPUT CV-PROG-NEW
           MOVE 'CXPROGRS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           CLOSE CV-PROG-NEW
           .

      ******************************************************************
      * Standard I-O diagnostic and controlled shutdown.
      ******************************************************************
       CHECK-IO-STATUS.
           IF NOT WS-IO-OK
             DISPLAY 'CXCNVT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
