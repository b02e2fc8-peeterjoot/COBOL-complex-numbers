       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIMPDOSS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-MASTER-FILE ASSIGN TO "CXIMPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-BRANCH-ID
               ALTERNATE RECORD KEY IS CD-CIRCUIT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IO-STATUS.
           SELECT CD-PARM-FILE ASSIGN TO "CIMPDOSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CD-REPORT-FILE ASSIGN TO "CIMPDOSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-LIMIT-FILE ASSIGN TO "CIMPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-TCOMP-FILE ASSIGN TO "CXTCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-HISTORY-FILE ASSIGN TO "CIMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-PEND-FILE ASSIGN TO "CIMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-JOURNAL-FILE ASSIGN TO "CIMPJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-POWER-FILE ASSIGN TO "CXPOWER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-PHASE-FILE ASSIGN TO "CX3PHASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CD-DIST-FILE ASSIGN TO "CXDISTM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CD-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPED REPLACING ==(PRFX)== BY ==CD-==.
       FD  CD-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CD-PARM-RECORD.
         10  CD-PARM-BRANCH-ID     PIC X(08).
         10  FILLER                PIC X(01).
         10  CD-PARM-READINGS      PIC X(03).
         10  FILLER                PIC X(68).
       FD  CD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CD-REPORT-LINE PIC X(132).
       FD  CD-LIMIT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==CD-LIM-==.
       FD  CD-TCOMP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==CD-TC-==.
       FD  CD-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==CD-HST-==.
       FD  CD-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXPNDCHG REPLACING ==(PRFX)== BY ==CD-PND-==.
       FD  CD-JOURNAL-FILE
           RECORD CONTAINS 116 CHARACTERS.
       COPY CXIMPJRN REPLACING ==(PRFX)== BY ==CD-JRN-==.
       FD  CD-POWER-FILE
           RECORD CONTAINS 79 CHARACTERS.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==CD-PWR-==.
       FD  CD-PHASE-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CX3PHASE REPLACING ==(PRFX)== BY ==CD-PH-==.
       FD  CD-DIST-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXDISTM REPLACING ==(PRFX)== BY ==CD-DM-==.
       WORKING-STORAGE SECTION.
       01 WS-BRANCH-ID PIC X(08) VALUE SPACES.
       01 WS-CIRCUIT-ID PIC X(08) VALUE SPACES.
      * how many of the branch's most recent CIMPHIST readings the
      * dossier prints; columns 10-12 of the card, default 10.
       01 WS-READINGS-MAX PIC 9(03) VALUE 10.
       01 WS-ON-MASTER-SW PIC X(01) VALUE 'N'.
         88 WS-ON-MASTER VALUE 'Y'.
      * set when the shared acquire is refused because a
      * maintenance run holds the master exclusively: the dossier
      * still prints, read-only and unregistered, under a banner
      * saying its figures may be mid-change.
       01 WS-IN-FLIGHT-SW PIC X(01) VALUE 'N'.
         88 WS-IN-FLIGHT VALUE 'Y'.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-RAW-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-COMP-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-DIFF-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-DEV-==.
       01 WS-DEG-V COMP-2.
      * unit-aware presentation of the modulus through CENGFMT, as
      * the CIMPINQ trend inquiry prints it.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE 'OHM'.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-NUM-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * the branch's entries off the side files, each the last one
      * on file for the branch when the file holds more than one
       01 WS-LIM-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-LIM-FOUND VALUE 'Y'.
       COPY CXIMPLIM REPLACING ==(PRFX)== BY ==WS-LIM-==.
       01 WS-TC-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-TC-FOUND VALUE 'Y'.
       COPY CXTCOMP REPLACING ==(PRFX)== BY ==WS-TC-==.
       01 WS-TEMP-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-TEMP-FOUND VALUE 'Y'.
       01 WS-LAST-TEMP
         PIC S9(3)V9(1) SIGN IS LEADING SEPARATE CHARACTER.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CTEMP-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CCOEF-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-CREF-==.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-TCOMP-==.
       01 WS-COMP-DONE-SW PIC X(01) VALUE 'N'.
         88 WS-COMP-DONE VALUE 'Y'.
       01 WS-PWR-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-PWR-FOUND VALUE 'Y'.
       COPY CXPOWER REPLACING ==(PRFX)== BY ==WS-PWR-==.
       01 WS-PH-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-PH-FOUND VALUE 'Y'.
       COPY CX3PHASE REPLACING ==(PRFX)== BY ==WS-PH-==.
       01 WS-JRN-FOUND-SW PIC X(01) VALUE 'N'.
         88 WS-JRN-FOUND VALUE 'Y'.
       COPY CXIMPJRN REPLACING ==(PRFX)== BY ==WS-JRN-==.
      * the pending item's change, seen through the maintenance
      * transaction layout it is parked in
       COPY CXIMPTRN REPLACING ==(PRFX)== BY ==WS-TRN-==.
      * the most recent readings, oldest first: once the table is
      * full each newer reading shifts the oldest out
       01 WS-HST-TABLE.
         05 WS-HST-CT PIC 9(03) VALUE 0.
         05 WS-HST-ENTRY OCCURS 50 TIMES PIC X(55).
       COPY CXIMPHST REPLACING ==(PRFX)== BY ==WS-HST-==.
       01 WS-H PIC 9(03) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READING-CT PIC 9(06) VALUE 0.
       01 WS-CTL-PENDING-CT PIC 9(06) VALUE 0.
       01 WS-CTL-JOURNAL-CT PIC 9(06) VALUE 0.
       01 WS-CTL-RECIPIENT-CT PIC 9(06) VALUE 0.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
         88 WS-IO-NOTFOUND VALUE '23'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
      * shared-master interlock fields; see copy/CXENQ.cpy and
      * the CENQ library routine
       01 WS-ENQ-RESOURCE PIC X(08) VALUE 'CXIMPED'.
       01 WS-ENQ-HOLDER PIC X(08) VALUE 'CIMPDOSS'.
       01 WS-ENQ-MODE PIC X(01) VALUE 'S'.
       01 WS-ENQ-ACTION PIC X(01) VALUE 'A'.
       01 WS-ENQ-CONFLICT PIC X(08) VALUE SPACES.
       COPY STATUS REPLACING ==(PRFX)== BY ==WS-ENQ-==.
       01 WS-ENQLOG-PGM PIC X(08) VALUE 'CIMPDOSS'.
       01 WS-ENQLOG-SEV PIC X(01) VALUE 'W'.
       01 WS-ENQLOG-MSG PIC X(60) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Branch dossier: everything the shop holds on one circuit
      * branch, on one report, instead of an engineer running five
      * inquiries and a hex dump to answer a phone call.  The
      * CIMPDOSP card names the branch (columns 1-8) and how many of
      * its latest readings to show (columns 10-12, default 10, at
      * most 50).  Sections, in order: the current CXIMPED value and
      * circuit; the CIMPLIM limit and whether the value is inside
      * it; the CXTCOMP compensation entry and the value normalized
      * to its reference temperature; the latest CIMPHIST readings;
      * the changes still waiting on CIMPPEND and the last one the
      * CIMPJRNL journal shows applied; the latest CXPOWER and
      * CX3PHASE figures; and the CXDISTM recipients of the branch's
      * circuit.  Every side file is optional - an absent one prints
      * as "none on file".
      * The dossier only ever asks for a shared lock.  When that is
      * refused because maintenance holds the master, it still runs,
      * unregistered and read-only, under a warning banner and
      * condition code 4, so a question can be answered while a
      * long maintenance run is in flight.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           PERFORM ACQUIRE-MASTER-LOCK

           OPEN OUTPUT CD-REPORT-FILE
           MOVE 'CIMPDOSR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'DOSSIER FOR BRANCH ' DELIMITED BY SIZE
             WS-BRANCH-ID          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-IN-FLIGHT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '*** MASTER HELD BY '   DELIMITED BY SIZE
               WS-ENQ-CONFLICT         DELIMITED BY SIZE
               ' - FIGURES MAY BE MID-CHANGE ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-MASTER-BRANCH
           PERFORM LOAD-BRANCH-SIDE-FILES

           PERFORM WRITE-MASTER-SECTION
           PERFORM WRITE-LIMIT-SECTION
           PERFORM WRITE-TCOMP-SECTION
           PERFORM WRITE-HISTORY-SECTION
           PERFORM WRITE-CHANGE-SECTION
           PERFORM WRITE-POWER-SECTION
           PERFORM WRITE-PHASE-SECTION
           PERFORM WRITE-RECIPIENT-SECTION

           CLOSE CD-REPORT-FILE

           IF NOT WS-IN-FLIGHT
             PERFORM RELEASE-MASTER-LOCK
           END-IF

      * the final condition code is set after the last CALL of the
      * run, since a CALLed subprogram returning normally hands its
      * own zero RETURN-CODE back to the caller
           IF NOT WS-ON-MASTER
             DISPLAY 'CIMPDOSS - BRANCH NOT ON MASTER: ' WS-BRANCH-ID
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF
           IF WS-IN-FLIGHT
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Reads the CIMPDOSP card.  A missing card or blank branch id
      * is refused; a blank, non-numeric or zero reading count takes
      * the default, and one over the table size is held to 50.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT CD-PARM-FILE
           MOVE 'CIMPDOSP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CD-PARM-FILE
             AT END
               DISPLAY 'CIMPDOSS - NO PARAMETER CARD ON CIMPDOSP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE CD-PARM-FILE
               GOBACK
           END-READ

           IF CD-PARM-BRANCH-ID = SPACES
             DISPLAY 'CIMPDOSS - NO BRANCH ID ON PARAMETER CARD'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             CLOSE CD-PARM-FILE
             GOBACK
           END-IF

           MOVE CD-PARM-BRANCH-ID TO WS-BRANCH-ID

           IF CD-PARM-READINGS NUMERIC
             MOVE CD-PARM-READINGS TO WS-READINGS-MAX
           END-IF
           IF WS-READINGS-MAX = 0
             MOVE 10 TO WS-READINGS-MAX
           END-IF
           IF WS-READINGS-MAX > 50
             MOVE 50 TO WS-READINGS-MAX
           END-IF

           CLOSE CD-PARM-FILE
           .
      ******************************************************************
      * Keyed read of the branch off the master; the circuit id it
      * carries is what the recipient section selects on.
      ******************************************************************
       READ-MASTER-BRANCH.
           OPEN INPUT CD-MASTER-FILE
           MOVE 'CXIMPED' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE WS-BRANCH-ID TO CD-BRANCH-ID
           READ CD-MASTER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SW
             NOT INVALID KEY
               SET WS-ON-MASTER TO TRUE
               MOVE CD-CIRCUIT-ID TO WS-CIRCUIT-ID
               MOVE CD-RE TO WS-RAW-RE
               MOVE CD-IM TO WS-RAW-IM
           END-READ

           CLOSE CD-MASTER-FILE
           .
      ******************************************************************
      * One pass over each branch-keyed side file, keeping what the
      * dossier needs for this branch.  The recipient file is read
      * while its section prints, since it selects on the circuit.
      ******************************************************************
       LOAD-BRANCH-SIDE-FILES.
           OPEN INPUT CD-LIMIT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-LIMIT-RECORD
           PERFORM SCAN-LIMIT-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-LIMIT-FILE

           OPEN INPUT CD-TCOMP-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-TCOMP-RECORD
           PERFORM SCAN-TCOMP-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-TCOMP-FILE

           OPEN INPUT CD-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HISTORY-RECORD
           PERFORM SCAN-HISTORY-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-HISTORY-FILE

           OPEN INPUT CD-JOURNAL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-JOURNAL-RECORD
           PERFORM SCAN-JOURNAL-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-JOURNAL-FILE

           OPEN INPUT CD-POWER-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-POWER-RECORD
           PERFORM SCAN-POWER-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-POWER-FILE

           OPEN INPUT CD-PHASE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PHASE-RECORD
           PERFORM SCAN-PHASE-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-PHASE-FILE
           .
       READ-LIMIT-RECORD.
           READ CD-LIMIT-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-LIMIT-RECORD.
           IF CD-LIM-BRANCH-ID = WS-BRANCH-ID
             SET WS-LIM-FOUND TO TRUE
             MOVE CD-LIM-LIMIT-RECORD TO WS-LIM-LIMIT-RECORD
           END-IF
           PERFORM READ-LIMIT-RECORD
           .
       READ-TCOMP-RECORD.
           READ CD-TCOMP-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-TCOMP-RECORD.
           IF CD-TC-BRANCH-ID = WS-BRANCH-ID
             SET WS-TC-FOUND TO TRUE
             MOVE CD-TC-TCOMP-RECORD TO WS-TC-TCOMP-RECORD
           END-IF
           PERFORM READ-TCOMP-RECORD
           .
       READ-HISTORY-RECORD.
           READ CD-HISTORY-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Keeps the branch's latest readings in the history table and
      * its latest recorded temperature - the one CIMPTOL would
      * compensate the master value with.
      ******************************************************************
       SCAN-HISTORY-RECORD.
           IF CD-HST-BRANCH-ID = WS-BRANCH-ID
             ADD 1 TO WS-CTL-READING-CT

             IF WS-HST-CT < WS-READINGS-MAX
               ADD 1 TO WS-HST-CT
             ELSE
               MOVE 1 TO WS-H
               PERFORM SHIFT-HISTORY-ENTRY
                 UNTIL WS-H >= WS-HST-CT
             END-IF
             MOVE CD-HST-HISTORY-RECORD TO WS-HST-ENTRY(WS-HST-CT)

             IF CD-HST-READING-TEMP NUMERIC
               SET WS-TEMP-FOUND TO TRUE
               MOVE CD-HST-READING-TEMP TO WS-LAST-TEMP
             END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD
           .
       SHIFT-HISTORY-ENTRY.
           MOVE WS-HST-ENTRY(WS-H + 1) TO WS-HST-ENTRY(WS-H)
           ADD 1 TO WS-H
           .
       READ-JOURNAL-RECORD.
           READ CD-JOURNAL-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-JOURNAL-RECORD.
           IF CD-JRN-BRANCH-ID = WS-BRANCH-ID
             ADD 1 TO WS-CTL-JOURNAL-CT
             SET WS-JRN-FOUND TO TRUE
             MOVE CD-JRN-JOURNAL-RECORD TO WS-JRN-JOURNAL-RECORD
           END-IF
           PERFORM READ-JOURNAL-RECORD
           .
       READ-POWER-RECORD.
           READ CD-POWER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-POWER-RECORD.
           IF CD-PWR-BRANCH-ID = WS-BRANCH-ID
             SET WS-PWR-FOUND TO TRUE
             MOVE CD-PWR-POWER-RECORD TO WS-PWR-POWER-RECORD
           END-IF
           PERFORM READ-POWER-RECORD
           .
       READ-PHASE-RECORD.
           READ CD-PHASE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       SCAN-PHASE-RECORD.
           IF CD-PH-BRANCH-ID = WS-BRANCH-ID
             SET WS-PH-FOUND TO TRUE
             MOVE CD-PH-THREE-PHASE-RECORD
               TO WS-PH-THREE-PHASE-RECORD
           END-IF
           PERFORM READ-PHASE-RECORD
           .
      ******************************************************************
      * The current master value: RE/IM, modulus in engineering
      * notation, argument in degrees, and the owning circuit.
      ******************************************************************
       WRITE-MASTER-SECTION.
           MOVE 'MASTER (CXIMPED)' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-ON-MASTER
             CALL 'CMOD' USING WS-RAW-COMPLEX, WS-MAG-V
             CALL 'CARG' USING WS-RAW-COMPLEX, WS-ARG-V
             MOVE WS-MAG-V TO WS-ENG-V
             CALL 'CENGFMT' USING
               WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
             MOVE WS-DEG-V TO WS-NUM-DISP

             STRING
               '  CIRCUIT='   DELIMITED BY SIZE
               WS-CIRCUIT-ID  DELIMITED BY SIZE
               ' RE='         DELIMITED BY SIZE
               CD-RE          DELIMITED BY SIZE
               ' IM='         DELIMITED BY SIZE
               CD-IM          DELIMITED BY SIZE
               ' MOD='        DELIMITED BY SIZE
               WS-ENG-TEXT    DELIMITED BY SIZE
               ' ARG(DEG)='   DELIMITED BY SIZE
               WS-NUM-DISP    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE '  NOT ON MASTER' TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Normalizes the master value to the compensation entry's
      * reference temperature through CTEMPCMP when the branch has a
      * coefficient and a recorded reading temperature - the value
      * CIMPTOL judges - otherwise the raw value stands.
      ******************************************************************
       COMPENSATE-MASTER-VALUE.
           MOVE 'N' TO WS-COMP-DONE-SW
           MOVE WS-RAW-COMPLEX TO WS-COMP-COMPLEX

           IF WS-ON-MASTER AND WS-TC-FOUND AND WS-TEMP-FOUND
               AND WS-TC-TEMP-COEFF NUMERIC
               AND WS-TC-REF-TEMP NUMERIC
             MOVE WS-TC-TEMP-COEFF TO WS-CCOEF-V
             MOVE WS-TC-REF-TEMP TO WS-CREF-V
             MOVE WS-LAST-TEMP TO WS-CTEMP-V
             CALL 'CTEMPCMP' USING
               WS-RAW-COMPLEX, WS-CTEMP-V, WS-CCOEF-V,
               WS-CREF-V, WS-COMP-COMPLEX, WS-TCOMP-STATUS
             IF WS-TCOMP-STATUS-OK
               SET WS-COMP-DONE TO TRUE
             ELSE
               MOVE WS-RAW-COMPLEX TO WS-COMP-COMPLEX
             END-IF
           END-IF
           .
      ******************************************************************
      * The engineering limit and where the (compensated) master
      * value stands against it, judged exactly as CIMPTOL does.
      ******************************************************************
       WRITE-LIMIT-SECTION.
           MOVE 'LIMITS (CIMPLIM)' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-LIM-FOUND
             MOVE '  NONE ON FILE' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             STRING
               '  NOMINAL RE='    DELIMITED BY SIZE
               WS-LIM-NOMINAL-RE  DELIMITED BY SIZE
               ' IM='             DELIMITED BY SIZE
               WS-LIM-NOMINAL-IM  DELIMITED BY SIZE
               ' TOLERANCE='      DELIMITED BY SIZE
               WS-LIM-TOLERANCE   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             IF WS-ON-MASTER
               PERFORM COMPENSATE-MASTER-VALUE
               COMPUTE WS-DIFF-RE = WS-COMP-RE - WS-LIM-NOMINAL-RE
               COMPUTE WS-DIFF-IM = WS-COMP-IM - WS-LIM-NOMINAL-IM
               CALL 'CMOD' USING WS-DIFF-COMPLEX, WS-DEV-V
               MOVE WS-DEV-V TO WS-NUM-DISP

               STRING
                 '  DEVIATION='   DELIMITED BY SIZE
                 WS-NUM-DISP      DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               IF WS-DEV-V > WS-LIM-TOLERANCE
                 MOVE ' STATUS=OUT OF TOLERANCE'
                   TO WS-RPT-LINE-TEXT(31:)
               ELSE
                 MOVE ' STATUS=WITHIN TOLERANCE'
                   TO WS-RPT-LINE-TEXT(31:)
               END-IF
               IF WS-COMP-DONE
                 MOVE ' (COMPENSATED)' TO WS-RPT-LINE-TEXT(55:)
               END-IF
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF
           .
       WRITE-TCOMP-SECTION.
           MOVE 'TEMPERATURE COMPENSATION (CXTCOMP)'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-TC-FOUND
             MOVE '  NONE ON FILE - JUDGED AS MEASURED'
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             STRING
               '  COEFFICIENT='   DELIMITED BY SIZE
               WS-TC-TEMP-COEFF   DELIMITED BY SIZE
               ' REFERENCE TEMP=' DELIMITED BY SIZE
               WS-TC-REF-TEMP     DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             IF WS-TEMP-FOUND
               STRING
                 ' LAST READING TEMP=' DELIMITED BY SIZE
                 WS-LAST-TEMP          DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT(48:)
             END-IF
             PERFORM WRITE-REPORT-LINE

             PERFORM COMPENSATE-MASTER-VALUE
             IF WS-COMP-DONE
               MOVE WS-COMP-RE TO WS-NUM-DISP
               STRING
                 '  COMPENSATED RE=' DELIMITED BY SIZE
                 WS-NUM-DISP         DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               MOVE WS-COMP-IM TO WS-NUM-DISP
               STRING
                 ' IM='              DELIMITED BY SIZE
                 WS-NUM-DISP         DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT(36:)
             ELSE
               MOVE '  NOT COMPENSATED - NO RECORDED TEMPERATURE'
                 TO WS-RPT-LINE-TEXT
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * The latest readings, oldest first, in CIMPINQ's own format,
      * under a count of everything on file for the branch.
      ******************************************************************
       WRITE-HISTORY-SECTION.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'LATEST READINGS (CIMPHIST) - '  DELIMITED BY SIZE
             WS-HST-CT                        DELIMITED BY SIZE
             ' OF '                           DELIMITED BY SIZE
             WS-CTL-READING-CT                DELIMITED BY SIZE
             ' ON FILE'                       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-H
           PERFORM WRITE-HISTORY-LINE
             UNTIL WS-H > WS-HST-CT
           .
       WRITE-HISTORY-LINE.
           MOVE WS-HST-ENTRY(WS-H) TO WS-HST-HISTORY-RECORD

           MOVE WS-HST-RE TO WS-DIFF-RE
           MOVE WS-HST-IM TO WS-DIFF-IM
           CALL 'CMOD' USING WS-DIFF-COMPLEX, WS-MAG-V
           CALL 'CARG' USING WS-DIFF-COMPLEX, WS-ARG-V
           MOVE WS-MAG-V TO WS-ENG-V
           CALL 'CENGFMT' USING
             WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
           MOVE WS-DEG-V TO WS-NUM-DISP

           STRING
             '  '               DELIMITED BY SIZE
             WS-HST-READING-DATE DELIMITED BY SIZE
             ' RE='             DELIMITED BY SIZE
             WS-HST-RE          DELIMITED BY SIZE
             ' IM='             DELIMITED BY SIZE
             WS-HST-IM          DELIMITED BY SIZE
             ' MOD='            DELIMITED BY SIZE
             WS-ENG-TEXT        DELIMITED BY SIZE
             ' ARG(DEG)='       DELIMITED BY SIZE
             WS-NUM-DISP        DELIMITED BY SIZE
             ' TEMP='           DELIMITED BY SIZE
             WS-HST-READING-TEMP DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-H
           .
      ******************************************************************
      * Changes to the branch still waiting for their second
      * signature on CIMPPEND, then the last change the journal
      * shows applied to it.
      ******************************************************************
       WRITE-CHANGE-SECTION.
           MOVE 'OPEN CHANGES (CIMPPEND)' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT CD-PEND-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PENDING-RECORD
           PERFORM LIST-PENDING-RECORD
             UNTIL WS-EOF-YES
           CLOSE CD-PEND-FILE

           IF WS-CTL-PENDING-CT = 0
             MOVE '  NONE PENDING' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'LAST APPLIED CHANGE (CIMPJRNL) - ' DELIMITED BY SIZE
             WS-CTL-JOURNAL-CT                   DELIMITED BY SIZE
             ' JOURNALED'                        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-JRN-FOUND
             STRING
               '  '                DELIMITED BY SIZE
               WS-JRN-RUN-DATE     DELIMITED BY SIZE
               ' RUN '             DELIMITED BY SIZE
               WS-JRN-RUN-NO       DELIMITED BY SIZE
               ' ACTION='          DELIMITED BY SIZE
               WS-JRN-ACTION       DELIMITED BY SIZE
               ' AFTER RE='        DELIMITED BY SIZE
               WS-JRN-AFTER-RE     DELIMITED BY SIZE
               ' IM='              DELIMITED BY SIZE
               WS-JRN-AFTER-IM     DELIMITED BY SIZE
               ' MAKER='           DELIMITED BY SIZE
               WS-JRN-OPERATOR-ID  DELIMITED BY SIZE
               ' CHECKER='         DELIMITED BY SIZE
               WS-JRN-CHECKER-ID   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE '  NONE ON FILE' TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       READ-PENDING-RECORD.
           READ CD-PEND-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LIST-PENDING-RECORD.
           MOVE CD-PND-TRAN-IMAGE TO WS-TRN-MAINT-RECORD

           IF WS-TRN-BRANCH-ID = WS-BRANCH-ID
             ADD 1 TO WS-CTL-PENDING-CT
             STRING
               '  PENDING '       DELIMITED BY SIZE
               CD-PND-PEND-NO     DELIMITED BY SIZE
               ' SUBMITTED '      DELIMITED BY SIZE
               CD-PND-SUBMIT-DATE DELIMITED BY SIZE
               ' ACTION='         DELIMITED BY SIZE
               WS-TRN-ACTION      DELIMITED BY SIZE
               ' RE='             DELIMITED BY SIZE
               WS-TRN-RE          DELIMITED BY SIZE
               ' IM='             DELIMITED BY SIZE
               WS-TRN-IM          DELIMITED BY SIZE
               ' UNIT='           DELIMITED BY SIZE
               WS-TRN-UNIT-CODE   DELIMITED BY SIZE
               ' MAKER='          DELIMITED BY SIZE
               CD-PND-MAKER-ID    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-PENDING-RECORD
           .
       WRITE-POWER-SECTION.
           MOVE 'LATEST POWER FIGURES (CXPOWER)' TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-PWR-FOUND
             STRING
               '  P='             DELIMITED BY SIZE
               WS-PWR-REAL-PWR    DELIMITED BY SIZE
               ' Q='              DELIMITED BY SIZE
               WS-PWR-REACTIVE-PWR DELIMITED BY SIZE
               ' |S|='            DELIMITED BY SIZE
               WS-PWR-APPARENT-PWR DELIMITED BY SIZE
               ' PF='             DELIMITED BY SIZE
               WS-PWR-POWER-FACTOR DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE '  NONE ON FILE' TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-PHASE-SECTION.
           MOVE 'LATEST THREE-PHASE READING (CX3PHASE)'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-PH-FOUND
             STRING
               '  A RE='   DELIMITED BY SIZE
               WS-PH-A-RE  DELIMITED BY SIZE
               ' IM='      DELIMITED BY SIZE
               WS-PH-A-IM  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             STRING
               '  B RE='   DELIMITED BY SIZE
               WS-PH-B-RE  DELIMITED BY SIZE
               ' IM='      DELIMITED BY SIZE
               WS-PH-B-IM  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             STRING
               '  C RE='   DELIMITED BY SIZE
               WS-PH-C-RE  DELIMITED BY SIZE
               ' IM='      DELIMITED BY SIZE
               WS-PH-C-IM  DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE '  NONE ON FILE' TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * The distribution entries for the branch's circuit - who
      * receives its statement section, and how.  A branch not on
      * the master has no circuit, so none are listed.
      ******************************************************************
       WRITE-RECIPIENT-SECTION.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RECIPIENTS FOR CIRCUIT ' DELIMITED BY SIZE
             WS-CIRCUIT-ID             DELIMITED BY SIZE
             ' (CXDISTM)'              DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-ON-MASTER
             OPEN INPUT CD-DIST-FILE
             MOVE 'N' TO WS-EOF-SW
             PERFORM READ-DIST-RECORD
             PERFORM LIST-DIST-RECORD
               UNTIL WS-EOF-YES
             CLOSE CD-DIST-FILE
           END-IF

           IF WS-CTL-RECIPIENT-CT = 0
             MOVE '  NONE ON FILE' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       READ-DIST-RECORD.
           READ CD-DIST-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LIST-DIST-RECORD.
           IF CD-DM-CIRCUIT-ID = WS-CIRCUIT-ID
             ADD 1 TO WS-CTL-RECIPIENT-CT
             STRING
               '  REPORT='        DELIMITED BY SIZE
               CD-DM-REPORT-ID    DELIMITED BY SIZE
               ' RECIPIENT='      DELIMITED BY SIZE
               CD-DM-RECIPIENT    DELIMITED BY SIZE
               ' DELIVERY='       DELIMITED BY SIZE
               CD-DM-DELIVERY-CODE DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-DIST-RECORD
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CD-REPORT-LINE
           WRITE CD-REPORT-LINE
           MOVE 'CIMPDOSR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
           .

      ******************************************************************
      * Registers this run as a shared reader of the master.  The
      * dossier never takes the master exclusively, and a refusal
      * because an updater holds it does not stop the run: the
      * holder is named on the log and the report banner, the run
      * goes on unregistered, and nothing is released at the end.
      ******************************************************************
       ACQUIRE-MASTER-LOCK.
           MOVE 'A' TO WS-ENQ-ACTION
           CALL 'CENQ' USING
             WS-ENQ-RESOURCE, WS-ENQ-HOLDER, WS-ENQ-MODE,
             WS-ENQ-ACTION, WS-ENQ-CONFLICT, WS-ENQ-STATUS

           IF WS-ENQ-STATUS-ERROR
             SET WS-IN-FLIGHT TO TRUE
             DISPLAY 'CIMPDOSS - CXIMPED IS HELD BY '
                  WS-ENQ-CONFLICT ' - READING UNREGISTERED'
             MOVE SPACES TO WS-ENQLOG-MSG
             STRING
               'CXIMPED HELD BY '  DELIMITED BY SIZE
               WS-ENQ-CONFLICT     DELIMITED BY SIZE
               ' - READING UNREGISTERED' DELIMITED BY SIZE
               INTO WS-ENQLOG-MSG
             CALL 'CRUNLOG' USING
               WS-ENQLOG-PGM, WS-ENQLOG-SEV, WS-ENQLOG-MSG
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
             DISPLAY 'CIMPDOSS - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
