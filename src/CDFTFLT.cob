       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDFTFLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BIN-FILE ASSIGN TO "CDFTBINS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CF-FILTER-FILE ASSIGN TO "CXFILTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CF-PARM-FILE ASSIGN TO "CDFTFLTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CF-CATALOG-FILE ASSIGN TO "CDFTCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CF-FBIN-FILE ASSIGN TO "CDFTBINF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CF-FCATALOG-FILE ASSIGN TO "CDFTCATF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CF-REPORT-FILE ASSIGN TO "CDFTFLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CF-BIN-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTBIN REPLACING ==(PRFX)== BY ==CF-==.
       FD  CF-FILTER-FILE
           RECORD CONTAINS 108 CHARACTERS.
       COPY CXFILTR REPLACING ==(PRFX)== BY ==CF-FLT-==.
       FD  CF-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CF-PARM-RECORD.
         10  CF-PARM-FILTER-ID     PIC X(08).
         10  FILLER                PIC X(01).
         10  CF-PARM-NEW-CAPTURE   PIC X(08).
         10  FILLER                PIC X(63).
       FD  CF-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CF-CAT-==.
       FD  CF-FBIN-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTBIN REPLACING ==(PRFX)== BY ==CF-F-==.
       FD  CF-FCATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CF-FCAT-==.
       FD  CF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CF-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-BINR-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-BINI-==.
       01 WS-BIN-CT     PIC 9(04) VALUE 0.
      * the copy/REALARR.cpy OCCURS depth; a spectrum longer than
      * this is refused up front rather than overlaying storage.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-BIN-==.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-BIN-CAPTURE-ID PIC X(08) VALUE SPACES.
      ******************************************************************
      * the chosen filter's entries off CXFILTR, in master order; the
      * first entry covering a bin sets its gain.
      ******************************************************************
       01 WS-SPAN-TABLE.
         05 WS-SPAN-CT PIC 9(04) VALUE 0.
         05 WS-SPAN-ENTRY OCCURS 200 TIMES.
           10 WS-SPAN-TYPE    PIC X(01).
             88 WS-SPAN-BINS  VALUE 'B'.
             88 WS-SPAN-FREQ  VALUE 'F'.
           10 WS-SPAN-BIN-LO  PIC 9(04).
           10 WS-SPAN-BIN-HI  PIC 9(04).
           10 WS-SPAN-FREQ-LO-V COMP-2.
           10 WS-SPAN-FREQ-HI-V COMP-2.
           10 WS-SPAN-GAIN-RE PIC S9(8)V9(8)
             SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-SPAN-GAIN-IM PIC S9(8)V9(8)
             SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-SPAN-USED-CT PIC 9(04).
       01 WS-SPAN-MAX   PIC 9(04) VALUE 200.
       01 WS-SPAN-FREQ-SW PIC X(01) VALUE 'N'.
         88 WS-SPAN-FREQ-ANY VALUE 'Y'.
       01 WS-S          PIC 9(04) VALUE 0.
       01 WS-FILTER-ID  PIC X(08) VALUE SPACES.
       01 WS-NEW-CAPTURE-ID PIC X(08) VALUE SPACES.
      * the source capture's catalog entry, when one is supplied
       01 WS-CAT-SW PIC X(01) VALUE 'N'.
         88 WS-CAT-YES VALUE 'Y'.
       01 WS-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-SAMPLE-RATE-V COMP-2.
       01 WS-SAVED-CATALOG PIC X(66) VALUE SPACES.
      * per-bin working fields
       01 WS-K          PIC 9(04) VALUE 0.
       01 WS-FOLD-BIN   PIC 9(04) VALUE 0.
       01 WS-HALF-CT    PIC 9(04) VALUE 0.
       01 WS-MIRROR-SW  PIC X(01) VALUE 'N'.
         88 WS-MIRROR-YES VALUE 'Y'.
       01 WS-MATCH-SW   PIC X(01) VALUE 'N'.
         88 WS-MATCH-YES VALUE 'Y'.
       01 WS-FREQ-V     COMP-2.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-BIN-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-GAIN-==.
       01 WS-ALTERED-CT PIC 9(04) VALUE 0.
       01 WS-UNITY-CT   PIC 9(04) VALUE 0.
       01 WS-ARITH-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-ARITH-BAD-YES VALUE 'Y'.
       01 WS-EOF-SW     PIC X(01) VALUE 'N'.
         88 WS-EOF-YES  VALUE 'Y'.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Frequency-domain filtering of a stored spectrum: reads the
      * capture's CDFTBINS bins (copy/DFTBIN.cpy, as CDFT writes
      * them), multiplies every bin by the complex gain the CDFTFLTP
      * card's filter gives it on the CXFILTR master (through CMMULT,
      * unity where no entry covers the bin), and writes the filtered
      * spectrum to CDFTBINF under the new capture id the card names,
      * for the CIDFT step that follows to resynthesize into a
      * time-domain capture.  The new capture's CDFTCATF catalog
      * entry is the source's with its id replaced and PARENT-ID and
      * DERIVED-BY pointing back at the source capture and the filter,
      * so a filtered capture is never mistaken for one an instrument
      * took.  Bins above the Nyquist fold are the mirror images of
      * the ones below: each takes the gain of its mirror bin,
      * conjugated, so a real capture resynthesizes real.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD
           PERFORM READ-CAPTURE-CATALOG
           PERFORM LOAD-FILTER-SPANS

           IF WS-SPAN-CT = 0
             DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                  ' HAS NO ENTRIES ON CXFILTR - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-SPAN-FREQ-ANY AND NOT WS-CAT-YES
             DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                  ' HAS FREQUENCY BANDS BUT THE CAPTURE HAS NO '
                  'CATALOG ENTRY TO GIVE ITS SAMPLE RATE'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT CF-BIN-FILE
           MOVE 'CDFTBINS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           PERFORM READ-BIN-RECORD
           PERFORM LOAD-BIN-RECORD
             UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
           CLOSE CF-BIN-FILE
           MOVE 'CDFTBINS' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-OVERFLOW-YES
             DISPLAY 'CDFTFLT - SPECTRUM EXCEEDS ' WS-BIN-ARRAY-MAX
                  ' BINS AND CANNOT BE PROCESSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-BIN-CT = 0
             DISPLAY 'CDFTFLT - NO BINS ON CDFTBINS'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-CAT-YES AND WS-BIN-CAPTURE-ID NOT = WS-CAPTURE-ID
             DISPLAY 'CDFTFLT - CDFTBINS HOLDS CAPTURE '
                  WS-BIN-CAPTURE-ID ' BUT CATALOG NAMES '
                  WS-CAPTURE-ID
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF NOT WS-CAT-YES
             MOVE WS-BIN-CAPTURE-ID TO WS-CAPTURE-ID
           END-IF

           COMPUTE WS-HALF-CT = WS-BIN-CT / 2

           OPEN OUTPUT CF-FBIN-FILE
           MOVE 'CDFTBINF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 0 TO WS-K
           PERFORM FILTER-ONE-BIN
             UNTIL WS-K > WS-BIN-CT - 1 OR WS-ARITH-BAD-YES

           CLOSE CF-FBIN-FILE
           MOVE 'CDFTBINF' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-ARITH-BAD-YES
             DISPLAY 'CDFTFLT - BIN ' WS-K ' OVERFLOWED UNDER FILTER '
                  WS-FILTER-ID ' - FILTERED CAPTURE NOT CATALOGED'
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM WRITE-DERIVED-CATALOG

           PERFORM WRITE-FILTER-REPORT

           GOBACK
           .
      ******************************************************************
      * Reads the CDFTFLTP card: the filter id in columns 1-8 and the
      * id the filtered capture is to be catalogued under in columns
      * 10-17.  Both are required.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT CF-PARM-FILE
           MOVE 'CDFTFLTP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CF-PARM-FILE
             AT END
               DISPLAY 'CDFTFLT - NO PARAMETER CARD ON CDFTFLTP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE CF-PARM-FILE
               GOBACK
           END-READ

           MOVE CF-PARM-FILTER-ID TO WS-FILTER-ID
           MOVE CF-PARM-NEW-CAPTURE TO WS-NEW-CAPTURE-ID

           CLOSE CF-PARM-FILE

           IF WS-FILTER-ID = SPACES OR WS-NEW-CAPTURE-ID = SPACES
             DISPLAY 'CDFTFLT - CDFTFLTP CARD MUST NAME THE FILTER '
                  'AND THE NEW CAPTURE ID'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
      ******************************************************************
      * Reads the source capture's CXCAPCAT catalog entry when one is
      * supplied, keeping the whole record as the template for the
      * filtered capture's entry.
      ******************************************************************
       READ-CAPTURE-CATALOG.
           OPEN INPUT CF-CATALOG-FILE

           READ CF-CATALOG-FILE
             AT END
               CONTINUE
             NOT AT END
               SET WS-CAT-YES TO TRUE
               MOVE CF-CAT-CAPTURE-ID TO WS-CAPTURE-ID
               MOVE CF-CAT-SAMPLE-RATE TO WS-SAMPLE-RATE-V
               MOVE CF-CAT-CATALOG-RECORD TO WS-SAVED-CATALOG
           END-READ

           CLOSE CF-CATALOG-FILE
           .
      ******************************************************************
      * Loads the chosen filter's entries off the CXFILTR master.  An
      * entry whose span type is neither B nor F, or whose span runs
      * backwards, is refused - a filter that silently skips a band
      * passes exactly the hum it was meant to strip.
      ******************************************************************
       LOAD-FILTER-SPANS.
           OPEN INPUT CF-FILTER-FILE
           MOVE 'CXFILTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-FILTER-RECORD
           PERFORM LOAD-FILTER-RECORD
             UNTIL WS-EOF-YES

           CLOSE CF-FILTER-FILE
           MOVE 'CXFILTR' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           .
       READ-FILTER-RECORD.
           READ CF-FILTER-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-FILTER-RECORD.
           IF CF-FLT-FILTER-ID = WS-FILTER-ID
             EVALUATE TRUE
               WHEN NOT CF-FLT-SPAN-BINS AND NOT CF-FLT-SPAN-FREQ
                 DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                      ' ENTRY ' CF-FLT-DESC ' HAS SPAN TYPE '
                      CF-FLT-SPAN-TYPE ' - EXPECTED B OR F'
                 MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
                 GOBACK
               WHEN CF-FLT-SPAN-BINS
                   AND CF-FLT-BIN-HI < CF-FLT-BIN-LO
                 DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                      ' ENTRY ' CF-FLT-DESC ' BIN RANGE REVERSED'
                 MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
                 GOBACK
               WHEN CF-FLT-SPAN-FREQ
                   AND CF-FLT-FREQ-HI < CF-FLT-FREQ-LO
                 DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                      ' ENTRY ' CF-FLT-DESC ' BAND REVERSED'
                 MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
                 GOBACK
               WHEN WS-SPAN-CT = WS-SPAN-MAX
                 DISPLAY 'CDFTFLT - FILTER ' WS-FILTER-ID
                      ' HAS MORE THAN ' WS-SPAN-MAX ' ENTRIES'
                 MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
                 GOBACK
               WHEN OTHER
                 PERFORM STORE-FILTER-SPAN
             END-EVALUATE
           END-IF

           PERFORM READ-FILTER-RECORD
           .
       STORE-FILTER-SPAN.
           ADD 1 TO WS-SPAN-CT
           MOVE CF-FLT-SPAN-TYPE TO WS-SPAN-TYPE(WS-SPAN-CT)
           MOVE CF-FLT-BIN-LO TO WS-SPAN-BIN-LO(WS-SPAN-CT)
           MOVE CF-FLT-BIN-HI TO WS-SPAN-BIN-HI(WS-SPAN-CT)
           MOVE CF-FLT-FREQ-LO TO WS-SPAN-FREQ-LO-V(WS-SPAN-CT)
           MOVE CF-FLT-FREQ-HI TO WS-SPAN-FREQ-HI-V(WS-SPAN-CT)
           MOVE CF-FLT-GAIN-RE TO WS-SPAN-GAIN-RE(WS-SPAN-CT)
           MOVE CF-FLT-GAIN-IM TO WS-SPAN-GAIN-IM(WS-SPAN-CT)
           MOVE 0 TO WS-SPAN-USED-CT(WS-SPAN-CT)

           IF CF-FLT-SPAN-FREQ
             SET WS-SPAN-FREQ-ANY TO TRUE
           END-IF
           .
      ******************************************************************
      * Reads the next bin record and sets WS-EOF-YES at end of file.
      ******************************************************************
       READ-BIN-RECORD.
           READ CF-BIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-BIN-RECORD.
           IF WS-BIN-CT = WS-BIN-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-BIN-CT
             MOVE CF-BIN-RE TO WS-BINR-ENTRY(WS-BIN-CT)
             MOVE CF-BIN-IM TO WS-BINI-ENTRY(WS-BIN-CT)
             MOVE CF-CAPTURE-ID TO WS-BIN-CAPTURE-ID

             PERFORM READ-BIN-RECORD
           END-IF
           .
      ******************************************************************
      * Filters bin WS-K: finds its gain (through its mirror below
      * the fold for a bin above it), multiplies with CMMULT, and
      * writes the filtered bin under the new capture id.  CMMULT's
      * HIGH-VALUES overflow result stops the run.
      ******************************************************************
       FILTER-ONE-BIN.
           IF WS-K > WS-HALF-CT
             SET WS-MIRROR-YES TO TRUE
             COMPUTE WS-FOLD-BIN = WS-BIN-CT - WS-K
           ELSE
             MOVE 'N' TO WS-MIRROR-SW
             MOVE WS-K TO WS-FOLD-BIN
           END-IF

           PERFORM FIND-BIN-GAIN

           MOVE WS-BINR-ENTRY(WS-K + 1) TO WS-BIN-RE
           MOVE WS-BINI-ENTRY(WS-K + 1) TO WS-BIN-IM

           IF WS-MATCH-YES
             CALL 'CMMULT' USING WS-BIN-COMPLEX, WS-GAIN-COMPLEX
             IF WS-BIN-COMPLEX = HIGH-VALUES
               SET WS-ARITH-BAD-YES TO TRUE
             END-IF
           END-IF

           IF NOT WS-ARITH-BAD-YES
             MOVE WS-NEW-CAPTURE-ID TO CF-F-CAPTURE-ID
             MOVE WS-K TO CF-F-BIN-NO
             MOVE WS-BIN-RE TO CF-F-BIN-RE
             MOVE WS-BIN-IM TO CF-F-BIN-IM
             WRITE CF-F-BIN-RECORD
             MOVE 'CDFTBINF' TO WS-IO-FILE
             MOVE 'WRITE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             ADD 1 TO WS-K
           END-IF
           .
      ******************************************************************
      * Sets WS-GAIN-COMPLEX from the first filter entry covering the
      * folded bin, WS-MATCH-YES when there is one; the gain's
      * imaginary part is negated for a mirror bin.  A frequency band
      * is tested against the folded bin's frequency, bin * rate / N.
      ******************************************************************
       FIND-BIN-GAIN.
           MOVE 'N' TO WS-MATCH-SW
           COMPUTE WS-FREQ-V =
             WS-FOLD-BIN * WS-SAMPLE-RATE-V / WS-BIN-CT

           MOVE 1 TO WS-S
           PERFORM CHECK-ONE-SPAN
             UNTIL WS-S > WS-SPAN-CT OR WS-MATCH-YES

           IF WS-MATCH-YES
             ADD 1 TO WS-ALTERED-CT
             IF WS-MIRROR-YES
               COMPUTE WS-GAIN-IM = 0 - WS-GAIN-IM
             END-IF
           END-IF
           .
       CHECK-ONE-SPAN.
           IF (WS-SPAN-BINS(WS-S)
                 AND WS-FOLD-BIN NOT < WS-SPAN-BIN-LO(WS-S)
                 AND WS-FOLD-BIN NOT > WS-SPAN-BIN-HI(WS-S))
             OR (WS-SPAN-FREQ(WS-S)
                 AND WS-FREQ-V NOT < WS-SPAN-FREQ-LO-V(WS-S)
                 AND WS-FREQ-V NOT > WS-SPAN-FREQ-HI-V(WS-S))
             SET WS-MATCH-YES TO TRUE
             MOVE WS-SPAN-GAIN-RE(WS-S) TO WS-GAIN-RE
             MOVE WS-SPAN-GAIN-IM(WS-S) TO WS-GAIN-IM
             ADD 1 TO WS-SPAN-USED-CT(WS-S)
           ELSE
             ADD 1 TO WS-S
           END-IF
           .
      ******************************************************************
      * Writes the filtered capture's CDFTCATF catalog entry: the
      * source entry (sample rate, date, instrument) under the new
      * id, with the lineage pointer back to the source capture and
      * the filter that derived it.
      ******************************************************************
       WRITE-DERIVED-CATALOG.
           OPEN OUTPUT CF-FCATALOG-FILE
           MOVE 'CDFTCATF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-CAT-YES
             MOVE WS-SAVED-CATALOG TO CF-FCAT-CATALOG-RECORD
           ELSE
             MOVE SPACES TO CF-FCAT-CATALOG-RECORD
             MOVE 0 TO CF-FCAT-SAMPLE-RATE
             MOVE 0 TO CF-FCAT-CAPTURE-DATE
             MOVE 0 TO CF-FCAT-CAPTURE-TIME
           END-IF

           MOVE WS-NEW-CAPTURE-ID TO CF-FCAT-CAPTURE-ID
           MOVE WS-CAPTURE-ID TO CF-FCAT-PARENT-ID
           MOVE WS-FILTER-ID TO CF-FCAT-DERIVED-BY

           WRITE CF-FCAT-CATALOG-RECORD
           MOVE 'CDFTCATF' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           CLOSE CF-FCATALOG-FILE
           MOVE 'CDFTCATF' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Writes the CDFTFLTR report: source and filtered capture ids,
      * the filter, how many bins it altered, and each of its
      * entries with the number of bins that entry set.
      ******************************************************************
       WRITE-FILTER-REPORT.
           OPEN OUTPUT CF-REPORT-FILE
           MOVE 'CDFTFLTR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'CAPTURE '          DELIMITED BY SIZE
             WS-CAPTURE-ID       DELIMITED BY SIZE
             ' FILTERED BY '     DELIMITED BY SIZE
             WS-FILTER-ID        DELIMITED BY SIZE
             ' CATALOGED AS '    DELIMITED BY SIZE
             WS-NEW-CAPTURE-ID   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           SUBTRACT WS-ALTERED-CT FROM WS-BIN-CT GIVING WS-UNITY-CT
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BINS='             DELIMITED BY SIZE
             WS-BIN-CT           DELIMITED BY SIZE
             ' ALTERED='         DELIMITED BY SIZE
             WS-ALTERED-CT       DELIMITED BY SIZE
             ' PASSED AT UNITY=' DELIMITED BY SIZE
             WS-UNITY-CT         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-S
           PERFORM WRITE-SPAN-LINE
             UNTIL WS-S > WS-SPAN-CT

           CLOSE CF-REPORT-FILE
           MOVE 'CDFTFLTR' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-SPAN-LINE.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             '  ENTRY '              DELIMITED BY SIZE
             WS-S                    DELIMITED BY SIZE
             ' TYPE '                DELIMITED BY SIZE
             WS-SPAN-TYPE(WS-S)      DELIMITED BY SIZE
             ' GAIN RE='             DELIMITED BY SIZE
             WS-SPAN-GAIN-RE(WS-S)   DELIMITED BY SIZE
             ' IM='                  DELIMITED BY SIZE
             WS-SPAN-GAIN-IM(WS-S)   DELIMITED BY SIZE
             ' BINS SET='            DELIMITED BY SIZE
             WS-SPAN-USED-CT(WS-S)   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-S
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CF-REPORT-LINE
           WRITE CF-REPORT-LINE
           MOVE 'CDFTFLTR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-RPT-LINE-TEXT
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
             DISPLAY 'CDFTFLT - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
