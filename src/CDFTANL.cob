           SELECT OPTIONAL CA-CATALOG-FILE ASSIGN TO "CDFTCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CA-PSD-FILE ASSIGN TO "CDFTPSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CA-HARM-FILE ASSIGN TO "CDFTHARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CA-BIN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CA-REPORT-LINE PIC X(132).
       FD  CA-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CA-CAT-==.
       FD  CA-PSD-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTPSD REPLACING ==(PRFX)== BY ==CA-PSD-==.
       FD  CA-HARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DFTHARM REPLACING ==(PRFX)== BY ==CA-HM-==.
       WORKING-STORAGE SECTION.
      * matches copy/REALARR.cpy's OCCURS depth, the most bins one
      * CDFT capture can produce.
       01 WS-CAT-SW PIC X(01) VALUE 'N'.
         88 WS-CAT-YES VALUE 'Y'.
       01 WS-CAPTURE-ID PIC X(08) VALUE SPACES.
      * the capture id the spectrum itself carries, for the harmonic
      * file when there is no catalog entry to take it from.
       01 WS-BIN-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-SAMPLE-RATE-V COMP-2.
       01 WS-CAT-DATE PIC 9(08) VALUE 0.
       01 WS-CAT-TIME PIC 9(06) VALUE 0.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
      * a CDFTPSD averaged density supplied in place of the raw
      * spectrum: each bin's magnitude is then the root of its
      * density, and there is no phase to report.
       01 WS-PSD-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-PSD-MODE-YES VALUE 'Y'.
       01 WS-PSD-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-PSD-SEG-CT PIC 9(04) VALUE 0.
       01 WS-PSD-WINDOW PIC X(08) VALUE SPACES.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-I          PIC 9(04) VALUE 0.
      * reports each harmonic's magnitude relative to the fundamental
      * and the total-harmonic-distortion figure the engineers sign
      * off on - replacing the ruler-on-printout hunt through
      * CDFTRPT's one-line-per-bin listing.  When CDFTPSD holds a
      * Welch averaged density for the capture, that is analyzed in
      * place of the raw spectrum, with each bin's magnitude taken
      * as the root of its density.  Every harmonic found, the
      * fundamental as order 01, also goes to CDFTHARM as a
      * copy/DFTHARM.cpy record for the harmonic-distortion study.
      ******************************************************************
           OPEN OUTPUT CA-REPORT-FILE
           MOVE 'CDFTANLR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP

           PERFORM READ-CAPTURE-CATALOG

           PERFORM DETERMINE-SPECTRUM-SOURCE

           IF WS-PSD-MODE-YES
             IF WS-CAT-YES AND WS-PSD-CAPTURE-ID NOT = WS-CAPTURE-ID
               DISPLAY 'CDFTANL - CDFTPSD HOLDS CAPTURE '
                    WS-PSD-CAPTURE-ID ' BUT CATALOG NAMES '
                    WS-CAPTURE-ID
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE CA-REPORT-FILE
               GOBACK
             END-IF

             OPEN INPUT CA-PSD-FILE
             MOVE 'CDFTPSD' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             PERFORM READ-PSD-RECORD

             PERFORM LOAD-PSD-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES

             CLOSE CA-PSD-FILE
           ELSE
             OPEN INPUT CA-BIN-FILE
             MOVE 'CDFTBINS' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS

             PERFORM READ-BIN-RECORD

             PERFORM LOAD-BIN-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES

             CLOSE CA-BIN-FILE
           END-IF

           IF WS-OVERFLOW-YES
             DISPLAY 'CDFTANL - MORE THAN ' WS-ARRAY-MAX

           COMPUTE WS-HALF-CT = WS-BIN-CT / 2

           IF WS-CAT-YES
             MOVE WS-CAPTURE-ID TO WS-BIN-CAPTURE-ID
           END-IF

           OPEN OUTPUT CA-HARM-FILE
           MOVE 'CDFTHARM' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-CAPTURE-HEADING

           PERFORM FIND-FUNDAMENTAL-BIN
             PERFORM WRITE-THD-LINE
           END-IF

           CLOSE CA-HARM-FILE
           CLOSE CA-REPORT-FILE

           GOBACK
       LOAD-ONE-BIN.
           ADD 1 TO WS-BIN-CT

           MOVE CA-CAPTURE-ID TO WS-BIN-CAPTURE-ID
           MOVE CA-BIN-RE TO WS-WORK-RE
           MOVE CA-BIN-IM TO WS-WORK-IM

           PERFORM READ-BIN-RECORD
           .
      ******************************************************************
      * Peeks at the OPTIONAL CDFTPSD file: a density present there
      * selects it over CDFTBINS for the run, the way CDFT's
      * DETERMINE-SAMPLE-MODE lets CDSAMPC's presence select complex
      * samples.
      ******************************************************************
       DETERMINE-SPECTRUM-SOURCE.
           OPEN INPUT CA-PSD-FILE
           MOVE 'CDFTPSD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CA-PSD-FILE
             AT END
               CONTINUE
             NOT AT END
               SET WS-PSD-MODE-YES TO TRUE
               MOVE CA-PSD-CAPTURE-ID TO WS-PSD-CAPTURE-ID
               MOVE CA-PSD-SEGMENT-CT TO WS-PSD-SEG-CT
               MOVE CA-PSD-WINDOW TO WS-PSD-WINDOW
           END-READ

           CLOSE CA-PSD-FILE
           .
       READ-PSD-RECORD.
           READ CA-PSD-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-PSD-RECORD.
           IF WS-BIN-CT = WS-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             PERFORM LOAD-ONE-PSD-BIN
           END-IF
           .
      ******************************************************************
      * Stores one density bin as a magnitude - the root of the
      * density, so harmonic percentages and THD come out on the same
      * amplitude scale as a raw-spectrum run - with a zero phase.
      ******************************************************************
       LOAD-ONE-PSD-BIN.
           ADD 1 TO WS-BIN-CT

           MOVE CA-PSD-CAPTURE-ID TO WS-BIN-CAPTURE-ID
           IF CA-PSD-PSD-VALUE > 0
             COMPUTE WS-BIN-MAG-V(WS-BIN-CT) =
               FUNCTION SQRT(CA-PSD-PSD-VALUE)
           ELSE
             MOVE 0 TO WS-BIN-MAG-V(WS-BIN-CT)
           END-IF
           MOVE 0 TO WS-BIN-ARG-V(WS-BIN-CT)

           PERFORM READ-PSD-RECORD
           .
      ******************************************************************
      * Finds the strongest bin between DC and the Nyquist fold; that
      * bin is the capture's fundamental.
      ******************************************************************
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-HARM-NO
           MOVE WS-FUND-BIN TO WS-HARM-BIN
           MOVE WS-FUND-MAG-V TO WS-MAG-V
           MOVE 100 TO WS-HARM-PCT
           PERFORM WRITE-HARMONIC-RECORD
           .
      ******************************************************************
      * Reads the capture's CXCAPCAT catalog entry when one is
               TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-PSD-MODE-YES
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'WELCH AVERAGED DENSITY OVER ' DELIMITED BY SIZE
               WS-PSD-SEG-CT                  DELIMITED BY SIZE
               ' SEGMENTS, '                  DELIMITED BY SIZE
               WS-PSD-WINDOW                  DELIMITED BY SIZE
               ' WINDOW - MAG IS ROOT OF DENSITY, NO PHASE'
                                              DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      * Lists every spectral peak below the Nyquist fold: a bin
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-HARMONIC-RECORD

           ADD 1 TO WS-HARM-NO
           COMPUTE WS-HARM-BIN = WS-FUND-BIN * WS-HARM-NO
           .
      ******************************************************************
      * Writes harmonic WS-HARM-NO, sitting at WS-HARM-BIN with
      * magnitude WS-MAG-V, to CDFTHARM; the frequency is left zero
      * for an uncatalogued capture, whose bins have no hertz.
      ******************************************************************
       WRITE-HARMONIC-RECORD.
           MOVE SPACES TO CA-HM-HARM-RECORD
           MOVE WS-BIN-CAPTURE-ID TO CA-HM-CAPTURE-ID
           MOVE WS-HARM-NO TO CA-HM-HARMONIC
           MOVE WS-HARM-BIN TO CA-HM-BIN-NO
           MOVE WS-BIN-CT TO CA-HM-BIN-CT

           IF WS-CAT-YES
             COMPUTE WS-FREQ-V =
               WS-HARM-BIN * WS-SAMPLE-RATE-V / WS-BIN-CT
             MOVE WS-FREQ-V TO CA-HM-FREQ
           ELSE
             MOVE 0 TO CA-HM-FREQ
           END-IF

           MOVE WS-MAG-V TO CA-HM-MAG
           MOVE WS-BIN-ARG-V(WS-HARM-BIN + 1) TO CA-HM-PHASE
           MOVE WS-HARM-PCT TO CA-HM-PCT-OF-FUND

           IF WS-PSD-MODE-YES
             SET CA-HM-SOURCE-PSD TO TRUE
           ELSE
             SET CA-HM-SOURCE-BINS TO TRUE
           END-IF

           WRITE CA-HM-HARM-RECORD
           MOVE 'CDFTHARM' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Computes and reports the total-harmonic-distortion figure:
      * the root of the summed squared harmonic magnitudes over the
      * fundamental's magnitude, as a percentage.
