       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDFTTON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TN-SAMPLE-FILE ASSIGN TO "CDSAMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL TN-CSAMPLE-FILE ASSIGN TO "CDSAMPC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TN-CATALOG-FILE ASSIGN TO "CDFTCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TN-TONE-FILE ASSIGN TO "CDFTTONP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TN-BIN-FILE ASSIGN TO "CDFTBINS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT TN-REPORT-FILE ASSIGN TO "CDFTTONR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TN-SAMPLE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY DFTSAMP REPLACING ==(PRFX)== BY ==TN-==.
       FD  TN-CSAMPLE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY DFTSAMPC REPLACING ==(PRFX)== BY ==TN-CS-==.
       FD  TN-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==TN-CAT-==.
       FD  TN-TONE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CXTONE REPLACING ==(PRFX)== BY ==TN-TN-==.
       FD  TN-BIN-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTBIN REPLACING ==(PRFX)== BY ==TN-BIN-==.
       FD  TN-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TN-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SAMP-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SAMPQ-==.
      * the spectrum written to CDFTBINS: every bin zero except the
      * ones a tone line asked for, bin K at entry K + 1.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-OUTRE-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-OUTIM-==.
       01 WS-CMODE-SW   PIC X(01) VALUE 'N'.
         88 WS-CMODE-YES VALUE 'Y'.
       01 WS-SAMPLE-CT  PIC 9(04) VALUE 0.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-SAMPLE-==.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
      * the capture's catalog entry: its id selects the tone lines
      * and its rate turns their hertz into bins.
       01 WS-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-SAMPLE-RATE-V COMP-2.
      ******************************************************************
      * the capture's tone lines off CDFTTONP, and what each
      * measured; TONE-STATUS is the report's verdict.
      ******************************************************************
       01 WS-TONE-TABLE.
         05 WS-TONE-CT PIC 9(02) VALUE 0.
         05 WS-TONE-ENTRY OCCURS 50 TIMES.
           10 WS-TONE-LABEL   PIC X(08).
           10 WS-TONE-FREQ-V  COMP-2.
           10 WS-TONE-LO-V    COMP-2.
           10 WS-TONE-HI-V    COMP-2.
           10 WS-TONE-BIN     PIC 9(04).
           10 WS-TONE-AMP-V   COMP-2.
           10 WS-TONE-STATUS  PIC X(04).
       01 WS-TONE-MAX PIC 9(02) VALUE 50.
       01 WS-T PIC 9(02) VALUE 0.
       01 WS-TONE-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-TONE-EOF-YES VALUE 'Y'.
       01 WS-BIN-LIMIT PIC 9(04) VALUE 0.
      ******************************************************************
      * Goertzel recurrence state: per sample,
      *   S = X + COEFF * S1 - S2, S2 = S1, S1 = S
      * with COEFF = 2 COS(W), W = 2 PI K / N, run on the I and the
      * Q channel side by side since the recurrence is linear.
      ******************************************************************
       01 WS-OMEGA-V COMP-2.
       01 WS-COEFF-V COMP-2.
       01 WS-COS-V COMP-2.
       01 WS-SIN-V COMP-2.
       01 WS-S-V COMP-2.
       01 WS-S1-V COMP-2.
       01 WS-S2-V COMP-2.
       01 WS-SQ-V COMP-2.
       01 WS-SQ1-V COMP-2.
       01 WS-SQ2-V COMP-2.
       01 WS-XI-RE-V COMP-2.
       01 WS-XI-IM-V COMP-2.
       01 WS-XQ-RE-V COMP-2.
       01 WS-XQ-IM-V COMP-2.
       01 WS-N PIC 9(04) VALUE 0.
       01 WS-K PIC 9(04) VALUE 0.
       01 WS-PASS-CT PIC 9(02) VALUE 0.
       01 WS-FAIL-CT PIC 9(02) VALUE 0.
       01 WS-REJECT-CT PIC 9(02) VALUE 0.
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-ENV-LEN-==.
       01 WS-ENV-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-EOF-YES VALUE 'Y'.
       01 WS-ENV-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-MODE-YES VALUE 'Y'.
       01 WS-ENV-TRL-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-TRL-SEEN VALUE 'Y'.
       01 WS-ENV-BAD-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-BAD-YES VALUE 'Y'.
       01 WS-ENV-DATA-CT PIC 9(08) VALUE 0.
       01 WS-ENV-HASH PIC 9(15) VALUE 0.
       01 WS-ENV-HASH-RECORD PIC X(256) VALUE SPACES.
       01 WS-EOF-SW     PIC X(01) VALUE 'N'.
         88 WS-EOF-YES  VALUE 'Y'.
      * engineering-notation rendering through CENGFMT, the shared
      * formatter alongside CRPTWRT.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-FREQ-TEXT PIC X(20) VALUE SPACES.
       01 WS-AMP-DISP PIC -(7)9.9(6).
       01 WS-LO-DISP PIC -(7)9.9(6).
       01 WS-HI-DISP PIC -(7)9.9(6).
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Targeted tone measurement for routine monitoring: instead of
      * CDFT's full N-squared transform, only the frequencies the
      * CDFTTONP list names for this capture are computed, each by a
      * single Goertzel pass over the samples - N multiply-adds per
      * tone where CDFT spends N per bin for every one of N bins.
      * Each tone's frequency is taken to its nearest bin
      * (K = F * N / RATE), so the value is exactly the bin CDFT
      * would have written, and CDFTBINS receives the capture's full
      * N-bin spectrum in the DFTBIN layout with every other bin
      * zero - CDFTANL and CDFTCMP read it as they read CDFT's.  The
      * CDFTTONR report gives each tone's amplitude (the peak value,
      * 2|X|/N on a real capture, |X|/N on an I/Q one) against its
      * expected band, PASS or FAIL.  The samples are read and their
      * control envelope balanced exactly as CDFT does.
      ******************************************************************
           PERFORM READ-CAPTURE-CATALOG

           PERFORM DETERMINE-SAMPLE-MODE

           IF WS-CMODE-YES
             PERFORM VERIFY-CSAMPLE-ENVELOPE
           ELSE
             PERFORM VERIFY-INPUT-ENVELOPE
           END-IF

           IF WS-ENV-BAD-YES
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-TONE-LIST

           IF WS-TONE-CT = 0
             DISPLAY 'CDFTTON - NO CDFTTONP LINES FOR CAPTURE '
                  WS-CAPTURE-ID
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-CMODE-YES
             OPEN INPUT TN-CSAMPLE-FILE
             MOVE 'CDSAMPC' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-CSAMPLE-RECORD
             PERFORM LOAD-CSAMPLE-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
             CLOSE TN-CSAMPLE-FILE
           ELSE
             OPEN INPUT TN-SAMPLE-FILE
             MOVE 'CDSAMP' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-SAMPLE-RECORD
             PERFORM LOAD-SAMPLE-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
             CLOSE TN-SAMPLE-FILE
           END-IF

           IF WS-OVERFLOW-YES
             DISPLAY 'CDFTTON - CAPTURE EXCEEDS ' WS-SAMPLE-ARRAY-MAX
                  ' SAMPLES AND CANNOT BE PROCESSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-SAMPLE-CT < 4
             DISPLAY 'CDFTTON - ONLY ' WS-SAMPLE-CT
                  ' SAMPLES, NOTHING TO MEASURE'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

      * a real capture's spectrum mirrors above the fold; an I/Q
      * capture's bins are all distinct
           IF WS-CMODE-YES
             COMPUTE WS-BIN-LIMIT = WS-SAMPLE-CT - 1
           ELSE
             COMPUTE WS-BIN-LIMIT = WS-SAMPLE-CT / 2
           END-IF

           OPEN OUTPUT TN-REPORT-FILE
           MOVE 'CDFTTONR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-REPORT-HEADING

           MOVE 1 TO WS-T
           PERFORM MEASURE-ONE-TONE
             UNTIL WS-T > WS-TONE-CT

           PERFORM WRITE-TONE-SPECTRUM

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TONES PASSED: '   DELIMITED BY SIZE
             WS-PASS-CT         DELIMITED BY SIZE
             '  FAILED: '       DELIMITED BY SIZE
             WS-FAIL-CT         DELIMITED BY SIZE
             '  NOT MEASURABLE: ' DELIMITED BY SIZE
             WS-REJECT-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE TN-REPORT-FILE

           EVALUATE TRUE
             WHEN WS-REJECT-CT > 0
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-FAIL-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads the capture's CXCAPCAT entry.  Unlike CDFT, this job
      * cannot run uncatalogued: the tone list is keyed by capture
      * id and given in hertz.
      ******************************************************************
       READ-CAPTURE-CATALOG.
           OPEN INPUT TN-CATALOG-FILE
           MOVE 'CDFTCAT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ TN-CATALOG-FILE
             AT END
               DISPLAY 'CDFTTON - NO CATALOG ENTRY ON CDFTCAT'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE TN-CATALOG-FILE
               GOBACK
           END-READ

           MOVE TN-CAT-CAPTURE-ID TO WS-CAPTURE-ID
           MOVE TN-CAT-SAMPLE-RATE TO WS-SAMPLE-RATE-V

           CLOSE TN-CATALOG-FILE

           IF WS-SAMPLE-RATE-V NOT > 0
             DISPLAY 'CDFTTON - CAPTURE ' WS-CAPTURE-ID
                  ' HAS NO POSITIVE SAMPLE RATE'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .
      ******************************************************************
      * Collects the CDFTTONP lines carrying this capture's id; the
      * list may hold every monitored capture's lines together.
      ******************************************************************
       LOAD-TONE-LIST.
           OPEN INPUT TN-TONE-FILE
           MOVE 'CDFTTONP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-TONE-RECORD
           PERFORM LOAD-TONE-RECORD
             UNTIL WS-TONE-EOF-YES

           CLOSE TN-TONE-FILE
           .
       READ-TONE-RECORD.
           READ TN-TONE-FILE
             AT END
               SET WS-TONE-EOF-YES TO TRUE
           END-READ
           .
       LOAD-TONE-RECORD.
           IF TN-TN-CAPTURE-ID = WS-CAPTURE-ID
             IF WS-TONE-CT = WS-TONE-MAX
               DISPLAY 'CDFTTON - MORE THAN ' WS-TONE-MAX
                    ' TONES FOR CAPTURE ' WS-CAPTURE-ID
                    ' - REMAINDER IGNORED'
             ELSE
               ADD 1 TO WS-TONE-CT
               MOVE TN-TN-TONE-LABEL TO WS-TONE-LABEL(WS-TONE-CT)
               MOVE TN-TN-FREQ TO WS-TONE-FREQ-V(WS-TONE-CT)
               MOVE TN-TN-AMP-LO TO WS-TONE-LO-V(WS-TONE-CT)
               MOVE TN-TN-AMP-HI TO WS-TONE-HI-V(WS-TONE-CT)
             END-IF
           END-IF

           PERFORM READ-TONE-RECORD
           .
      ******************************************************************
      * Measures tone WS-T: takes its frequency to the nearest bin,
      * refuses one off the capture's usable range, otherwise runs
      * the Goertzel pass, stores the bin for CDFTBINS and judges
      * the amplitude against the tone's band.
      ******************************************************************
       MEASURE-ONE-TONE.
           COMPUTE WS-K ROUNDED =
             WS-TONE-FREQ-V(WS-T) * WS-SAMPLE-CT / WS-SAMPLE-RATE-V
             ON SIZE ERROR
               MOVE 0 TO WS-K
           END-COMPUTE

           MOVE WS-K TO WS-TONE-BIN(WS-T)

           IF WS-TONE-FREQ-V(WS-T) NOT > 0
               OR WS-K = 0 OR WS-K > WS-BIN-LIMIT
             MOVE 'NMEA' TO WS-TONE-STATUS(WS-T)
             MOVE 0 TO WS-TONE-AMP-V(WS-T)
             ADD 1 TO WS-REJECT-CT
           ELSE
             PERFORM GOERTZEL-ONE-BIN

             MOVE WS-XI-RE-V TO WS-OUTRE-ENTRY(WS-K + 1)
             MOVE WS-XI-IM-V TO WS-OUTIM-ENTRY(WS-K + 1)

             IF WS-CMODE-YES
               COMPUTE WS-TONE-AMP-V(WS-T) = FUNCTION SQRT(
                 WS-XI-RE-V * WS-XI-RE-V + WS-XI-IM-V * WS-XI-IM-V)
                 / WS-SAMPLE-CT
             ELSE
               COMPUTE WS-TONE-AMP-V(WS-T) = 2 * FUNCTION SQRT(
                 WS-XI-RE-V * WS-XI-RE-V + WS-XI-IM-V * WS-XI-IM-V)
                 / WS-SAMPLE-CT
             END-IF

             IF WS-TONE-AMP-V(WS-T) < WS-TONE-LO-V(WS-T)
                 OR (WS-TONE-HI-V(WS-T) > 0
                     AND WS-TONE-AMP-V(WS-T) > WS-TONE-HI-V(WS-T))
               MOVE 'FAIL' TO WS-TONE-STATUS(WS-T)
               ADD 1 TO WS-FAIL-CT
             ELSE
               MOVE 'PASS' TO WS-TONE-STATUS(WS-T)
               ADD 1 TO WS-PASS-CT
             END-IF
           END-IF

           PERFORM WRITE-TONE-LINE

           ADD 1 TO WS-T
           .
      ******************************************************************
      * One Goertzel pass at bin WS-K.  After the last sample the
      * bin is X = (COS(W) * S1 - S2) + j SIN(W) * S1 - the same
      * value CDFT's summation gives for that bin.  An I/Q capture's
      * Q channel runs through the same recurrence and folds in as
      * j times its own result.
      ******************************************************************
       GOERTZEL-ONE-BIN.
           COMPUTE WS-OMEGA-V =
             2 * FUNCTION PI * WS-K / WS-SAMPLE-CT
           COMPUTE WS-COS-V = FUNCTION COS(WS-OMEGA-V)
           COMPUTE WS-SIN-V = FUNCTION SIN(WS-OMEGA-V)
           COMPUTE WS-COEFF-V = 2 * WS-COS-V

           MOVE 0 TO WS-S1-V
           MOVE 0 TO WS-S2-V
           MOVE 0 TO WS-SQ1-V
           MOVE 0 TO WS-SQ2-V

           MOVE 1 TO WS-N
           IF WS-CMODE-YES
             PERFORM GOERTZEL-IQ-SAMPLE
               UNTIL WS-N > WS-SAMPLE-CT
           ELSE
             PERFORM GOERTZEL-REAL-SAMPLE
               UNTIL WS-N > WS-SAMPLE-CT
           END-IF

           COMPUTE WS-XI-RE-V = WS-COS-V * WS-S1-V - WS-S2-V
           COMPUTE WS-XI-IM-V = WS-SIN-V * WS-S1-V

           IF WS-CMODE-YES
             COMPUTE WS-XQ-RE-V = WS-COS-V * WS-SQ1-V - WS-SQ2-V
             COMPUTE WS-XQ-IM-V = WS-SIN-V * WS-SQ1-V
             COMPUTE WS-XI-RE-V = WS-XI-RE-V - WS-XQ-IM-V
             COMPUTE WS-XI-IM-V = WS-XI-IM-V + WS-XQ-RE-V
           END-IF
           .
       GOERTZEL-REAL-SAMPLE.
           COMPUTE WS-S-V =
             WS-SAMP-ENTRY(WS-N) + WS-COEFF-V * WS-S1-V - WS-S2-V
           MOVE WS-S1-V TO WS-S2-V
           MOVE WS-S-V TO WS-S1-V

           ADD 1 TO WS-N
           .
       GOERTZEL-IQ-SAMPLE.
           COMPUTE WS-S-V =
             WS-SAMP-ENTRY(WS-N) + WS-COEFF-V * WS-S1-V - WS-S2-V
           MOVE WS-S1-V TO WS-S2-V
           MOVE WS-S-V TO WS-S1-V

           COMPUTE WS-SQ-V =
             WS-SAMPQ-ENTRY(WS-N) + WS-COEFF-V * WS-SQ1-V - WS-SQ2-V
           MOVE WS-SQ1-V TO WS-SQ2-V
           MOVE WS-SQ-V TO WS-SQ1-V

           ADD 1 TO WS-N
           .
      ******************************************************************
      * Writes the capture's full N-bin spectrum to CDFTBINS, the
      * measured bins in place and every other bin zero, so the
      * follow-on jobs see the capture's true length and bin
      * spacing.
      ******************************************************************
       WRITE-TONE-SPECTRUM.
           OPEN OUTPUT TN-BIN-FILE
           MOVE 'CDFTBINS' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 0 TO WS-K
           PERFORM WRITE-ONE-BIN
             UNTIL WS-K > WS-SAMPLE-CT - 1

           CLOSE TN-BIN-FILE
           .
       WRITE-ONE-BIN.
           MOVE WS-CAPTURE-ID TO TN-BIN-CAPTURE-ID
           MOVE WS-K TO TN-BIN-BIN-NO
           MOVE WS-OUTRE-ENTRY(WS-K + 1) TO TN-BIN-BIN-RE
           MOVE WS-OUTIM-ENTRY(WS-K + 1) TO TN-BIN-BIN-IM
           WRITE TN-BIN-BIN-RECORD
           MOVE 'CDFTBINS' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-K
           .
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TONE MONITOR - CAPTURE ' DELIMITED BY SIZE
             WS-CAPTURE-ID             DELIMITED BY SIZE
             ' SAMPLES='               DELIMITED BY SIZE
             WS-SAMPLE-CT              DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-CMODE-YES
             MOVE 'I/Q CAPTURE - AMPLITUDE IS |X|/N'
               TO WS-RPT-LINE-TEXT
           ELSE
             MOVE 'REAL CAPTURE - AMPLITUDE IS 2|X|/N'
               TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-TONE-LINE.
           MOVE WS-TONE-FREQ-V(WS-T) TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
           MOVE WS-ENG-TEXT TO WS-FREQ-TEXT

           MOVE WS-TONE-AMP-V(WS-T) TO WS-AMP-DISP
           MOVE WS-TONE-LO-V(WS-T) TO WS-LO-DISP
           MOVE WS-TONE-HI-V(WS-T) TO WS-HI-DISP

           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-TONE-STATUS(WS-T) = 'NMEA'
             STRING
               WS-TONE-LABEL(WS-T) DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-FREQ-TEXT        DELIMITED BY SIZE
               ' OUTSIDE THE CAPTURE''S BINS - NOT MEASURED'
                                   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             STRING
               WS-TONE-LABEL(WS-T) DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-FREQ-TEXT        DELIMITED BY SIZE
               ' BIN '             DELIMITED BY SIZE
               WS-TONE-BIN(WS-T)   DELIMITED BY SIZE
               ' AMP='             DELIMITED BY SIZE
               WS-AMP-DISP         DELIMITED BY SIZE
               ' BAND '            DELIMITED BY SIZE
               WS-LO-DISP          DELIMITED BY SIZE
               ' TO '              DELIMITED BY SIZE
               WS-HI-DISP          DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-TONE-STATUS(WS-T) DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Reads the next time-domain sample and sets WS-EOF-YES at end
      * of file; on an enveloped capture the HDR record is skipped
      * and the TRL record reads as end-of-file.
      ******************************************************************
       READ-SAMPLE-RECORD.
           READ TN-SAMPLE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND TN-SAMPLE-RECORD(1:3) = 'HDR'
             READ TN-SAMPLE-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
             END-READ
           END-IF

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND TN-SAMPLE-RECORD(1:3) = 'TRL'
             SET WS-EOF-YES TO TRUE
           END-IF
           .
       LOAD-SAMPLE-RECORD.
           IF WS-SAMPLE-CT = WS-SAMPLE-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-SAMPLE-CT
             MOVE TN-VALUE TO WS-SAMP-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-SAMPQ-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-OUTRE-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-OUTIM-ENTRY(WS-SAMPLE-CT)

             PERFORM READ-SAMPLE-RECORD
           END-IF
           .
      ******************************************************************
      * Peeks at the OPTIONAL CDSAMPC file: a capture present there
      * selects complex (I/Q) mode for the run, as in CDFT.
      ******************************************************************
       DETERMINE-SAMPLE-MODE.
           OPEN INPUT TN-CSAMPLE-FILE
           MOVE 'CDSAMPC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ TN-CSAMPLE-FILE
             AT END
               CONTINUE
             NOT AT END
               SET WS-CMODE-YES TO TRUE
           END-READ

           CLOSE TN-CSAMPLE-FILE
           .
       READ-CSAMPLE-RECORD.
           READ TN-CSAMPLE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND TN-CS-SAMPLE-RECORD(1:3) = 'HDR'
             READ TN-CSAMPLE-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
             END-READ
           END-IF

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND TN-CS-SAMPLE-RECORD(1:3) = 'TRL'
             SET WS-EOF-YES TO TRUE
           END-IF
           .
       LOAD-CSAMPLE-RECORD.
           IF WS-SAMPLE-CT = WS-SAMPLE-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-SAMPLE-CT
             MOVE TN-CS-I-VALUE TO WS-SAMP-ENTRY(WS-SAMPLE-CT)
             MOVE TN-CS-Q-VALUE TO WS-SAMPQ-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-OUTRE-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-OUTIM-ENTRY(WS-SAMPLE-CT)

             PERFORM READ-CSAMPLE-RECORD
           END-IF
           .
      ******************************************************************
      * Balances CDSAMPC's control envelope the same way
      * VERIFY-INPUT-ENVELOPE balances CDSAMP's.
      ******************************************************************
       VERIFY-CSAMPLE-ENVELOPE.
           OPEN INPUT TN-CSAMPLE-FILE
           MOVE 'CDSAMPC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ TN-CSAMPLE-FILE
             AT END
               SET WS-ENV-EOF-YES TO TRUE
           END-READ

           IF NOT WS-ENV-EOF-YES
               AND TN-CS-SAMPLE-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE TN-CS-SAMPLE-RECORD(1:42) TO WS-ENVELOPE-RECORD

             IF WS-ENV-FILE-ID NOT = 'CDSAMPC'
               DISPLAY 'CDFTTON - ENVELOPE HEADER NAMES '
                    WS-ENV-FILE-ID ' BUT CDSAMPC WAS EXPECTED'
               SET WS-ENV-BAD-YES TO TRUE
             ELSE
               PERFORM SCAN-CSAMPLE-RECORD
                 UNTIL WS-ENV-EOF-YES OR WS-ENV-TRL-SEEN
               PERFORM CHECK-ENVELOPE-BALANCE
             END-IF
           END-IF

           CLOSE TN-CSAMPLE-FILE
           .
       SCAN-CSAMPLE-RECORD.
           READ TN-CSAMPLE-FILE
             AT END
               SET WS-ENV-EOF-YES TO TRUE
             NOT AT END
               IF TN-CS-SAMPLE-RECORD(1:3) = 'TRL'
                 SET WS-ENV-TRL-SEEN TO TRUE
                 MOVE TN-CS-SAMPLE-RECORD(1:42) TO WS-ENVELOPE-RECORD
               ELSE
                 ADD 1 TO WS-ENV-DATA-CT
                 MOVE TN-CS-SAMPLE-RECORD TO WS-ENV-HASH-RECORD
                 MOVE 42 TO WS-ENV-LEN-I
                 CALL 'CENVHASH' USING
                   WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH
               END-IF
           END-READ
           .
      ******************************************************************
      * Balances the input file's CXENVL.cpy control envelope before
      * any record is processed, exactly as CDFT does: a file led by
      * an HDR record must carry the right file id and end in a TRL
      * record whose count and CENVHASH hash total match the file; a
      * file with no HDR is a legacy feed, processed without checks.
      ******************************************************************
       VERIFY-INPUT-ENVELOPE.
           OPEN INPUT TN-SAMPLE-FILE
           MOVE 'CDSAMP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ TN-SAMPLE-FILE
             AT END
               SET WS-ENV-EOF-YES TO TRUE
           END-READ

           IF NOT WS-ENV-EOF-YES
               AND TN-SAMPLE-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             MOVE TN-SAMPLE-RECORD(1:42) TO WS-ENVELOPE-RECORD

             IF WS-ENV-FILE-ID NOT = 'CDSAMP'
               DISPLAY 'CDFTTON - ENVELOPE HEADER NAMES '
                    WS-ENV-FILE-ID ' BUT CDSAMP WAS EXPECTED'
               SET WS-ENV-BAD-YES TO TRUE
             ELSE
               PERFORM SCAN-ENVELOPE-RECORD
                 UNTIL WS-ENV-EOF-YES OR WS-ENV-TRL-SEEN
               PERFORM CHECK-ENVELOPE-BALANCE
             END-IF
           END-IF

           CLOSE TN-SAMPLE-FILE
           .
       SCAN-ENVELOPE-RECORD.
           READ TN-SAMPLE-FILE
             AT END
               SET WS-ENV-EOF-YES TO TRUE
             NOT AT END
               IF TN-SAMPLE-RECORD(1:3) = 'TRL'
                 SET WS-ENV-TRL-SEEN TO TRUE
                 MOVE TN-SAMPLE-RECORD(1:42) TO WS-ENVELOPE-RECORD
               ELSE
                 ADD 1 TO WS-ENV-DATA-CT
                 MOVE TN-SAMPLE-RECORD TO WS-ENV-HASH-RECORD
                 MOVE 42 TO WS-ENV-LEN-I
                 CALL 'CENVHASH' USING
                   WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH
               END-IF
           END-READ
           .
      ******************************************************************
      * Compares the trailer's stated totals against what the scan
      * actually found; a missing trailer means the transmission was
      * truncated.
      ******************************************************************
       CHECK-ENVELOPE-BALANCE.
           EVALUATE TRUE
             WHEN NOT WS-ENV-TRL-SEEN
               DISPLAY 'CDFTTON - SAMPLES ENDED WITHOUT AN '
                    'ENVELOPE TRAILER'
               SET WS-ENV-BAD-YES TO TRUE

             WHEN WS-ENV-RECORD-CT NOT = WS-ENV-DATA-CT
               DISPLAY 'CDFTTON - TRAILER COUNT '
                    WS-ENV-RECORD-CT ' BUT ' WS-ENV-DATA-CT
                    ' RECORDS ON FILE'
               SET WS-ENV-BAD-YES TO TRUE

             WHEN WS-ENV-HASH-TOTAL NOT = WS-ENV-HASH
               DISPLAY 'CDFTTON - TRAILER HASH '
                    WS-ENV-HASH-TOTAL ' BUT ' WS-ENV-HASH
                    ' COMPUTED'
               SET WS-ENV-BAD-YES TO TRUE
           END-EVALUATE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO TN-REPORT-LINE
           WRITE TN-REPORT-LINE
           MOVE 'CDFTTONR' TO WS-IO-FILE
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
             DISPLAY 'CDFTTON - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
