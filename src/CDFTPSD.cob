       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDFTPSD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CP-SAMPLE-FILE ASSIGN TO "CDSAMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CP-CSAMPLE-FILE ASSIGN TO "CDSAMPC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CP-PARM-FILE ASSIGN TO "CDFTPSDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CP-CATALOG-FILE ASSIGN TO "CDFTCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CP-PSD-FILE ASSIGN TO "CDFTPSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CP-REPORT-FILE ASSIGN TO "CDFTPSDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CP-SAMPLE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY DFTSAMP REPLACING ==(PRFX)== BY ==CP-==.
       FD  CP-CSAMPLE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY DFTSAMPC REPLACING ==(PRFX)== BY ==CP-CS-==.
       FD  CP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CP-PARM-RECORD.
         10  CP-PARM-WINDOW        PIC X(08).
         10  CP-PARM-SEG-LEN       PIC 9(04).
         10  CP-PARM-OVERLAP-PCT   PIC 9(02).
         10  FILLER                PIC X(66).
       FD  CP-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CP-CAT-==.
       FD  CP-PSD-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTPSD REPLACING ==(PRFX)== BY ==CP-PSD-==.
       FD  CP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CP-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SAMP-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SAMPQ-==.
      * one windowed segment, the arrays CMACARR folds each bin over
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SEG-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SEGQ-==.
      * the window weight per segment position, computed once, and
      * each bin's running sum of squared magnitudes across segments
       01 WS-WEIGHT-TABLE.
         05 WS-WEIGHT-ENTRY-V OCCURS 5000 TIMES COMP-2.
       01 WS-POWER-TABLE.
         05 WS-POWER-ENTRY-V OCCURS 5000 TIMES COMP-2.
       01 WS-CMODE-SW   PIC X(01) VALUE 'N'.
         88 WS-CMODE-YES VALUE 'Y'.
       01 WS-SAMPLE-CT  PIC 9(04) VALUE 0.
      * the copy/REALARR.cpy OCCURS depth; a capture longer than
      * this is refused up front rather than overlaying storage.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-SAMPLE-==.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-ENV-MODE-SW PIC X(01) VALUE 'N'.
         88 WS-ENV-MODE-YES VALUE 'Y'.
       01 WS-EOF-SW     PIC X(01) VALUE 'N'.
         88 WS-EOF-YES  VALUE 'Y'.
      ******************************************************************
      * the selected window - the same names and cosine-series
      * coefficients CDFTWIN applies:
      *   w[n] = A0 - A1*COS(2 PI n / (L-1)) + A2*COS(4 PI n / (L-1))
      ******************************************************************
       01 WS-WINDOW-NAME PIC X(08) VALUE SPACES.
         88 WS-WINDOW-HANN     VALUE 'HANN'.
         88 WS-WINDOW-HAMMING  VALUE 'HAMMING'.
         88 WS-WINDOW-BLACKMAN VALUE 'BLACKMAN'.
       01 WS-COEF-A0-V  COMP-2.
       01 WS-COEF-A1-V  COMP-2.
       01 WS-COEF-A2-V  COMP-2.
       01 WS-ANGLE-V    COMP-2.
       01 WS-WEIGHT-POWER-V COMP-2.
      ******************************************************************
      * segmenting: L samples per segment, each segment starting
      * STEP samples after the one before, STEP = L less the overlap.
      * Half overlap on a Hann window is the textbook Welch setting
      * and is what a blank overlap on the card gives.
      ******************************************************************
       01 WS-SEG-LEN    PIC 9(04) VALUE 0.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-SEG-LEN-==.
       01 WS-MIN-SEG-LEN PIC 9(04) VALUE 8.
       01 WS-OVERLAP-PCT PIC 9(02) VALUE 50.
       01 WS-MAX-OVERLAP-PCT PIC 9(02) VALUE 90.
       01 WS-SEG-STEP   PIC 9(04) VALUE 0.
       01 WS-SEG-CT     PIC 9(04) VALUE 0.
       01 WS-SEG-NO     PIC 9(04) VALUE 0.
       01 WS-SEG-START  PIC 9(04) VALUE 0.
       01 WS-N          PIC 9(04) VALUE 0.
       01 WS-K          PIC 9(04) VALUE 0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-TWIDDLE-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-ACC-==.
      * the capture's catalog entry, when one is supplied
       01 WS-CAT-SW PIC X(01) VALUE 'N'.
         88 WS-CAT-YES VALUE 'Y'.
       01 WS-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-SAMPLE-RATE-V COMP-2.
      ******************************************************************
      * the summary figures: the noise floor is the mean density of
      * the bins below the Nyquist fold that are not spectral lines,
      * a line being any bin over WS-LINE-FACTOR times the plain mean
      * of those bins; the strongest bin is reported alongside it.
      ******************************************************************
       01 WS-LINE-FACTOR PIC 9(02) VALUE 4.
       01 WS-HALF-CT    PIC 9(04) VALUE 0.
       01 WS-PSD-V      COMP-2.
       01 WS-MEAN-V     COMP-2.
       01 WS-FLOOR-SUM-V COMP-2.
       01 WS-FLOOR-CT   PIC 9(04) VALUE 0.
       01 WS-FLOOR-V    COMP-2.
       01 WS-FLOOR-DB-V COMP-2.
       01 WS-PEAK-BIN   PIC 9(04) VALUE 0.
       01 WS-PEAK-V     COMP-2.
       01 WS-CLIP-CT    PIC 9(04) VALUE 0.
       01 WS-PSD-MAX-V  COMP-2 VALUE 9999999999.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-PSD-DISP
         PIC -(9)9.9(06).
       01 WS-DB-DISP
         PIC -(4)9.9(02).
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Welch averaged power spectral density of one capture: reads
      * the time-domain samples - CDSAMPC's complex (I/Q) records
      * when that file has them, otherwise CDSAMP's real-valued
      * records, the same mode choice CDFT makes - splits them into
      * overlapping segments of the length named on the CDFTPSDP
      * card, weights each segment with the card's CDFTWIN window,
      * transforms it with the same one-CMACARR-call-per-bin shape
      * CDFT uses, and averages the squared bin magnitudes over the
      * segments.  The average, normalized by the window's power,
      * goes to CDFTPSD one copy/DFTPSD.cpy record per bin under the
      * capture's catalog id, and CDFTPSDR reports the segmenting,
      * the noise floor and the strongest bin.  A single CDFT
      * spectrum of a noisy field capture jumps bin to bin; the
      * average over segments settles to the floor and the lines
      * that are really there, at the cost of coarser bins.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           EVALUATE TRUE
             WHEN WS-WINDOW-HANN
               MOVE 0.5  TO WS-COEF-A0-V
               MOVE 0.5  TO WS-COEF-A1-V
               MOVE 0    TO WS-COEF-A2-V
             WHEN WS-WINDOW-HAMMING
               MOVE 0.54 TO WS-COEF-A0-V
               MOVE 0.46 TO WS-COEF-A1-V
               MOVE 0    TO WS-COEF-A2-V
             WHEN WS-WINDOW-BLACKMAN
               MOVE 0.42 TO WS-COEF-A0-V
               MOVE 0.5  TO WS-COEF-A1-V
               MOVE 0.08 TO WS-COEF-A2-V
             WHEN OTHER
               DISPLAY 'CDFTPSD - UNRECOGNIZED WINDOW '
                    WS-WINDOW-NAME
                    ' - EXPECTED HANN, HAMMING OR BLACKMAN'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
           END-EVALUATE

           IF WS-SEG-LEN < WS-MIN-SEG-LEN
               OR WS-SEG-LEN > WS-SAMPLE-ARRAY-MAX
             DISPLAY 'CDFTPSD - SEGMENT LENGTH ' WS-SEG-LEN
                  ' OUTSIDE ' WS-MIN-SEG-LEN ' TO '
                  WS-SAMPLE-ARRAY-MAX
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-OVERLAP-PCT > WS-MAX-OVERLAP-PCT
             DISPLAY 'CDFTPSD - OVERLAP ' WS-OVERLAP-PCT
                  ' PCT OVER THE ' WS-MAX-OVERLAP-PCT ' PCT LIMIT'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM READ-CAPTURE-CATALOG

           PERFORM DETERMINE-SAMPLE-MODE

           IF WS-CMODE-YES
             OPEN INPUT CP-CSAMPLE-FILE
             MOVE 'CDSAMPC' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-CSAMPLE-RECORD
             PERFORM LOAD-CSAMPLE-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
             CLOSE CP-CSAMPLE-FILE
             MOVE 'CDSAMPC' TO WS-IO-FILE
             MOVE 'CLOSE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           ELSE
             OPEN INPUT CP-SAMPLE-FILE
             MOVE 'CDSAMP' TO WS-IO-FILE
             MOVE 'OPEN' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
             PERFORM READ-SAMPLE-RECORD
             PERFORM LOAD-SAMPLE-RECORD
               UNTIL WS-EOF-YES OR WS-OVERFLOW-YES
             CLOSE CP-SAMPLE-FILE
             MOVE 'CDSAMP' TO WS-IO-FILE
             MOVE 'CLOSE' TO WS-IO-OP
             PERFORM CHECK-IO-STATUS
           END-IF

           IF WS-OVERFLOW-YES
             DISPLAY 'CDFTPSD - CAPTURE EXCEEDS ' WS-SAMPLE-ARRAY-MAX
                  ' SAMPLES AND CANNOT BE PROCESSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-SAMPLE-CT < WS-SEG-LEN
             DISPLAY 'CDFTPSD - CAPTURE OF ' WS-SAMPLE-CT
                  ' SAMPLES IS SHORTER THAN ONE ' WS-SEG-LEN
                  '-SAMPLE SEGMENT'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           COMPUTE WS-SEG-STEP =
             WS-SEG-LEN - (WS-SEG-LEN * WS-OVERLAP-PCT / 100)
           IF WS-SEG-STEP < 1
             MOVE 1 TO WS-SEG-STEP
           END-IF
           COMPUTE WS-SEG-CT =
             ((WS-SAMPLE-CT - WS-SEG-LEN) / WS-SEG-STEP) + 1
           MOVE WS-SEG-LEN TO WS-SEG-LEN-I

           PERFORM BUILD-WINDOW-TABLE

           MOVE 1 TO WS-K
           PERFORM CLEAR-POWER-ENTRY
             UNTIL WS-K > WS-SEG-LEN

           MOVE 1 TO WS-SEG-NO
           PERFORM TRANSFORM-ONE-SEGMENT
             UNTIL WS-SEG-NO > WS-SEG-CT

           OPEN OUTPUT CP-PSD-FILE
           MOVE 'CDFTPSD' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 0 TO WS-K
           PERFORM WRITE-PSD-RECORD
             UNTIL WS-K > WS-SEG-LEN - 1

           CLOSE CP-PSD-FILE
           MOVE 'CDFTPSD' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM MEASURE-NOISE-FLOOR

           PERFORM WRITE-PSD-REPORT

           IF WS-CLIP-CT > 0
             DISPLAY 'CDFTPSD - ' WS-CLIP-CT ' BINS OVER THE PSD '
                  'FIELD CAPACITY WERE WRITTEN AT ITS MAXIMUM'
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Reads the CDFTPSDP card: window name, segment length, overlap
      * percentage.  A missing card is refused rather than defaulted,
      * the same rule CDFTWIN applies, so nobody reads a density
      * whose segmenting they didn't choose; a blank overlap takes
      * the half-overlap default.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT CP-PARM-FILE
           MOVE 'CDFTPSDP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CP-PARM-FILE
             AT END
               DISPLAY 'CDFTPSD - NO PARAMETER CARD ON CDFTPSDP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE CP-PARM-FILE
               GOBACK
           END-READ

           MOVE CP-PARM-WINDOW TO WS-WINDOW-NAME

           IF CP-PARM-SEG-LEN IS NUMERIC
             MOVE CP-PARM-SEG-LEN TO WS-SEG-LEN
           END-IF

           IF CP-PARM-OVERLAP-PCT IS NUMERIC
             MOVE CP-PARM-OVERLAP-PCT TO WS-OVERLAP-PCT
           END-IF

           CLOSE CP-PARM-FILE
           .
      ******************************************************************
      * Reads the capture's CXCAPCAT catalog entry when one is
      * supplied; its id keys every density record written and its
      * sample rate turns the bin width into hertz on the report.
      ******************************************************************
       READ-CAPTURE-CATALOG.
           OPEN INPUT CP-CATALOG-FILE

           READ CP-CATALOG-FILE
             AT END
               CONTINUE
             NOT AT END
               SET WS-CAT-YES TO TRUE
               MOVE CP-CAT-CAPTURE-ID TO WS-CAPTURE-ID
               MOVE CP-CAT-SAMPLE-RATE TO WS-SAMPLE-RATE-V
           END-READ

           CLOSE CP-CATALOG-FILE
           .
      ******************************************************************
      * Peeks at the OPTIONAL CDSAMPC file: a capture present there
      * selects complex (I/Q) mode for the run, the same mode choice
      * CDFT's DETERMINE-SAMPLE-MODE makes.
      ******************************************************************
       DETERMINE-SAMPLE-MODE.
           OPEN INPUT CP-CSAMPLE-FILE
           MOVE 'CDSAMPC' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CP-CSAMPLE-FILE
             AT END
               CONTINUE
             NOT AT END
               SET WS-CMODE-YES TO TRUE
               IF CP-CS-SAMPLE-RECORD(1:3) = 'HDR'
                 SET WS-ENV-MODE-YES TO TRUE
               END-IF
           END-READ

           CLOSE CP-CSAMPLE-FILE
           MOVE 'CDSAMPC' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
      ******************************************************************
      * Reads the next real sample and sets WS-EOF-YES at end of
      * file; on an enveloped capture the HDR record is skipped and
      * the TRL record reads as end-of-file.
      ******************************************************************
       READ-SAMPLE-RECORD.
           READ CP-SAMPLE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES
               AND CP-SAMPLE-RECORD(1:3) = 'HDR'
             SET WS-ENV-MODE-YES TO TRUE
             READ CP-SAMPLE-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
             END-READ
           END-IF

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND CP-SAMPLE-RECORD(1:3) = 'TRL'
             SET WS-EOF-YES TO TRUE
           END-IF
           .
       LOAD-SAMPLE-RECORD.
           IF WS-SAMPLE-CT = WS-SAMPLE-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-SAMPLE-CT
             MOVE CP-VALUE TO WS-SAMP-ENTRY(WS-SAMPLE-CT)
             MOVE 0 TO WS-SAMPQ-ENTRY(WS-SAMPLE-CT)

             PERFORM READ-SAMPLE-RECORD
           END-IF
           .
      ******************************************************************
      * Reads the next complex sample and sets WS-EOF-YES at end of
      * file, with the same HDR-skip/TRL-stops handling as the real
      * reader.
      ******************************************************************
       READ-CSAMPLE-RECORD.
           READ CP-CSAMPLE-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND CP-CS-SAMPLE-RECORD(1:3) = 'HDR'
             READ CP-CSAMPLE-FILE
               AT END
                 SET WS-EOF-YES TO TRUE
             END-READ
           END-IF

           IF NOT WS-EOF-YES AND WS-ENV-MODE-YES
               AND CP-CS-SAMPLE-RECORD(1:3) = 'TRL'
             SET WS-EOF-YES TO TRUE
           END-IF
           .
       LOAD-CSAMPLE-RECORD.
           IF WS-SAMPLE-CT = WS-SAMPLE-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-SAMPLE-CT
             MOVE CP-CS-I-VALUE TO WS-SAMP-ENTRY(WS-SAMPLE-CT)
             MOVE CP-CS-Q-VALUE TO WS-SAMPQ-ENTRY(WS-SAMPLE-CT)

             PERFORM READ-CSAMPLE-RECORD
           END-IF
           .
      ******************************************************************
      * Computes the window weight for every position of a segment
      * once, and the window's power SUM(w[n]**2), the normalizer
      * that makes the density independent of the window chosen.
      ******************************************************************
       BUILD-WINDOW-TABLE.
           MOVE 0 TO WS-WEIGHT-POWER-V
           MOVE 1 TO WS-N

           PERFORM BUILD-WINDOW-ENTRY
             UNTIL WS-N > WS-SEG-LEN
           .
       BUILD-WINDOW-ENTRY.
           COMPUTE WS-ANGLE-V =
             2 * FUNCTION PI * (WS-N - 1) / (WS-SEG-LEN - 1)

           COMPUTE WS-WEIGHT-ENTRY-V(WS-N) =
             WS-COEF-A0-V
             - WS-COEF-A1-V * FUNCTION COS(WS-ANGLE-V)
             + WS-COEF-A2-V * FUNCTION COS(2 * WS-ANGLE-V)

           COMPUTE WS-WEIGHT-POWER-V = WS-WEIGHT-POWER-V
             + WS-WEIGHT-ENTRY-V(WS-N) * WS-WEIGHT-ENTRY-V(WS-N)

           ADD 1 TO WS-N
           .
       CLEAR-POWER-ENTRY.
           MOVE 0 TO WS-POWER-ENTRY-V(WS-K)
           ADD 1 TO WS-K
           .
      ******************************************************************
      * Windows segment WS-SEG-NO into the segment arrays, then
      * transforms it bin by bin, adding each bin's squared magnitude
      * into the running power table.
      ******************************************************************
       TRANSFORM-ONE-SEGMENT.
           COMPUTE WS-SEG-START =
             (WS-SEG-NO - 1) * WS-SEG-STEP + 1

           MOVE 1 TO WS-N
           PERFORM WINDOW-ONE-SAMPLE
             UNTIL WS-N > WS-SEG-LEN

           MOVE 0 TO WS-K
           PERFORM ACCUMULATE-SEGMENT-BIN
             UNTIL WS-K > WS-SEG-LEN - 1

           ADD 1 TO WS-SEG-NO
           .
       WINDOW-ONE-SAMPLE.
           COMPUTE WS-SEG-ENTRY(WS-N) =
             WS-SAMP-ENTRY(WS-SEG-START + WS-N - 1)
             * WS-WEIGHT-ENTRY-V(WS-N)
           COMPUTE WS-SEGQ-ENTRY(WS-N) =
             WS-SAMPQ-ENTRY(WS-SEG-START + WS-N - 1)
             * WS-WEIGHT-ENTRY-V(WS-N)

           ADD 1 TO WS-N
           .
      ******************************************************************
      * One bin of one segment, one CMACARR call - the same twiddle
      * step and accumulation CDFT's COMPUTE-FREQUENCY-BIN uses, over
      * the segment's L samples instead of the whole capture.
      ******************************************************************
       ACCUMULATE-SEGMENT-BIN.
           MOVE 0 TO WS-ACC-RE
           MOVE 0 TO WS-ACC-IM

           COMPUTE WS-ANGLE-V =
             -2 * FUNCTION PI * WS-K / WS-SEG-LEN

           COMPUTE WS-TWIDDLE-RE = FUNCTION COS(WS-ANGLE-V)
           COMPUTE WS-TWIDDLE-IM = FUNCTION SIN(WS-ANGLE-V)

           CALL 'CMACARR' USING
             WS-SEG-REAL-ARRAY,
             WS-SEGQ-REAL-ARRAY,
             WS-SEG-LEN-I,
             WS-TWIDDLE-COMPLEX,
             WS-ACC-COMPLEX

           COMPUTE WS-POWER-ENTRY-V(WS-K + 1) =
             WS-POWER-ENTRY-V(WS-K + 1)
             + WS-ACC-RE * WS-ACC-RE
             + WS-ACC-IM * WS-ACC-IM

           ADD 1 TO WS-K
           .
      ******************************************************************
      * Turns bin WS-K's power sum into the averaged density - over
      * the segment count and the window power - keeps it in the
      * table for the noise-floor pass, and writes its record.  A
      * density too large for the record's field is written at the
      * field's maximum and counted, rather than truncated silently.
      ******************************************************************
       WRITE-PSD-RECORD.
           COMPUTE WS-PSD-V =
             WS-POWER-ENTRY-V(WS-K + 1)
             / (WS-SEG-CT * WS-WEIGHT-POWER-V)
           MOVE WS-PSD-V TO WS-POWER-ENTRY-V(WS-K + 1)

           MOVE WS-CAPTURE-ID TO CP-PSD-CAPTURE-ID
           MOVE WS-K TO CP-PSD-BIN-NO
           IF WS-PSD-V > WS-PSD-MAX-V
             MOVE WS-PSD-MAX-V TO CP-PSD-PSD-VALUE
             ADD 1 TO WS-CLIP-CT
           ELSE
             MOVE WS-PSD-V TO CP-PSD-PSD-VALUE
           END-IF
           MOVE WS-SEG-CT TO CP-PSD-SEGMENT-CT
           MOVE WS-SEG-LEN TO CP-PSD-SEGMENT-LEN
           MOVE WS-WINDOW-NAME TO CP-PSD-WINDOW
           MOVE SPACES TO CP-PSD-PSD-RECORD(46:1)
           WRITE CP-PSD-PSD-RECORD
           MOVE 'CDFTPSD' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-K
           .
      ******************************************************************
      * Noise floor over the bins between DC and the Nyquist fold:
      * the plain mean first, then the mean again leaving out the
      * bins standing more than WS-LINE-FACTOR times above it, so the
      * lines themselves don't lift the floor.  Also finds the
      * strongest bin.
      ******************************************************************
       MEASURE-NOISE-FLOOR.
           COMPUTE WS-HALF-CT = WS-SEG-LEN / 2
           MOVE 0 TO WS-FLOOR-SUM-V
           MOVE 0 TO WS-PEAK-V
           MOVE 0 TO WS-PEAK-BIN

           MOVE 2 TO WS-K
           PERFORM SUM-DENSITY-BIN
             UNTIL WS-K > WS-HALF-CT

           COMPUTE WS-MEAN-V = WS-FLOOR-SUM-V / (WS-HALF-CT - 1)

           MOVE 0 TO WS-FLOOR-SUM-V
           MOVE 0 TO WS-FLOOR-CT
           MOVE 2 TO WS-K
           PERFORM SUM-FLOOR-BIN
             UNTIL WS-K > WS-HALF-CT

           IF WS-FLOOR-CT > 0
             COMPUTE WS-FLOOR-V = WS-FLOOR-SUM-V / WS-FLOOR-CT
           ELSE
             MOVE WS-MEAN-V TO WS-FLOOR-V
           END-IF
           .
       SUM-DENSITY-BIN.
           COMPUTE WS-FLOOR-SUM-V =
             WS-FLOOR-SUM-V + WS-POWER-ENTRY-V(WS-K)

           IF WS-POWER-ENTRY-V(WS-K) > WS-PEAK-V
             MOVE WS-POWER-ENTRY-V(WS-K) TO WS-PEAK-V
             COMPUTE WS-PEAK-BIN = WS-K - 1
           END-IF

           ADD 1 TO WS-K
           .
       SUM-FLOOR-BIN.
           IF WS-POWER-ENTRY-V(WS-K) NOT > WS-MEAN-V * WS-LINE-FACTOR
             COMPUTE WS-FLOOR-SUM-V =
               WS-FLOOR-SUM-V + WS-POWER-ENTRY-V(WS-K)
             ADD 1 TO WS-FLOOR-CT
           END-IF

           ADD 1 TO WS-K
           .
      ******************************************************************
      * Writes the CDFTPSDR report: the capture, how it was segmented
      * and windowed, how many segments were averaged, the noise
      * floor (also in dB, 10 LOG10 of the density) and the
      * strongest bin.
      ******************************************************************
       WRITE-PSD-REPORT.
           OPEN OUTPUT CP-REPORT-FILE
           MOVE 'CDFTPSDR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           IF WS-CAT-YES
             STRING
               'WELCH PSD FOR CAPTURE ' DELIMITED BY SIZE
               WS-CAPTURE-ID            DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
           ELSE
             MOVE 'WELCH PSD FOR UNCATALOGED CAPTURE'
               TO WS-RPT-LINE-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SAMPLES='          DELIMITED BY SIZE
             WS-SAMPLE-CT        DELIMITED BY SIZE
             ' WINDOW='          DELIMITED BY SIZE
             WS-WINDOW-NAME      DELIMITED BY SIZE
             ' SEGMENT LEN='     DELIMITED BY SIZE
             WS-SEG-LEN          DELIMITED BY SIZE
             ' OVERLAP PCT='     DELIMITED BY SIZE
             WS-OVERLAP-PCT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SEGMENTS AVERAGED=' DELIMITED BY SIZE
             WS-SEG-CT            DELIMITED BY SIZE
             ' STEP='             DELIMITED BY SIZE
             WS-SEG-STEP          DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-CAT-YES
             COMPUTE WS-ENG-V = WS-SAMPLE-RATE-V / WS-SEG-LEN
             MOVE 'HZ' TO WS-ENG-UNIT
             CALL 'CENGFMT' USING
               WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'BIN WIDTH='      DELIMITED BY SIZE
               WS-ENG-TEXT       DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-FLOOR-V TO WS-PSD-DISP
           IF WS-FLOOR-V > 0
             COMPUTE WS-FLOOR-DB-V =
               10 * FUNCTION LOG10(WS-FLOOR-V)
           ELSE
             MOVE -999.99 TO WS-FLOOR-DB-V
           END-IF
           MOVE WS-FLOOR-DB-V TO WS-DB-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'NOISE FLOOR='      DELIMITED BY SIZE
             WS-PSD-DISP         DELIMITED BY SIZE
             ' ('                DELIMITED BY SIZE
             WS-DB-DISP          DELIMITED BY SIZE
             ' DB) OVER '        DELIMITED BY SIZE
             WS-FLOOR-CT         DELIMITED BY SIZE
             ' BINS'             DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE WS-PEAK-V TO WS-PSD-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'STRONGEST BIN='    DELIMITED BY SIZE
             WS-PEAK-BIN         DELIMITED BY SIZE
             ' PSD='             DELIMITED BY SIZE
             WS-PSD-DISP         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE CP-REPORT-FILE
           MOVE 'CDFTPSDR' TO WS-IO-FILE
           MOVE 'CLOSE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CP-REPORT-LINE
           WRITE CP-REPORT-LINE
           MOVE 'CDFTPSDR' TO WS-IO-FILE
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
             DISPLAY 'CDFTPSD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
