       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDFTZMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZM-VBIN-FILE ASSIGN TO "CDFTBINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-IBIN-FILE ASSIGN TO "CDFTBINI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-VCAT-FILE ASSIGN TO "CDFTCATV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-ICAT-FILE ASSIGN TO "CDFTCATI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-PARM-FILE ASSIGN TO "CDFTZMSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-ZMEAS-FILE ASSIGN TO "CDFTZMEA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-OUT-FILE ASSIGN TO "CDFTZCOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT ZM-REPORT-FILE ASSIGN TO "CDFTZMSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ZM-VBIN-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTBIN REPLACING ==(PRFX)== BY ==ZM-V-==.
       FD  ZM-IBIN-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY DFTBIN REPLACING ==(PRFX)== BY ==ZM-I-==.
       FD  ZM-VCAT-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==ZM-VC-==.
       FD  ZM-ICAT-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==ZM-IC-==.
       FD  ZM-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CDFTZMSP card: the branch the captures were taken on,
      * the fundamental frequency in hertz (zero or blank - take the
      * strongest voltage bin below the fold), and up to ten
      * harmonic orders, two digits each, blank-ended.
      ******************************************************************
       01  ZM-PARM-RECORD.
         10  ZM-PARM-BRANCH-ID     PIC X(08).
         10  ZM-PARM-FUND-FREQ
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  ZM-PARM-HARMONICS.
           15  ZM-PARM-HARMONIC    PIC X(02) OCCURS 10 TIMES.
         10  FILLER                PIC X(35).
       FD  ZM-ZMEAS-FILE
           RECORD CONTAINS 84 CHARACTERS.
       COPY DFTZMEAS REPLACING ==(PRFX)== BY ==ZM-Z-==.
       FD  ZM-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXIMPCOR REPLACING ==(PRFX)== BY ==ZM-OUT-==.
       FD  ZM-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ZM-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * both captures' spectra, bin K at entry K + 1
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-VR-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-VI-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-IR-==.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-II-==.
       01 WS-VBIN-CT    PIC 9(04) VALUE 0.
       01 WS-IBIN-CT    PIC 9(04) VALUE 0.
       COPY ARRMAX REPLACING ==(PRFX)== BY ==WS-==.
       01 WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
         88 WS-OVERFLOW-YES VALUE 'Y'.
       01 WS-EOF-SW     PIC X(01) VALUE 'N'.
         88 WS-EOF-YES  VALUE 'Y'.
       01 WS-VBIN-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-IBIN-CAPTURE-ID PIC X(08) VALUE SPACES.
      * the two captures' catalog entries - both are required, since
      * the rate is what proves the bins line up
       01 WS-V-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-I-CAPTURE-ID PIC X(08) VALUE SPACES.
       01 WS-V-RATE     PIC S9(8)V9(8) VALUE 0.
       01 WS-I-RATE     PIC S9(8)V9(8) VALUE 0.
       01 WS-SAMPLE-RATE-V COMP-2.
       01 WS-V-DATE     PIC 9(08) VALUE 0.
       01 WS-V-TIME     PIC 9(06) VALUE 0.
       01 WS-I-DATE     PIC 9(08) VALUE 0.
       01 WS-I-TIME     PIC 9(06) VALUE 0.
      * the parameter card, unpacked
       01 WS-BRANCH-ID  PIC X(08) VALUE SPACES.
       01 WS-FUND-FREQ-V COMP-2.
       01 WS-HARM-TABLE.
         05 WS-HARM-CT  PIC 9(02) VALUE 0.
         05 WS-HARM-ORDER PIC 9(02) OCCURS 11 TIMES.
       01 WS-H          PIC 9(02) VALUE 0.
       01 WS-P          PIC 9(02) VALUE 0.
       01 WS-PARM-END-SW PIC X(01) VALUE 'N'.
         88 WS-PARM-END-YES VALUE 'Y'.
      ******************************************************************
      * the fundamental's bin and the current floor: a harmonic bin
      * whose current magnitude is under WS-LOW-CURRENT-PCT percent
      * of the fundamental's current is too small to divide by - its
      * "impedance" would be the capture's noise, not the branch.
      ******************************************************************
       01 WS-HALF-CT    PIC 9(04) VALUE 0.
       01 WS-FUND-BIN   PIC 9(04) VALUE 0.
       01 WS-I          PIC 9(04) VALUE 0.
       01 WS-BIN        PIC 9(04) VALUE 0.
       01 WS-MAG-V      COMP-2.
       01 WS-BEST-MAG-V COMP-2.
       01 WS-FUND-IMAG-V COMP-2.
       01 WS-LOW-CURRENT-PCT PIC 9(02)V9(02) VALUE 1.
       01 WS-FREQ-V     COMP-2.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-Z-==.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-CUR-==.
       COPY STATUS  REPLACING ==(PRFX)== BY ==WS-DIV-==.
       01 WS-FUND-OK-SW PIC X(01) VALUE 'N'.
         88 WS-FUND-OK-YES VALUE 'Y'.
      * the standard control envelope on the correction output, so
      * CIMPUPD balances it like any transmitted feed.
       COPY CXENVL REPLACING ==(PRFX)== BY ==WS-==.
       COPY INTEGER REPLACING ==(PRFX)== BY ==WS-ENV-LEN-==.
       01 WS-ENV-DATA-CT PIC 9(08) VALUE 0.
       01 WS-ENV-HASH PIC 9(15) VALUE 0.
       01 WS-ENV-HASH-RECORD PIC X(256) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-CTL-POINT-CT PIC 9(04) VALUE 0.
       01 WS-CTL-LOW-CT PIC 9(04) VALUE 0.
       01 WS-CTL-FAIL-CT PIC 9(04) VALUE 0.
       01 WS-CTL-SKIP-CT PIC 9(04) VALUE 0.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ENG-==.
       01 WS-ENG-UNIT PIC X(04) VALUE SPACES.
       01 WS-ENG-TEXT PIC X(20) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Measured branch impedance off a pair of simultaneous bench
      * captures: the voltage capture's spectrum (CDFTBINV) and the
      * current capture's (CDFTBINI), each with its CXCAPCAT catalog
      * entry.  The two must share a sample rate and a length, or the
      * bins don't sit at the same frequencies and dividing them is
      * meaningless; a mismatched pair is refused.  At the
      * fundamental and each harmonic order on the CDFTZMSP card the
      * voltage bin is divided by the current bin through CMDIV,
      * giving Z(f) = V(f) / I(f), written to CDFTZMEA one
      * copy/DFTZMEAS.cpy record per order.  The fundamental's value
      * also goes to CDFTZCOR as an enveloped CXIMPCOR correction for
      * the card's branch, flagged capture-derived, for the CIMPUPD
      * cycle - the DFT bench and the impedance master finally meet
      * without anyone rekeying a number.
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-PARAMETER-CARD
           PERFORM READ-CAPTURE-CATALOGS

           IF WS-V-RATE NOT = WS-I-RATE
             DISPLAY 'CDFTZMS - VOLTAGE CAPTURE ' WS-V-CAPTURE-ID
                  ' AND CURRENT CAPTURE ' WS-I-CAPTURE-ID
                  ' HAVE DIFFERENT SAMPLE RATES - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-V-RATE NOT > 0
             DISPLAY 'CDFTZMS - CATALOG SAMPLE RATE IS NOT POSITIVE'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           MOVE WS-V-RATE TO WS-SAMPLE-RATE-V

           PERFORM LOAD-VOLTAGE-BINS
           PERFORM LOAD-CURRENT-BINS

           EVALUATE TRUE
             WHEN WS-OVERFLOW-YES
               DISPLAY 'CDFTZMS - A SPECTRUM EXCEEDS ' WS-ARRAY-MAX
                    ' BINS AND CANNOT BE PROCESSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-VBIN-CT NOT = WS-IBIN-CT
               DISPLAY 'CDFTZMS - VOLTAGE SPECTRUM HAS ' WS-VBIN-CT
                    ' BINS BUT CURRENT SPECTRUM HAS ' WS-IBIN-CT
                    ' - RUN REFUSED'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-VBIN-CT < 4
               DISPLAY 'CDFTZMS - ONLY ' WS-VBIN-CT
                    ' BINS, NOTHING TO MEASURE'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-VBIN-CAPTURE-ID NOT = WS-V-CAPTURE-ID
               DISPLAY 'CDFTZMS - CDFTBINV HOLDS CAPTURE '
                    WS-VBIN-CAPTURE-ID ' BUT CDFTCATV NAMES '
                    WS-V-CAPTURE-ID
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN WS-IBIN-CAPTURE-ID NOT = WS-I-CAPTURE-ID
               DISPLAY 'CDFTZMS - CDFTBINI HOLDS CAPTURE '
                    WS-IBIN-CAPTURE-ID ' BUT CDFTCATI NAMES '
                    WS-I-CAPTURE-ID
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
           END-EVALUATE

           COMPUTE WS-HALF-CT = WS-VBIN-CT / 2

           PERFORM LOCATE-FUNDAMENTAL-BIN

           IF WS-FUND-BIN = 0 OR WS-FUND-BIN > WS-HALF-CT
             DISPLAY 'CDFTZMS - FUNDAMENTAL FALLS OUTSIDE BINS 1 TO '
                  WS-HALF-CT ' - RUN REFUSED'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           COMPUTE WS-FUND-IMAG-V = FUNCTION SQRT(
             WS-IR-ENTRY(WS-FUND-BIN + 1) * WS-IR-ENTRY(WS-FUND-BIN + 1)
             + WS-II-ENTRY(WS-FUND-BIN + 1)
               * WS-II-ENTRY(WS-FUND-BIN + 1))

           OPEN OUTPUT ZM-ZMEAS-FILE
           MOVE 'CDFTZMEA' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT ZM-OUT-FILE
           MOVE 'CDFTZCOR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT ZM-REPORT-FILE
           MOVE 'CDFTZMSR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-ENVELOPE-HEADER

           MOVE 1 TO WS-H
           PERFORM MEASURE-ONE-ORDER
             UNTIL WS-H > WS-HARM-CT

           PERFORM WRITE-ENVELOPE-TRAILER

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'POINTS MEASURED: '  DELIMITED BY SIZE
             WS-CTL-POINT-CT      DELIMITED BY SIZE
             '  LOW CURRENT: '    DELIMITED BY SIZE
             WS-CTL-LOW-CT        DELIMITED BY SIZE
             '  DIVIDE FAILED: '  DELIMITED BY SIZE
             WS-CTL-FAIL-CT       DELIMITED BY SIZE
             '  ABOVE NYQUIST: '  DELIMITED BY SIZE
             WS-CTL-SKIP-CT       DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-FUND-OK-YES
             MOVE 'NO CORRECTION WRITTEN - THE FUNDAMENTAL COULD NOT '
               & 'BE MEASURED' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE ZM-ZMEAS-FILE
           CLOSE ZM-OUT-FILE
           CLOSE ZM-REPORT-FILE

           EVALUATE TRUE
             WHEN NOT WS-FUND-OK-YES
               MOVE WS-RC-DATA-REJECT TO RETURN-CODE
             WHEN WS-CTL-LOW-CT > 0 OR WS-CTL-FAIL-CT > 0
                 OR WS-CTL-SKIP-CT > 0
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * Reads and unpacks the CDFTZMSP card.  The fundamental is
      * always measured, as order 01; the card's harmonic orders
      * follow it, stopping at the first blank.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT ZM-PARM-FILE
           MOVE 'CDFTZMSP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ ZM-PARM-FILE
             AT END
               DISPLAY 'CDFTZMS - NO PARAMETER CARD ON CDFTZMSP'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE ZM-PARM-FILE
               GOBACK
           END-READ

           CLOSE ZM-PARM-FILE

           IF ZM-PARM-BRANCH-ID = SPACES
             DISPLAY 'CDFTZMS - CDFTZMSP CARD NAMES NO BRANCH'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           MOVE ZM-PARM-BRANCH-ID TO WS-BRANCH-ID

           IF ZM-PARM-FUND-FREQ IS NUMERIC
             MOVE ZM-PARM-FUND-FREQ TO WS-FUND-FREQ-V
           ELSE
             MOVE 0 TO WS-FUND-FREQ-V
           END-IF

           MOVE 1 TO WS-HARM-CT
           MOVE 1 TO WS-HARM-ORDER(1)

           MOVE 1 TO WS-P
           PERFORM UNPACK-HARMONIC-ORDER
             UNTIL WS-P > 10 OR WS-PARM-END-YES
           .
       UNPACK-HARMONIC-ORDER.
           EVALUATE TRUE
             WHEN ZM-PARM-HARMONIC(WS-P) = SPACES
               SET WS-PARM-END-YES TO TRUE
             WHEN ZM-PARM-HARMONIC(WS-P) IS NOT NUMERIC
                 OR ZM-PARM-HARMONIC(WS-P) = '00'
               DISPLAY 'CDFTZMS - HARMONIC ORDER '
                    ZM-PARM-HARMONIC(WS-P) ' ON CDFTZMSP IS NOT '
                    'A POSITIVE NUMBER'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               GOBACK
             WHEN ZM-PARM-HARMONIC(WS-P) = '01'
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-HARM-CT
               MOVE ZM-PARM-HARMONIC(WS-P)
                 TO WS-HARM-ORDER(WS-HARM-CT)
           END-EVALUATE

           ADD 1 TO WS-P
           .
      ******************************************************************
      * Reads both captures' catalog entries; either missing refuses
      * the run, since without the rates there is no proof the two
      * spectra's bins line up.
      ******************************************************************
       READ-CAPTURE-CATALOGS.
           OPEN INPUT ZM-VCAT-FILE
           MOVE 'CDFTCATV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           READ ZM-VCAT-FILE
             AT END
               DISPLAY 'CDFTZMS - NO CATALOG ENTRY ON CDFTCATV'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE ZM-VCAT-FILE
               GOBACK
           END-READ
           MOVE ZM-VC-CAPTURE-ID TO WS-V-CAPTURE-ID
           MOVE ZM-VC-SAMPLE-RATE TO WS-V-RATE
           MOVE ZM-VC-CAPTURE-DATE TO WS-V-DATE
           MOVE ZM-VC-CAPTURE-TIME TO WS-V-TIME
           CLOSE ZM-VCAT-FILE

           OPEN INPUT ZM-ICAT-FILE
           MOVE 'CDFTCATI' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           READ ZM-ICAT-FILE
             AT END
               DISPLAY 'CDFTZMS - NO CATALOG ENTRY ON CDFTCATI'
               MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
               CLOSE ZM-ICAT-FILE
               GOBACK
           END-READ
           MOVE ZM-IC-CAPTURE-ID TO WS-I-CAPTURE-ID
           MOVE ZM-IC-SAMPLE-RATE TO WS-I-RATE
           MOVE ZM-IC-CAPTURE-DATE TO WS-I-DATE
           MOVE ZM-IC-CAPTURE-TIME TO WS-I-TIME
           CLOSE ZM-ICAT-FILE
           .
       LOAD-VOLTAGE-BINS.
           OPEN INPUT ZM-VBIN-FILE
           MOVE 'CDFTBINV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-VBIN-RECORD
           PERFORM LOAD-VBIN-RECORD
             UNTIL WS-EOF-YES OR WS-OVERFLOW-YES

           CLOSE ZM-VBIN-FILE
           .
       READ-VBIN-RECORD.
           READ ZM-VBIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-VBIN-RECORD.
           IF WS-VBIN-CT = WS-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-VBIN-CT
             MOVE ZM-V-BIN-RE TO WS-VR-ENTRY(WS-VBIN-CT)
             MOVE ZM-V-BIN-IM TO WS-VI-ENTRY(WS-VBIN-CT)
             MOVE ZM-V-CAPTURE-ID TO WS-VBIN-CAPTURE-ID
             PERFORM READ-VBIN-RECORD
           END-IF
           .
       LOAD-CURRENT-BINS.
           OPEN INPUT ZM-IBIN-FILE
           MOVE 'CDFTBINI' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-IBIN-RECORD
           PERFORM LOAD-IBIN-RECORD
             UNTIL WS-EOF-YES OR WS-OVERFLOW-YES

           CLOSE ZM-IBIN-FILE
           .
       READ-IBIN-RECORD.
           READ ZM-IBIN-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LOAD-IBIN-RECORD.
           IF WS-IBIN-CT = WS-ARRAY-MAX
             SET WS-OVERFLOW-YES TO TRUE
           ELSE
             ADD 1 TO WS-IBIN-CT
             MOVE ZM-I-BIN-RE TO WS-IR-ENTRY(WS-IBIN-CT)
             MOVE ZM-I-BIN-IM TO WS-II-ENTRY(WS-IBIN-CT)
             MOVE ZM-I-CAPTURE-ID TO WS-IBIN-CAPTURE-ID
             PERFORM READ-IBIN-RECORD
           END-IF
           .
      ******************************************************************
      * The fundamental's bin: the card's frequency rounded to the
      * nearest bin (bin K sits at K * RATE / N), or with no
      * frequency on the card, the strongest voltage bin between DC
      * and the Nyquist fold - the same choice CDFTANL makes.
      ******************************************************************
       LOCATE-FUNDAMENTAL-BIN.
           IF WS-FUND-FREQ-V > 0
             COMPUTE WS-FUND-BIN ROUNDED =
               WS-FUND-FREQ-V * WS-VBIN-CT / WS-SAMPLE-RATE-V
           ELSE
             MOVE 0 TO WS-FUND-BIN
             MOVE 0 TO WS-BEST-MAG-V
             MOVE 2 TO WS-I
             PERFORM CHECK-FUNDAMENTAL-BIN
               UNTIL WS-I > WS-HALF-CT
           END-IF
           .
       CHECK-FUNDAMENTAL-BIN.
           COMPUTE WS-MAG-V = FUNCTION SQRT(
             WS-VR-ENTRY(WS-I) * WS-VR-ENTRY(WS-I)
             + WS-VI-ENTRY(WS-I) * WS-VI-ENTRY(WS-I))

           IF WS-MAG-V > WS-BEST-MAG-V
             MOVE WS-MAG-V TO WS-BEST-MAG-V
             COMPUTE WS-FUND-BIN = WS-I - 1
           END-IF

           ADD 1 TO WS-I
           .
      ******************************************************************
      * Measures harmonic order WS-HARM-ORDER(WS-H): its bin is the
      * order times the fundamental's bin.  An order landing above
      * the Nyquist fold is reported and skipped; a bin with too
      * little current is written flagged; otherwise V / I through
      * CMDIV.  The fundamental's good value becomes the correction.
      ******************************************************************
       MEASURE-ONE-ORDER.
           COMPUTE WS-BIN = WS-FUND-BIN * WS-HARM-ORDER(WS-H)

           IF WS-BIN > WS-HALF-CT
             ADD 1 TO WS-CTL-SKIP-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'HARMONIC '           DELIMITED BY SIZE
               WS-HARM-ORDER(WS-H)   DELIMITED BY SIZE
               ' AT BIN '            DELIMITED BY SIZE
               WS-BIN                DELIMITED BY SIZE
               ' LIES ABOVE THE NYQUIST FOLD - NOT MEASURED'
                                     DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM DIVIDE-ONE-BIN
           END-IF

           ADD 1 TO WS-H
           .
       DIVIDE-ONE-BIN.
           COMPUTE WS-FREQ-V =
             WS-BIN * WS-SAMPLE-RATE-V / WS-VBIN-CT

           MOVE SPACES TO ZM-Z-ZMEAS-RECORD
           MOVE WS-BRANCH-ID TO ZM-Z-BRANCH-ID
           MOVE WS-V-CAPTURE-ID TO ZM-Z-CAPTURE-V
           MOVE WS-I-CAPTURE-ID TO ZM-Z-CAPTURE-I
           MOVE WS-HARM-ORDER(WS-H) TO ZM-Z-HARMONIC
           MOVE WS-BIN TO ZM-Z-BIN-NO
           MOVE WS-FREQ-V TO ZM-Z-FREQ
           MOVE 0 TO ZM-Z-Z-RE
           MOVE 0 TO ZM-Z-Z-IM

           MOVE WS-IR-ENTRY(WS-BIN + 1) TO WS-CUR-RE
           MOVE WS-II-ENTRY(WS-BIN + 1) TO WS-CUR-IM
           COMPUTE WS-MAG-V = FUNCTION SQRT(
             WS-CUR-RE * WS-CUR-RE + WS-CUR-IM * WS-CUR-IM)

           IF WS-MAG-V * 100 < WS-FUND-IMAG-V * WS-LOW-CURRENT-PCT
               OR WS-MAG-V = 0
             SET ZM-Z-POINT-LOW-CURRENT TO TRUE
             ADD 1 TO WS-CTL-LOW-CT
           ELSE
             MOVE WS-VR-ENTRY(WS-BIN + 1) TO WS-Z-RE
             MOVE WS-VI-ENTRY(WS-BIN + 1) TO WS-Z-IM
             CALL 'CMDIV' USING
               WS-Z-COMPLEX, WS-CUR-COMPLEX, WS-DIV-STATUS
             IF WS-DIV-STATUS-ERROR
               SET ZM-Z-POINT-DIV-FAILED TO TRUE
               ADD 1 TO WS-CTL-FAIL-CT
             ELSE
               SET ZM-Z-POINT-OK TO TRUE
               MOVE WS-Z-RE TO ZM-Z-Z-RE
               MOVE WS-Z-IM TO ZM-Z-Z-IM
               ADD 1 TO WS-CTL-POINT-CT
               IF WS-HARM-ORDER(WS-H) = 1
                 PERFORM WRITE-FUNDAMENTAL-CORRECTION
               END-IF
             END-IF
           END-IF

           WRITE ZM-Z-ZMEAS-RECORD
           MOVE 'CDFTZMEA' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM WRITE-POINT-LINE
           .
       WRITE-POINT-LINE.
           MOVE WS-FREQ-V TO WS-ENG-V
           MOVE 'HZ' TO WS-ENG-UNIT
           CALL 'CENGFMT' USING WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT

           MOVE SPACES TO WS-RPT-LINE-TEXT
           EVALUATE TRUE
             WHEN ZM-Z-POINT-OK
               STRING
                 'HARMONIC '         DELIMITED BY SIZE
                 ZM-Z-HARMONIC       DELIMITED BY SIZE
                 ' BIN '             DELIMITED BY SIZE
                 ZM-Z-BIN-NO         DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-ENG-TEXT         DELIMITED BY SIZE
                 ' Z RE='            DELIMITED BY SIZE
                 ZM-Z-Z-RE           DELIMITED BY SIZE
                 ' IM='              DELIMITED BY SIZE
                 ZM-Z-Z-IM           DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN ZM-Z-POINT-LOW-CURRENT
               STRING
                 'HARMONIC '         DELIMITED BY SIZE
                 ZM-Z-HARMONIC       DELIMITED BY SIZE
                 ' BIN '             DELIMITED BY SIZE
                 ZM-Z-BIN-NO         DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-ENG-TEXT         DELIMITED BY SIZE
                 ' TOO LITTLE CURRENT TO MEASURE'
                                     DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
             WHEN OTHER
               STRING
                 'HARMONIC '         DELIMITED BY SIZE
                 ZM-Z-HARMONIC       DELIMITED BY SIZE
                 ' BIN '             DELIMITED BY SIZE
                 ZM-Z-BIN-NO         DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-ENG-TEXT         DELIMITED BY SIZE
                 ' CMDIV FAILED - NOT MEASURED'
                                     DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           .
      ******************************************************************
      * Writes the fundamental's measured value as a CXIMPCOR
      * correction for the card's branch, in ohms and flagged
      * capture-derived, hashed into the envelope totals.
      ******************************************************************
       WRITE-FUNDAMENTAL-CORRECTION.
           SET WS-FUND-OK-YES TO TRUE

           MOVE SPACES TO ZM-OUT-CORRECTION-RECORD
           MOVE WS-BRANCH-ID TO ZM-OUT-BRANCH-ID
           MOVE WS-Z-RE TO ZM-OUT-RE
           MOVE WS-Z-IM TO ZM-OUT-IM
           MOVE 'O' TO ZM-OUT-UNIT-CODE
           SET ZM-OUT-PROV-CAPTURE TO TRUE

           WRITE ZM-OUT-CORRECTION-RECORD
           MOVE 'CDFTZCOR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-ENV-DATA-CT
           MOVE SPACES TO WS-ENV-HASH-RECORD
           MOVE ZM-OUT-CORRECTION-RECORD TO WS-ENV-HASH-RECORD
           MOVE 50 TO WS-ENV-LEN-I
           CALL 'CENVHASH' USING
             WS-ENV-HASH-RECORD, WS-ENV-LEN-I, WS-ENV-HASH
           .
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'MEASURED IMPEDANCE FOR BRANCH ' DELIMITED BY SIZE
             WS-BRANCH-ID                     DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'VOLTAGE CAPTURE '  DELIMITED BY SIZE
             WS-V-CAPTURE-ID     DELIMITED BY SIZE
             ' TAKEN '           DELIMITED BY SIZE
             WS-V-DATE           DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             WS-V-TIME           DELIMITED BY SIZE
             '  CURRENT CAPTURE ' DELIMITED BY SIZE
             WS-I-CAPTURE-ID     DELIMITED BY SIZE
             ' TAKEN '           DELIMITED BY SIZE
             WS-I-DATE           DELIMITED BY SIZE
             ' '                 DELIMITED BY SIZE
             WS-I-TIME           DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-V-DATE NOT = WS-I-DATE OR WS-V-TIME NOT = WS-I-TIME
             MOVE '*** CAPTURE TIMESTAMPS DIFFER - CONFIRM THE PAIR '
               & 'WAS TAKEN SIMULTANEOUSLY ***' TO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BINS='             DELIMITED BY SIZE
             WS-VBIN-CT          DELIMITED BY SIZE
             ' FUNDAMENTAL BIN=' DELIMITED BY SIZE
             WS-FUND-BIN         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-ENVELOPE-HEADER.
           MOVE SPACES TO ZM-OUT-CORRECTION-RECORD
           MOVE SPACES TO WS-ENVELOPE-RECORD
           SET WS-ENV-HEADER TO TRUE
           MOVE 'CIMPCOR' TO WS-ENV-FILE-ID
           MOVE WS-RUN-DATE TO WS-ENV-DATE
           MOVE 0 TO WS-ENV-RECORD-CT
           MOVE 0 TO WS-ENV-HASH-TOTAL
           MOVE WS-ENVELOPE-RECORD
             TO ZM-OUT-CORRECTION-RECORD(1:42)

           WRITE ZM-OUT-CORRECTION-RECORD
           MOVE 'CDFTZCOR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-ENVELOPE-TRAILER.
           MOVE SPACES TO ZM-OUT-CORRECTION-RECORD
           MOVE SPACES TO WS-ENVELOPE-RECORD
           SET WS-ENV-TRAILER TO TRUE
           MOVE 'CIMPCOR' TO WS-ENV-FILE-ID
           MOVE WS-RUN-DATE TO WS-ENV-DATE
           MOVE WS-ENV-DATA-CT TO WS-ENV-RECORD-CT
           MOVE WS-ENV-HASH TO WS-ENV-HASH-TOTAL
           MOVE WS-ENVELOPE-RECORD
             TO ZM-OUT-CORRECTION-RECORD(1:42)

           WRITE ZM-OUT-CORRECTION-RECORD
           MOVE 'CDFTZCOR' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO ZM-REPORT-LINE
           WRITE ZM-REPORT-LINE
           MOVE 'CDFTZMSR' TO WS-IO-FILE
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
             DISPLAY 'CDFTZMS - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
