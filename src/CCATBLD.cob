       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCATBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CB-PARM-FILE ASSIGN TO "CCATBLDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CB-STOCK-FILE ASSIGN TO "CCMPSTK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CB-CATALOG-FILE ASSIGN TO "CCMPCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CB-REPORT-FILE ASSIGN TO "CCATBLDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      ******************************************************************
      * the CCATBLDP card: the lowest and highest decade (power of
      * ten) each component type's series values are offered in.
      * A blank pair keeps that type's standing range - resistors
      * 1 ohm up through the megohms, inductors 1 uH up through the
      * henries, capacitors 100 nF up through the tens of
      * millifarads, the smallest values the decks' eight decimals
      * still carry to two significant figures.
      ******************************************************************
       01  CB-PARM-RECORD.
         10  CB-PARM-DECADES OCCURS 3 TIMES.
           15  CB-PARM-DECADE-LO
             PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
           15  CB-PARM-DECADE-HI
             PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                PIC X(62).
       FD  CB-STOCK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCMPCAT REPLACING ==(PRFX)== BY ==CB-STK-==.
       FD  CB-CATALOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXCMPCAT REPLACING ==(PRFX)== BY ==CB-CAT-==.
       FD  CB-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CB-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * the IEC 60063 preferred-number series, as two- and three-
      * figure mantissas: E12 and E24 to two figures (divided by
      * ten), E96 to three (divided by a hundred).
      ******************************************************************
       01 WS-E12-LIT.
         05 FILLER PIC X(24) VALUE '101215182227333947566882'.
       01 WS-E12-TABLE REDEFINES WS-E12-LIT.
         05 WS-E12-FIG PIC 9(02) OCCURS 12 TIMES.
       01 WS-E24-LIT.
         05 FILLER PIC X(24) VALUE '101112131516182022242730'.
         05 FILLER PIC X(24) VALUE '333639434751566268758291'.
       01 WS-E24-TABLE REDEFINES WS-E24-LIT.
         05 WS-E24-FIG PIC 9(02) OCCURS 24 TIMES.
       01 WS-E96-LIT.
         05 FILLER PIC X(36) VALUE
             '100102105107110113115118121124127130'.
         05 FILLER PIC X(36) VALUE
             '133137140143147150154158162165169174'.
         05 FILLER PIC X(36) VALUE
             '178182187191196200205210215221226232'.
         05 FILLER PIC X(36) VALUE
             '237243249255261267274280287294301309'.
         05 FILLER PIC X(36) VALUE
             '316324332340348357365374383392402412'.
         05 FILLER PIC X(36) VALUE
             '422432442453464475487499511523536549'.
         05 FILLER PIC X(36) VALUE
             '562576590604619634649665681698715732'.
         05 FILLER PIC X(36) VALUE
             '750768787806825845866887909931953976'.
       01 WS-E96-TABLE REDEFINES WS-E96-LIT.
         05 WS-E96-FIG PIC 9(03) OCCURS 96 TIMES.
      * the component types in card order, with their standing
      * decade ranges and the ranges in force for this run.
       01 WS-TYPE-LIT PIC X(03) VALUE 'RLC'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-LIT.
         05 WS-TYPE-CODE PIC X(01) OCCURS 3 TIMES.
       01 WS-DEFAULT-LIT.
         05 FILLER PIC X(06) VALUE '+00+06'.
         05 FILLER PIC X(06) VALUE '-06+00'.
         05 FILLER PIC X(06) VALUE '-07-02'.
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIT.
         05 WS-DEFAULT-DECADES OCCURS 3 TIMES.
           10 WS-DEFAULT-LO
             PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
           10 WS-DEFAULT-HI
             PIC S9(02) SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RANGE-TABLE.
         05 WS-RANGE-ENTRY OCCURS 3 TIMES.
           10 WS-RANGE-LO PIC S9(02).
           10 WS-RANGE-HI PIC S9(02).
       01 WS-T PIC 9(02) VALUE 0.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-SERIES-CT PIC 9(06) VALUE 0.
       01 WS-STOCK-CT PIC 9(06) VALUE 0.
       01 WS-REJECT-CT PIC 9(06) VALUE 0.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-LO-DISP PIC -9.
       01 WS-HI-DISP PIC -9.
       01 WS-RPT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Builds the component catalog master CCMPCAT: every E12, E24
      * and E96 mantissa for each of resistors, inductors and
      * capacitors, offered across that type's decade range, then
      * the stocked parts off CCMPSTK (the same layout, one part per
      * record) copied in as STK entries.  A stocked part with an
      * unknown type or a value that is not a positive number is
      * listed on CCATBLDR and left out.
      ******************************************************************
           PERFORM READ-PARAMETER-CARD

           OPEN OUTPUT CB-CATALOG-FILE
           MOVE 'CCMPCAT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CB-REPORT-FILE
           MOVE 'CCATBLDR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE 1 TO WS-T
           PERFORM BUILD-ONE-TYPE
             UNTIL WS-T > 3

           OPEN INPUT CB-STOCK-FILE
           MOVE 'CCMPSTK' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-STOCK-RECORD
           PERFORM COPY-STOCK-RECORD
             UNTIL WS-EOF-YES

           CLOSE CB-STOCK-FILE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'SERIES ENTRIES: '  DELIMITED BY SIZE
             WS-SERIES-CT        DELIMITED BY SIZE
             '  STOCKED PARTS: ' DELIMITED BY SIZE
             WS-STOCK-CT         DELIMITED BY SIZE
             '  REJECTED: '      DELIMITED BY SIZE
             WS-REJECT-CT        DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE CB-CATALOG-FILE
           CLOSE CB-REPORT-FILE

           DISPLAY 'CCATBLD - SERIES ENTRIES: ' WS-SERIES-CT
                ' STOCKED PARTS: ' WS-STOCK-CT
                ' REJECTED: ' WS-REJECT-CT

           IF WS-REJECT-CT > 0
             MOVE WS-RC-DATA-REJECT TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Reads the CCATBLDP card, if there is one, and settles each
      * type's decade range.
      ******************************************************************
       READ-PARAMETER-CARD.
           MOVE SPACES TO CB-PARM-RECORD

           OPEN INPUT CB-PARM-FILE
           MOVE 'CCATBLDP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CB-PARM-FILE
             AT END
               MOVE SPACES TO CB-PARM-RECORD
           END-READ

           CLOSE CB-PARM-FILE

           MOVE 1 TO WS-T
           PERFORM SET-ONE-RANGE
             UNTIL WS-T > 3
           .
       SET-ONE-RANGE.
           IF CB-PARM-DECADE-LO(WS-T) IS NUMERIC
               AND CB-PARM-DECADE-HI(WS-T) IS NUMERIC
               AND CB-PARM-DECADE-LO(WS-T)
                   NOT > CB-PARM-DECADE-HI(WS-T)
             MOVE CB-PARM-DECADE-LO(WS-T) TO WS-RANGE-LO(WS-T)
             MOVE CB-PARM-DECADE-HI(WS-T) TO WS-RANGE-HI(WS-T)
           ELSE
             MOVE WS-DEFAULT-LO(WS-T) TO WS-RANGE-LO(WS-T)
             MOVE WS-DEFAULT-HI(WS-T) TO WS-RANGE-HI(WS-T)
           END-IF

           ADD 1 TO WS-T
           .
      ******************************************************************
      * Writes the three series for component type WS-T and a report
      * line giving the decades they cover.
      ******************************************************************
       BUILD-ONE-TYPE.
           MOVE WS-RANGE-LO(WS-T) TO WS-LO-DISP
           MOVE WS-RANGE-HI(WS-T) TO WS-HI-DISP
           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'TYPE '               DELIMITED BY SIZE
             WS-TYPE-CODE(WS-T)    DELIMITED BY SIZE
             ' E12/E24/E96 OVER DECADES ' DELIMITED BY SIZE
             WS-LO-DISP            DELIMITED BY SIZE
             ' TO '                DELIMITED BY SIZE
             WS-HI-DISP            DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-I
           PERFORM WRITE-E12-ENTRY
             UNTIL WS-I > 12
           MOVE 1 TO WS-I
           PERFORM WRITE-E24-ENTRY
             UNTIL WS-I > 24
           MOVE 1 TO WS-I
           PERFORM WRITE-E96-ENTRY
             UNTIL WS-I > 96

           ADD 1 TO WS-T
           .
       WRITE-E12-ENTRY.
           MOVE 'E12' TO CB-CAT-SERIES
           COMPUTE CB-CAT-VALUE = WS-E12-FIG(WS-I) / 10
           PERFORM WRITE-SERIES-ENTRY
           .
       WRITE-E24-ENTRY.
           MOVE 'E24' TO CB-CAT-SERIES
           COMPUTE CB-CAT-VALUE = WS-E24-FIG(WS-I) / 10
           PERFORM WRITE-SERIES-ENTRY
           .
       WRITE-E96-ENTRY.
           MOVE 'E96' TO CB-CAT-SERIES
           COMPUTE CB-CAT-VALUE = WS-E96-FIG(WS-I) / 100
           PERFORM WRITE-SERIES-ENTRY
           .
      ******************************************************************
      * Completes and writes the series entry whose series and
      * mantissa are already in place.
      ******************************************************************
       WRITE-SERIES-ENTRY.
           MOVE WS-TYPE-CODE(WS-T) TO CB-CAT-COMP-TYPE
           MOVE WS-RANGE-LO(WS-T) TO CB-CAT-DECADE-LO
           MOVE WS-RANGE-HI(WS-T) TO CB-CAT-DECADE-HI
           MOVE SPACES TO CB-CAT-PART-NO
           PERFORM WRITE-CATALOG-RECORD
           ADD 1 TO WS-SERIES-CT
           ADD 1 TO WS-I
           .
       READ-STOCK-RECORD.
           READ CB-STOCK-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
      ******************************************************************
      * Checks one stocked part and copies it onto the catalog as an
      * STK entry, or reports why not.
      ******************************************************************
       COPY-STOCK-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
             WHEN NOT CB-STK-COMP-RESISTOR
                 AND NOT CB-STK-COMP-INDUCTOR
                 AND NOT CB-STK-COMP-CAPACITOR
               MOVE 'UNKNOWN COMPONENT TYPE' TO WS-REJECT-REASON
             WHEN CB-STK-VALUE NOT NUMERIC
               MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
             WHEN CB-STK-VALUE NOT > 0
               MOVE 'VALUE NOT POSITIVE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
             MOVE CB-STK-CMPCAT-RECORD TO CB-CAT-CMPCAT-RECORD
             MOVE 'STK' TO CB-CAT-SERIES
             MOVE 0 TO CB-CAT-DECADE-LO
             MOVE 0 TO CB-CAT-DECADE-HI
             PERFORM WRITE-CATALOG-RECORD
             ADD 1 TO WS-STOCK-CT
           ELSE
             ADD 1 TO WS-REJECT-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'STOCKED PART '     DELIMITED BY SIZE
               CB-STK-PART-NO      DELIMITED BY SIZE
               ' REJECTED - '      DELIMITED BY SIZE
               WS-REJECT-REASON    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-STOCK-RECORD
           .
       WRITE-CATALOG-RECORD.
           WRITE CB-CAT-CMPCAT-RECORD
           MOVE 'CCMPCAT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CB-REPORT-LINE
           WRITE CB-REPORT-LINE
           MOVE 'CCATBLDR' TO WS-IO-FILE
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
             DISPLAY 'CCATBLD - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
