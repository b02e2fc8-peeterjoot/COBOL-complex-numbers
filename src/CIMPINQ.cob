           SELECT CQ-REPORT-FILE ASSIGN TO "CIMPINQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CQ-KEYXRF-FILE ASSIGN TO "CXKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CQ-AGG-FILE ASSIGN TO "CIMPHAGG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CQ-HISTORY-FILE
       FD  CQ-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CQ-REPORT-LINE PIC X(132).
       FD  CQ-KEYXRF-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY CXKEYXRF REPLACING ==(PRFX)== BY ==CQ-KX-==.
       FD  CQ-AGG-FILE
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXIMPHAG REPLACING ==(PRFX)== BY ==CQ-AG-==.
       WORKING-STORAGE SECTION.
       01 WS-BRANCH-ID PIC X(08) VALUE SPACES.
      * the label the branch carries now, when the card names one it
      * has since been re-labelled from (see copy/CXKEYXRF.cpy)
       01 WS-CURRENT-ID PIC X(08) VALUE SPACES.
       01 WS-RELABEL-DATE PIC 9(08) VALUE 0.
       COPY COMPLEX REPLACING ==(PRFX)== BY ==WS-WORK-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-MAG-==.
       COPY FLOAT REPLACING ==(PRFX)== BY ==WS-ARG-==.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-EOF-YES VALUE 'Y'.
       01 WS-CTL-READING-CT PIC 9(06) VALUE 0.
       01 WS-CTL-MONTH-CT PIC 9(06) VALUE 0.
       01 WS-MAG-DISP
         PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
      * unit-aware presentation of the modulus through CENGFMT, the
      * modulus (CMOD) and argument (CARG) in degrees - the
      * impedance-drift trend that predicts component failure, read
      * off one report instead of reconstructed from old printouts.
      * A branch asked for under a label it has since lost to a key
      * change is followed to its current label.
      * Months rolled up by the history compaction are read off
      * CIMPHAGG and listed first, one line per month with its
      * reading count, mean RE/IM (and their modulus and argument),
      * RE and IM ranges and mean temperature, so the trend runs on
      * from the aggregates into the detail without a seam.
      ******************************************************************
           OPEN INPUT CQ-PARM-FILE
           MOVE 'CIMPINQP' TO WS-IO-FILE
           MOVE CQ-PARM-BRANCH-ID TO WS-BRANCH-ID
           CLOSE CQ-PARM-FILE

           PERFORM RESOLVE-CURRENT-LABEL

           OPEN INPUT CQ-HISTORY-FILE
           MOVE 'CIMPHIST' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-CURRENT-ID NOT = WS-BRANCH-ID
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               'RE-LABELLED '       DELIMITED BY SIZE
               WS-CURRENT-ID        DELIMITED BY SIZE
               ' ON '               DELIMITED BY SIZE
               WS-RELABEL-DATE      DELIMITED BY SIZE
               ' - READINGS LISTED UNDER ' DELIMITED BY SIZE
               WS-CURRENT-ID        DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM LIST-MONTH-AGGREGATES

           PERFORM READ-HISTORY-RECORD

           PERFORM LIST-HISTORY-RECORD
           STRING
             'READINGS LISTED: '  DELIMITED BY SIZE
             WS-CTL-READING-CT    DELIMITED BY SIZE
             '  MONTHS AGGREGATED: ' DELIMITED BY SIZE
             WS-CTL-MONTH-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF WS-CTL-READING-CT = 0 AND WS-CTL-MONTH-CT = 0
             DISPLAY 'CIMPINQ - NO HISTORY ON FILE FOR BRANCH '
                  WS-BRANCH-ID
             MOVE WS-RC-WARNING TO RETURN-CODE

           GOBACK
           .
      ******************************************************************
      * Follows the CXKEYXRF key-change cross-reference from the
      * label on the card to the one the branch carries now: the
      * entries are in the order the changes were made, so each
      * branch re-label from the label in hand moves it on.  The
      * cascade re-keyed the history with the master, so a former
      * label's readings are found under the current one.
      ******************************************************************
       RESOLVE-CURRENT-LABEL.
           MOVE WS-BRANCH-ID TO WS-CURRENT-ID

           OPEN INPUT CQ-KEYXRF-FILE
           MOVE 'CXKEYXRF' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-KEYXRF-RECORD
           PERFORM FOLLOW-KEYXRF-RECORD
             UNTIL WS-EOF-YES

           CLOSE CQ-KEYXRF-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-KEYXRF-RECORD.
           READ CQ-KEYXRF-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       FOLLOW-KEYXRF-RECORD.
           IF CQ-KX-KEY-BRANCH AND CQ-KX-OLD-KEY = WS-CURRENT-ID
             MOVE CQ-KX-NEW-KEY TO WS-CURRENT-ID
             MOVE CQ-KX-CHANGE-DATE TO WS-RELABEL-DATE
           END-IF
           PERFORM READ-KEYXRF-RECORD
           .
      ******************************************************************
      * The compacted months, oldest first: each compaction appends
      * its months after the earlier runs', all before the cutoff
      * the detail on CIMPHIST starts at.
      ******************************************************************
       LIST-MONTH-AGGREGATES.
           OPEN INPUT CQ-AGG-FILE
           MOVE 'CIMPHAGG' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-AGGREGATE-RECORD
           PERFORM LIST-AGGREGATE-RECORD
             UNTIL WS-EOF-YES

           CLOSE CQ-AGG-FILE
           MOVE 'N' TO WS-EOF-SW
           .
       READ-AGGREGATE-RECORD.
           READ CQ-AGG-FILE
             AT END
               SET WS-EOF-YES TO TRUE
           END-READ
           .
       LIST-AGGREGATE-RECORD.
           IF CQ-AG-BRANCH-ID = WS-CURRENT-ID
             ADD 1 TO WS-CTL-MONTH-CT

             MOVE CQ-AG-RE-MEAN TO WS-WORK-RE
             MOVE CQ-AG-IM-MEAN TO WS-WORK-IM

             CALL 'CMOD' USING WS-WORK-COMPLEX, WS-MAG-V
             CALL 'CARG' USING WS-WORK-COMPLEX, WS-ARG-V

             MOVE WS-MAG-V TO WS-ENG-V
             CALL 'CENGFMT' USING
               WS-ENG-V, WS-ENG-UNIT, WS-ENG-TEXT
             COMPUTE WS-DEG-V = WS-ARG-V * 180 / FUNCTION PI
             MOVE WS-DEG-V TO WS-DEG-DISP

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               CQ-AG-AGG-MONTH   DELIMITED BY SIZE
               '   MEAN RE='     DELIMITED BY SIZE
               CQ-AG-RE-MEAN     DELIMITED BY SIZE
               ' IM='            DELIMITED BY SIZE
               CQ-AG-IM-MEAN     DELIMITED BY SIZE
               ' MOD='           DELIMITED BY SIZE
               WS-ENG-TEXT       DELIMITED BY SIZE
               ' ARG(DEG)='      DELIMITED BY SIZE
               WS-DEG-DISP       DELIMITED BY SIZE
               ' TEMP='          DELIMITED BY SIZE
               CQ-AG-TEMP-MEAN   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE

             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '         READINGS=' DELIMITED BY SIZE
               CQ-AG-READING-CT     DELIMITED BY SIZE
               ' RE '               DELIMITED BY SIZE
               CQ-AG-RE-MIN         DELIMITED BY SIZE
               ' TO '               DELIMITED BY SIZE
               CQ-AG-RE-MAX         DELIMITED BY SIZE
               ' IM '               DELIMITED BY SIZE
               CQ-AG-IM-MIN         DELIMITED BY SIZE
               ' TO '               DELIMITED BY SIZE
               CQ-AG-IM-MAX         DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM READ-AGGREGATE-RECORD
           .
       READ-HISTORY-RECORD.
           READ CQ-HISTORY-FILE
             AT END
      * the drift trend is read from.
      ******************************************************************
       LIST-HISTORY-RECORD.
           IF CQ-BRANCH-ID = WS-CURRENT-ID
             ADD 1 TO WS-CTL-READING-CT

             MOVE CQ-RE TO WS-WORK-RE
