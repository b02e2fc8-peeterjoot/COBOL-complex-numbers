       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXCALGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CG-CARD-FILE ASSIGN TO "CXCALGNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CG-RULE-FILE ASSIGN TO "CXHOLRUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CG-OLD-FILE ASSIGN TO "CXCALEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CG-NEW-FILE ASSIGN TO "CXCALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CG-REPORT-FILE ASSIGN TO "CXCALGNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CG-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * the year to generate, in columns 1-4.
       01  CG-CARD-RECORD.
         10  CG-CARD-YEAR          PIC X(04).
         10  CG-CARD-YEAR-N REDEFINES CG-CARD-YEAR
                                   PIC 9(04).
         10  FILLER                PIC X(76).
       FD  CG-RULE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY CXHOLRUL REPLACING ==(PRFX)== BY ==CG-RUL-==.
       FD  CG-OLD-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXCALEN REPLACING ==(PRFX)== BY ==CG-OLD-==.
       FD  CG-NEW-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CXCALEN REPLACING ==(PRFX)== BY ==CG-NEW-==.
       FD  CG-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CG-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-YEAR PIC 9(04) VALUE 0.
       01 WS-JAN1-INT PIC 9(08) VALUE 0.
       01 WS-DEC31-INT PIC 9(08) VALUE 0.
       01 WS-DAYS-IN-YEAR PIC 9(03) VALUE 0.
      ******************************************************************
      * the year being built, one entry per day from 1 January; the
      * old-entry switch marks the days the existing calendar already
      * carried, so the ones it lacked can be listed as additions.
      ******************************************************************
       01 WS-CD-TABLE.
         05 WS-CD-ENTRY OCCURS 366 TIMES.
           10 WS-CD-DAY-TYPE   PIC X(01).
           10 WS-CD-PERIOD-END PIC X(01).
           10 WS-CD-DAY-DESC   PIC X(20).
           10 WS-CD-OBSERVED   PIC X(01).
           10 WS-CD-OLD-SW     PIC X(01).
       01 WS-CD-I PIC 9(03) VALUE 0.
       01 WS-DAY-NAME-LIT.
         05 FILLER PIC X(27) VALUE 'MONDAY   TUESDAY  WEDNESDAY'.
         05 FILLER PIC X(27) VALUE 'THURSDAY FRIDAY   SATURDAY '.
         05 FILLER PIC X(09) VALUE 'SUNDAY   '.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIT.
         05 WS-DAY-NAME PIC X(09) OCCURS 7 TIMES.
       01 WS-WORK-INT PIC 9(08) VALUE 0.
       01 WS-WORK-WD PIC 9(01) VALUE 0.
       01 WS-WORK-DATE PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
         05 WS-WORK-YYYY PIC 9(04).
         05 WS-WORK-MM   PIC 9(02).
         05 WS-WORK-DD   PIC 9(02).
       01 WS-LAST-INT PIC 9(08) VALUE 0.
       01 WS-MONTH-DONE PIC 9(02) VALUE 0.
      * the rule being applied: its date in the year, as a day
      * number into WS-CD-TABLE (zero when it does not fall in the
      * year), and that date's day of week.
       01 WS-HOL-INT PIC S9(08) VALUE 0.
       01 WS-HOL-I PIC S9(04) VALUE 0.
       01 WS-HOL-WD PIC 9(01) VALUE 0.
       01 WS-OBS-I PIC S9(04) VALUE 0.
      * the anonymous Gregorian Easter computation's intermediates
       01 WS-EASTER-WORK.
         05 WS-EA-A PIC 9(04) VALUE 0.
         05 WS-EA-B PIC 9(04) VALUE 0.
         05 WS-EA-C PIC 9(04) VALUE 0.
         05 WS-EA-D PIC 9(04) VALUE 0.
         05 WS-EA-E PIC 9(04) VALUE 0.
         05 WS-EA-F PIC 9(04) VALUE 0.
         05 WS-EA-G PIC 9(04) VALUE 0.
         05 WS-EA-H PIC 9(04) VALUE 0.
         05 WS-EA-I PIC 9(04) VALUE 0.
         05 WS-EA-K PIC 9(04) VALUE 0.
         05 WS-EA-L PIC 9(04) VALUE 0.
         05 WS-EA-M PIC 9(04) VALUE 0.
         05 WS-EA-N PIC 9(06) VALUE 0.
         05 WS-EA-Q PIC 9(06) VALUE 0.
       01 WS-PASS-NO PIC 9(01) VALUE 0.
       01 WS-RULE-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-RULE-EOF-YES VALUE 'Y'.
       01 WS-OLD-EOF-SW PIC X(01) VALUE 'N'.
         88 WS-OLD-EOF-YES VALUE 'Y'.
       01 WS-YEAR-WRITTEN-SW PIC X(01) VALUE 'N'.
         88 WS-YEAR-WRITTEN-YES VALUE 'Y'.
       01 WS-CTL-RULE-CT PIC 9(04) VALUE 0.
       01 WS-CTL-RULE-ERR-CT PIC 9(04) VALUE 0.
       01 WS-CTL-BUSINESS-CT PIC 9(03) VALUE 0.
       01 WS-CTL-HOLIDAY-CT PIC 9(03) VALUE 0.
       01 WS-CTL-OLD-YEAR-CT PIC 9(04) VALUE 0.
       01 WS-CTL-CHANGED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-DESC-ONLY-CT PIC 9(04) VALUE 0.
       01 WS-CTL-ADDED-CT PIC 9(04) VALUE 0.
       01 WS-CTL-CARRIED-CT PIC 9(06) VALUE 0.
       01 WS-LOG-PGM PIC X(08) VALUE 'CXCALGEN'.
       01 WS-LOG-SEV PIC X(01) VALUE 'I'.
       01 WS-LOG-MSG PIC X(60) VALUE SPACES.
       01 WS-RPT-LINE-TEXT PIC X(132) VALUE SPACES.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
         88 WS-IO-OK  VALUES '00' '04' '05' '07'.
         88 WS-IO-EOF VALUE '10'.
       01 WS-IO-FILE PIC X(08) VALUE SPACES.
       01 WS-IO-OP   PIC X(08) VALUE SPACES.
       COPY RETCODE REPLACING ==(PRFX)== BY ==WS-==.
       PROCEDURE DIVISION.
      ******************************************************************
      * Business-calendar generator: builds a full year of CXCALEN
      * calendar records from the CXHOLRUL holiday-rule master, so
      * the calendar stops being keyed by hand each December (a
      * moved holiday was missed last year and the month-end flag
      * landed on the wrong day).  Weekdays start as business days
      * and weekends as weekend days; each rule in force for the
      * year then marks its holiday - fixed date, nth weekday of the
      * month, or relative to Easter - applying its weekend
      * observance, and the last business day of each month is
      * flagged as the month end.  Substitute-day rules ('M') are
      * placed on a second pass, after every other holiday is known,
      * so a holiday moved off a weekend never lands on another one.
      *
      * The existing calendar is read and copied to CXCALOUT with the
      * generated year in date order in place of that year's old
      * entries, and CXCALGNR lists, ahead of the replacement, each
      * day whose day type or month-end flag the generation changes,
      * and the days the old calendar did not have; description-only
      * differences are counted.  The run ends with the warning
      * return code when anything material changed or a rule could
      * not be placed, so the diff is reviewed before CXCALOUT is
      * cataloged as the live calendar.
      ******************************************************************
           OPEN INPUT CG-CARD-FILE
           MOVE 'CXCALGNP' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           READ CG-CARD-FILE
             AT END
               MOVE SPACES TO CG-CARD-YEAR
           END-READ

           CLOSE CG-CARD-FILE

           IF CG-CARD-YEAR NOT NUMERIC
               OR CG-CARD-YEAR-N < 1601
             DISPLAY 'CXCALGEN - NO VALID YEAR ON CXCALGNP CARD'
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF

           MOVE CG-CARD-YEAR-N TO WS-YEAR

           OPEN OUTPUT CG-REPORT-FILE
           MOVE 'CXCALGNR' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'BUSINESS CALENDAR GENERATION FOR ' DELIMITED BY SIZE
             WS-YEAR         DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM BUILD-YEAR-SKELETON

           MOVE 1 TO WS-PASS-NO
           PERFORM APPLY-RULE-PASS
           MOVE 2 TO WS-PASS-NO
           PERFORM APPLY-RULE-PASS

           PERFORM FLAG-MONTH-ENDS

           PERFORM LIST-HOLIDAYS

           PERFORM REPLACE-CALENDAR-YEAR

           PERFORM WRITE-GENERATION-TOTALS

           CLOSE CG-REPORT-FILE

           MOVE 'I' TO WS-LOG-SEV
           MOVE SPACES TO WS-LOG-MSG
           STRING
             'CALENDAR '        DELIMITED BY SIZE
             WS-YEAR            DELIMITED BY SIZE
             ' BUILT HOLIDAYS=' DELIMITED BY SIZE
             WS-CTL-HOLIDAY-CT  DELIMITED BY SIZE
             ' CHANGED='        DELIMITED BY SIZE
             WS-CTL-CHANGED-CT  DELIMITED BY SIZE
             INTO WS-LOG-MSG
           CALL 'CRUNLOG' USING
             WS-LOG-PGM, WS-LOG-SEV, WS-LOG-MSG

           IF WS-CTL-CHANGED-CT > 0 OR WS-CTL-RULE-ERR-CT > 0
             MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF

           GOBACK
           .
      ******************************************************************
      * Lays out the year: every day a business day or a weekend day
      * by its day of week (1 Monday .. 7 Sunday from the intrinsic
      * day count, whose base date fell on a Monday), described by
      * the day's name.
      ******************************************************************
       BUILD-YEAR-SKELETON.
           COMPUTE WS-WORK-DATE = WS-YEAR * 10000 + 0101
           COMPUTE WS-JAN1-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-WORK-DATE = WS-YEAR * 10000 + 1231
           COMPUTE WS-DEC31-INT =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-DAYS-IN-YEAR = WS-DEC31-INT - WS-JAN1-INT + 1

           INITIALIZE WS-CD-TABLE
           MOVE 1 TO WS-CD-I
           PERFORM BUILD-SKELETON-DAY
             UNTIL WS-CD-I > WS-DAYS-IN-YEAR
           .
       BUILD-SKELETON-DAY.
           COMPUTE WS-WORK-INT = WS-JAN1-INT + WS-CD-I - 1
           COMPUTE WS-WORK-WD = FUNCTION MOD(WS-WORK-INT - 1, 7) + 1

           IF WS-WORK-WD > 5
             MOVE 'W' TO WS-CD-DAY-TYPE(WS-CD-I)
           ELSE
             MOVE 'B' TO WS-CD-DAY-TYPE(WS-CD-I)
           END-IF
           MOVE SPACE TO WS-CD-PERIOD-END(WS-CD-I)
           MOVE WS-DAY-NAME(WS-WORK-WD) TO WS-CD-DAY-DESC(WS-CD-I)
           MOVE SPACE TO WS-CD-OBSERVED(WS-CD-I)
           MOVE 'N' TO WS-CD-OLD-SW(WS-CD-I)

           ADD 1 TO WS-CD-I
           .
      ******************************************************************
      * One pass over the rule master.  Pass 1 places every holiday
      * that stays on its own date or splits the weekend; pass 2
      * places the substitute days of the 'M' rules that fell on a
      * weekend, now that the weekdays already taken are known.
      ******************************************************************
       APPLY-RULE-PASS.
           MOVE 'N' TO WS-RULE-EOF-SW
           OPEN INPUT CG-RULE-FILE
           MOVE 'CXHOLRUL' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-RULE-RECORD
           PERFORM APPLY-HOLIDAY-RULE
             UNTIL WS-RULE-EOF-YES

           CLOSE CG-RULE-FILE
           .
       READ-RULE-RECORD.
           READ CG-RULE-FILE
             AT END
               SET WS-RULE-EOF-YES TO TRUE
           END-READ
           .
       APPLY-HOLIDAY-RULE.
           IF (CG-RUL-FROM-YEAR = 0 OR CG-RUL-FROM-YEAR <= WS-YEAR)
               AND (CG-RUL-TO-YEAR = 0 OR CG-RUL-TO-YEAR >= WS-YEAR)
             IF WS-PASS-NO = 1
               ADD 1 TO WS-CTL-RULE-CT
             END-IF
             PERFORM FIND-RULE-DATE
             IF WS-HOL-I > 0
               PERFORM PLACE-HOLIDAY
             END-IF
           END-IF

           PERFORM READ-RULE-RECORD
           .
      ******************************************************************
      * Works out the rule's date in the year as a day number into
      * the year table; zero when the rule is malformed or its date
      * falls outside the year (an Easter offset across 1 January),
      * reported on pass 1 only.
      ******************************************************************
       FIND-RULE-DATE.
           MOVE 0 TO WS-HOL-I
           MOVE 0 TO WS-HOL-INT

           EVALUATE TRUE
             WHEN CG-RUL-RULE-FIXED
               IF CG-RUL-MONTH NUMERIC AND CG-RUL-DAY NUMERIC
                 COMPUTE WS-WORK-DATE = WS-YEAR * 10000
                   + CG-RUL-MONTH * 100 + CG-RUL-DAY
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
                   COMPUTE WS-HOL-INT =
                     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                 END-IF
               END-IF

             WHEN CG-RUL-RULE-NTH-DAY
               IF CG-RUL-MONTH NUMERIC AND CG-RUL-MONTH >= 1
                   AND CG-RUL-MONTH <= 12
                   AND CG-RUL-WEEKDAY NUMERIC AND CG-RUL-WEEKDAY >= 1
                   AND CG-RUL-WEEKDAY <= 7
                   AND CG-RUL-NTH NUMERIC AND CG-RUL-NTH >= 1
                 PERFORM FIND-NTH-WEEKDAY
               END-IF

             WHEN CG-RUL-RULE-EASTER
               IF CG-RUL-EASTER-OFFSET NUMERIC
                 PERFORM FIND-EASTER-SUNDAY
                 COMPUTE WS-HOL-INT = WS-HOL-INT + CG-RUL-EASTER-OFFSET
               END-IF
           END-EVALUATE

           IF WS-HOL-INT >= WS-JAN1-INT AND WS-HOL-INT <= WS-DEC31-INT
             COMPUTE WS-HOL-I = WS-HOL-INT - WS-JAN1-INT + 1
             COMPUTE WS-HOL-WD = FUNCTION MOD(WS-HOL-INT - 1, 7) + 1
           ELSE
             IF WS-PASS-NO = 1
               ADD 1 TO WS-CTL-RULE-ERR-CT
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'RULE NOT PLACED - '  DELIMITED BY SIZE
                 CG-RUL-RULE-DESC      DELIMITED BY SIZE
                 ' TYPE '              DELIMITED BY SIZE
                 CG-RUL-RULE-TYPE      DELIMITED BY SIZE
                 ' - NO SUCH DATE IN ' DELIMITED BY SIZE
                 WS-YEAR               DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF
           .
      * counted forward from the month's first day, or for the last
      * one back from the month's last day.
       FIND-NTH-WEEKDAY.
           COMPUTE WS-WORK-DATE = WS-YEAR * 10000
             + CG-RUL-MONTH * 100 + 01
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)

           IF CG-RUL-NTH-LAST
             IF CG-RUL-MONTH = 12
               COMPUTE WS-LAST-INT = WS-DEC31-INT
             ELSE
               COMPUTE WS-WORK-DATE = WS-YEAR * 10000
                 + (CG-RUL-MONTH + 1) * 100 + 01
               COMPUTE WS-LAST-INT =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
             END-IF
             COMPUTE WS-WORK-WD = FUNCTION MOD(WS-LAST-INT - 1, 7) + 1
             COMPUTE WS-HOL-INT = WS-LAST-INT
               - FUNCTION MOD(WS-WORK-WD - CG-RUL-WEEKDAY + 7, 7)
           ELSE
             COMPUTE WS-WORK-WD = FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
             COMPUTE WS-HOL-INT = WS-WORK-INT
               + FUNCTION MOD(CG-RUL-WEEKDAY - WS-WORK-WD + 7, 7)
               + (CG-RUL-NTH - 1) * 7
           END-IF
           .
      ******************************************************************
      * Easter Sunday of the year by the anonymous Gregorian
      * algorithm, as a day count in WS-HOL-INT.
      ******************************************************************
       FIND-EASTER-SUNDAY.
           DIVIDE WS-YEAR BY 19 GIVING WS-EA-Q REMAINDER WS-EA-A
           DIVIDE WS-YEAR BY 100 GIVING WS-EA-B REMAINDER WS-EA-C
           DIVIDE WS-EA-B BY 4 GIVING WS-EA-D REMAINDER WS-EA-E
           COMPUTE WS-EA-F = (WS-EA-B + 8) / 25
           COMPUTE WS-EA-G = (WS-EA-B - WS-EA-F + 1) / 3
           COMPUTE WS-EA-N = 19 * WS-EA-A + WS-EA-B - WS-EA-D
             - WS-EA-G + 15
           DIVIDE WS-EA-N BY 30 GIVING WS-EA-Q REMAINDER WS-EA-H
           DIVIDE WS-EA-C BY 4 GIVING WS-EA-I REMAINDER WS-EA-K
           COMPUTE WS-EA-N = 32 + 2 * WS-EA-E + 2 * WS-EA-I
             - WS-EA-H - WS-EA-K
           DIVIDE WS-EA-N BY 7 GIVING WS-EA-Q REMAINDER WS-EA-L
           COMPUTE WS-EA-M = (WS-EA-A + 11 * WS-EA-H + 22 * WS-EA-L)
             / 451
           COMPUTE WS-EA-N = WS-EA-H + WS-EA-L - 7 * WS-EA-M + 114

           MOVE WS-YEAR TO WS-WORK-YYYY
           DIVIDE WS-EA-N BY 31 GIVING WS-WORK-MM REMAINDER WS-WORK-DD
           ADD 1 TO WS-WORK-DD

           COMPUTE WS-HOL-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           .
      ******************************************************************
      * Places one rule's holiday.  A weekday date is the holiday
      * itself.  A weekend date takes the holiday's name and, by the
      * rule's observance, gives the business day off to the Friday
      * before or Monday after ('S') or, on pass 2, to the next
      * weekday not already a holiday ('M').
      ******************************************************************
       PLACE-HOLIDAY.
           EVALUATE TRUE
             WHEN WS-HOL-WD <= 5
               IF WS-PASS-NO = 1
                 MOVE WS-HOL-I TO WS-OBS-I
                 PERFORM MARK-HOLIDAY
               END-IF

             WHEN WS-PASS-NO = 1
               MOVE CG-RUL-RULE-DESC TO WS-CD-DAY-DESC(WS-HOL-I)
               IF CG-RUL-OBSERVE-SPLIT
                 IF WS-HOL-WD = 6
                   COMPUTE WS-OBS-I = WS-HOL-I - 1
                 ELSE
                   COMPUTE WS-OBS-I = WS-HOL-I + 1
                 END-IF
                 PERFORM MARK-HOLIDAY
               END-IF

             WHEN CG-RUL-OBSERVE-MONDAY
               COMPUTE WS-OBS-I = WS-HOL-I + 1
               PERFORM FIND-SUBSTITUTE-DAY
                 UNTIL WS-OBS-I > WS-DAYS-IN-YEAR
                    OR WS-CD-DAY-TYPE(WS-OBS-I) = 'B'
               PERFORM MARK-HOLIDAY
           END-EVALUATE
           .
       FIND-SUBSTITUTE-DAY.
           ADD 1 TO WS-OBS-I
           .
      * a day outside the year (Saturday 1 January observed on
      * the Friday before) belongs to the next year's run.
       MARK-HOLIDAY.
           EVALUATE TRUE
             WHEN WS-OBS-I < 1 OR WS-OBS-I > WS-DAYS-IN-YEAR
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'OBSERVED DAY OUTSIDE THE YEAR - ' DELIMITED BY SIZE
                 CG-RUL-RULE-DESC  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN WS-CD-DAY-TYPE(WS-OBS-I) = 'H'
               ADD 1 TO WS-CTL-RULE-ERR-CT
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                 WS-JAN1-INT + WS-OBS-I - 1)
               MOVE SPACES TO WS-RPT-LINE-TEXT
               STRING
                 'RULE '           DELIMITED BY SIZE
                 CG-RUL-RULE-DESC  DELIMITED BY SIZE
                 ' FALLS ON '      DELIMITED BY SIZE
                 WS-WORK-DATE      DELIMITED BY SIZE
                 ', ALREADY '      DELIMITED BY SIZE
                 WS-CD-DAY-DESC(WS-OBS-I) DELIMITED BY SIZE
                 INTO WS-RPT-LINE-TEXT
               PERFORM WRITE-REPORT-LINE

             WHEN OTHER
               MOVE 'H' TO WS-CD-DAY-TYPE(WS-OBS-I)
               MOVE CG-RUL-RULE-DESC TO WS-CD-DAY-DESC(WS-OBS-I)
               IF WS-OBS-I NOT = WS-HOL-I
                 MOVE 'O' TO WS-CD-OBSERVED(WS-OBS-I)
               END-IF
           END-EVALUATE
           .
      ******************************************************************
      * Flags the last business day of each month, walking the year
      * backwards so the first business day met in a month is its
      * last.
      ******************************************************************
       FLAG-MONTH-ENDS.
           MOVE 0 TO WS-MONTH-DONE
           MOVE WS-DAYS-IN-YEAR TO WS-CD-I
           PERFORM FLAG-MONTH-END-DAY
             UNTIL WS-CD-I < 1
           .
       FLAG-MONTH-END-DAY.
           IF WS-CD-DAY-TYPE(WS-CD-I) = 'B'
             COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-JAN1-INT + WS-CD-I - 1)
             IF WS-WORK-MM NOT = WS-MONTH-DONE
               MOVE 'M' TO WS-CD-PERIOD-END(WS-CD-I)
               MOVE WS-WORK-MM TO WS-MONTH-DONE
             END-IF
           END-IF

           SUBTRACT 1 FROM WS-CD-I
           .
      ******************************************************************
      * Lists the year's holidays and month ends for the review and
      * counts the year's days by type.
      ******************************************************************
       LIST-HOLIDAYS.
           MOVE 1 TO WS-CD-I
           PERFORM LIST-HOLIDAY-DAY
             UNTIL WS-CD-I > WS-DAYS-IN-YEAR
           .
       LIST-HOLIDAY-DAY.
           IF WS-CD-DAY-TYPE(WS-CD-I) = 'B'
             ADD 1 TO WS-CTL-BUSINESS-CT
           END-IF

           IF WS-CD-DAY-TYPE(WS-CD-I) = 'H'
               OR WS-CD-PERIOD-END(WS-CD-I) = 'M'
             IF WS-CD-DAY-TYPE(WS-CD-I) = 'H'
               ADD 1 TO WS-CTL-HOLIDAY-CT
             END-IF
             COMPUTE WS-WORK-INT = WS-JAN1-INT + WS-CD-I - 1
             COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
             COMPUTE WS-WORK-WD = FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  '                       DELIMITED BY SIZE
               WS-WORK-DATE               DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               WS-DAY-NAME(WS-WORK-WD)    DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               WS-CD-DAY-TYPE(WS-CD-I)    DELIMITED BY SIZE
               WS-CD-PERIOD-END(WS-CD-I)  DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               WS-CD-DAY-DESC(WS-CD-I)    DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             IF WS-CD-OBSERVED(WS-CD-I) = 'O'
               MOVE '(OBSERVED)' TO WS-RPT-LINE-TEXT(45:10)
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-CD-I
           .
      ******************************************************************
      * Copies the existing calendar to CXCALOUT, diffing the year's
      * old entries against the generation and putting the generated
      * year in their place, in date order.
      ******************************************************************
       REPLACE-CALENDAR-YEAR.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 'DIFFERENCES FROM THE EXISTING CALENDAR'
             TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT CG-OLD-FILE
           MOVE 'CXCALEN' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT CG-NEW-FILE
           MOVE 'CXCALOUT' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           PERFORM READ-OLD-CALENDAR
           PERFORM MERGE-OLD-CALENDAR
             UNTIL WS-OLD-EOF-YES

           IF NOT WS-YEAR-WRITTEN-YES
             PERFORM WRITE-GENERATED-YEAR
           END-IF

           CLOSE CG-OLD-FILE
           CLOSE CG-NEW-FILE

           IF WS-CTL-OLD-YEAR-CT = 0
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  NO EXISTING ENTRIES FOR ' DELIMITED BY SIZE
               WS-YEAR            DELIMITED BY SIZE
               ' - '              DELIMITED BY SIZE
               WS-DAYS-IN-YEAR    DELIMITED BY SIZE
               ' DAYS ADDED'      DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
             MOVE WS-DAYS-IN-YEAR TO WS-CTL-ADDED-CT
           ELSE
             MOVE 1 TO WS-CD-I
             PERFORM LIST-ADDED-DAY
               UNTIL WS-CD-I > WS-DAYS-IN-YEAR
           END-IF
           .
       READ-OLD-CALENDAR.
           READ CG-OLD-FILE
             AT END
               SET WS-OLD-EOF-YES TO TRUE
           END-READ
           .
       MERGE-OLD-CALENDAR.
           EVALUATE TRUE
             WHEN CG-OLD-CAL-DATE NOT NUMERIC
               PERFORM CARRY-OLD-ENTRY
             WHEN CG-OLD-CAL-DATE < WS-YEAR * 10000 + 0101
               PERFORM CARRY-OLD-ENTRY
             WHEN CG-OLD-CAL-DATE > WS-YEAR * 10000 + 1231
               IF NOT WS-YEAR-WRITTEN-YES
                 PERFORM WRITE-GENERATED-YEAR
               END-IF
               PERFORM CARRY-OLD-ENTRY
             WHEN OTHER
               PERFORM DIFF-OLD-ENTRY
           END-EVALUATE

           PERFORM READ-OLD-CALENDAR
           .
       CARRY-OLD-ENTRY.
           MOVE CG-OLD-CALENDAR-RECORD TO CG-NEW-CALENDAR-RECORD
           WRITE CG-NEW-CALENDAR-RECORD
           MOVE 'CXCALOUT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-CARRIED-CT
           .
      * an old entry for a date the calendar does not have (keyed
      * as 31 April) is dropped along with the rest of the year.
       DIFF-OLD-ENTRY.
           ADD 1 TO WS-CTL-OLD-YEAR-CT

           IF FUNCTION TEST-DATE-YYYYMMDD(CG-OLD-CAL-DATE) = 0
             COMPUTE WS-CD-I =
               FUNCTION INTEGER-OF-DATE(CG-OLD-CAL-DATE)
               - WS-JAN1-INT + 1
             MOVE 'Y' TO WS-CD-OLD-SW(WS-CD-I)
             EVALUATE TRUE
               WHEN CG-OLD-DAY-TYPE NOT = WS-CD-DAY-TYPE(WS-CD-I)
                 OR CG-OLD-PERIOD-END NOT = WS-CD-PERIOD-END(WS-CD-I)
                 ADD 1 TO WS-CTL-CHANGED-CT
                 MOVE SPACES TO WS-RPT-LINE-TEXT
                 STRING
                   '  CHANGED '      DELIMITED BY SIZE
                   CG-OLD-CAL-DATE   DELIMITED BY SIZE
                   '  WAS '          DELIMITED BY SIZE
                   CG-OLD-DAY-TYPE   DELIMITED BY SIZE
                   CG-OLD-PERIOD-END DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   CG-OLD-DAY-DESC   DELIMITED BY SIZE
                   '  NOW '          DELIMITED BY SIZE
                   WS-CD-DAY-TYPE(WS-CD-I)   DELIMITED BY SIZE
                   WS-CD-PERIOD-END(WS-CD-I) DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-CD-DAY-DESC(WS-CD-I)   DELIMITED BY SIZE
                   INTO WS-RPT-LINE-TEXT
                 PERFORM WRITE-REPORT-LINE
               WHEN CG-OLD-DAY-DESC NOT = WS-CD-DAY-DESC(WS-CD-I)
                 ADD 1 TO WS-CTL-DESC-ONLY-CT
             END-EVALUATE
           ELSE
             ADD 1 TO WS-CTL-CHANGED-CT
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  DROPPED '      DELIMITED BY SIZE
               CG-OLD-CAL-DATE   DELIMITED BY SIZE
               '  NOT A CALENDAR DATE' DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-GENERATED-YEAR.
           SET WS-YEAR-WRITTEN-YES TO TRUE
           MOVE 1 TO WS-CD-I
           PERFORM WRITE-GENERATED-DAY
             UNTIL WS-CD-I > WS-DAYS-IN-YEAR
           .
       WRITE-GENERATED-DAY.
           MOVE SPACES TO CG-NEW-CALENDAR-RECORD
           COMPUTE CG-NEW-CAL-DATE = FUNCTION DATE-OF-INTEGER(
             WS-JAN1-INT + WS-CD-I - 1)
           MOVE WS-CD-DAY-TYPE(WS-CD-I) TO CG-NEW-DAY-TYPE
           MOVE WS-CD-PERIOD-END(WS-CD-I) TO CG-NEW-PERIOD-END
           MOVE WS-CD-DAY-DESC(WS-CD-I) TO CG-NEW-DAY-DESC
           WRITE CG-NEW-CALENDAR-RECORD
           MOVE 'CXCALOUT' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           ADD 1 TO WS-CD-I
           .
       LIST-ADDED-DAY.
           IF WS-CD-OLD-SW(WS-CD-I) = 'N'
             ADD 1 TO WS-CTL-ADDED-CT
             COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-JAN1-INT + WS-CD-I - 1)
             MOVE SPACES TO WS-RPT-LINE-TEXT
             STRING
               '  ADDED   '      DELIMITED BY SIZE
               WS-WORK-DATE      DELIMITED BY SIZE
               '  '              DELIMITED BY SIZE
               WS-CD-DAY-TYPE(WS-CD-I)   DELIMITED BY SIZE
               WS-CD-PERIOD-END(WS-CD-I) DELIMITED BY SIZE
               ' '               DELIMITED BY SIZE
               WS-CD-DAY-DESC(WS-CD-I)   DELIMITED BY SIZE
               INTO WS-RPT-LINE-TEXT
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-CD-I
           .
       WRITE-GENERATION-TOTALS.
           MOVE SPACES TO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'RULES IN FORCE: '  DELIMITED BY SIZE
             WS-CTL-RULE-CT      DELIMITED BY SIZE
             '  NOT PLACED: '    DELIMITED BY SIZE
             WS-CTL-RULE-ERR-CT  DELIMITED BY SIZE
             '  DAYS: '          DELIMITED BY SIZE
             WS-DAYS-IN-YEAR     DELIMITED BY SIZE
             '  BUSINESS: '      DELIMITED BY SIZE
             WS-CTL-BUSINESS-CT  DELIMITED BY SIZE
             '  HOLIDAYS: '      DELIMITED BY SIZE
             WS-CTL-HOLIDAY-CT   DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE-TEXT
           STRING
             'EXISTING ENTRIES: '   DELIMITED BY SIZE
             WS-CTL-OLD-YEAR-CT     DELIMITED BY SIZE
             '  CHANGED: '          DELIMITED BY SIZE
             WS-CTL-CHANGED-CT      DELIMITED BY SIZE
             '  DESCRIPTION ONLY: ' DELIMITED BY SIZE
             WS-CTL-DESC-ONLY-CT    DELIMITED BY SIZE
             '  ADDED: '            DELIMITED BY SIZE
             WS-CTL-ADDED-CT        DELIMITED BY SIZE
             '  OTHER YEARS KEPT: ' DELIMITED BY SIZE
             WS-CTL-CARRIED-CT      DELIMITED BY SIZE
             INTO WS-RPT-LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE-TEXT TO CG-REPORT-LINE
           WRITE CG-REPORT-LINE
           MOVE 'CXCALGNR' TO WS-IO-FILE
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
             DISPLAY 'CXCALGEN - I-O ERROR FILE=' WS-IO-FILE
                  ' OP=' WS-IO-OP ' STATUS=' WS-IO-STATUS
             MOVE WS-RC-ENVIRONMENT TO RETURN-CODE
             GOBACK
           END-IF
           .

      * vim: et ts=4 sw=4
