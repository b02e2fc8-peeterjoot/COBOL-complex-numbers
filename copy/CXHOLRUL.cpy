      ******************************************************************
      * copy/CXHOLRUL.cpy - one rule on the holiday-rule master the
      * CXCALGEN generator builds each year's CXCALEN business-day
      * calendar from, instead of the calendar being keyed by hand
      * every December.  A rule names a holiday one of three ways:
      *   F  a fixed date - (PRFX)MONTH and (PRFX)DAY;
      *   N  the (PRFX)NTH (PRFX)WEEKDAY (1 Monday .. 7 Sunday) of
      *      (PRFX)MONTH, NTH 5 meaning the last one in the month;
      *   E  (PRFX)EASTER-OFFSET days from Easter Sunday (-2 Good
      *      Friday, +1 Easter Monday).
      * (PRFX)OBSERVE says what happens when the date falls on a
      * weekend: space leaves it there (the weekend just carries its
      * name); 'S' splits the weekend, Saturday observed on the
      * Friday before and Sunday on the Monday after; 'M' moves it
      * forward to the next weekday not already a holiday, the
      * substitute-day rule that keeps two adjacent holidays apart.
      * (PRFX)FROM-YEAR and (PRFX)TO-YEAR bound the years the rule
      * applies to - zero is open-ended - so a holiday moved by
      * proclamation is a new rule line, not an edit of the old one.
      ******************************************************************
       01  (PRFX)HOLIDAY-RULE.
         10  (PRFX)RULE-TYPE         PIC X(01).
           88  (PRFX)RULE-FIXED      VALUE 'F'.
           88  (PRFX)RULE-NTH-DAY    VALUE 'N'.
           88  (PRFX)RULE-EASTER     VALUE 'E'.
         10  (PRFX)MONTH             PIC 9(02).
         10  (PRFX)DAY               PIC 9(02).
         10  (PRFX)WEEKDAY           PIC 9(01).
         10  (PRFX)NTH               PIC 9(01).
           88  (PRFX)NTH-LAST        VALUE 5.
         10  (PRFX)EASTER-OFFSET
           PIC S9(03) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)OBSERVE           PIC X(01).
           88  (PRFX)OBSERVE-NONE    VALUE SPACE.
           88  (PRFX)OBSERVE-SPLIT   VALUE 'S'.
           88  (PRFX)OBSERVE-MONDAY  VALUE 'M'.
         10  (PRFX)FROM-YEAR         PIC 9(04).
         10  (PRFX)TO-YEAR           PIC 9(04).
         10  (PRFX)RULE-DESC         PIC X(20).
         10  FILLER                  PIC X(10).
      ******************************************************************
