      ******************************************************************
      * copy/CXIMPHAG.cpy - one branch's readings for one calendar
      * month, rolled up by the CIMPROLL compaction once they pass
      * the retention cutoff: the CIMPHIST detail is archived and
      * this record stands in for it in the long trend.  Means,
      * minima and maxima are of the RE and IM parts separately;
      * (PRFX)TEMP-MEAN is over the (PRFX)TEMP-CT readings that
      * carried a temperature and is spaces when none did.
      ******************************************************************
       01  (PRFX)HISTAGG-RECORD.
         10  (PRFX)BRANCH-ID          PIC X(08).
         10  (PRFX)AGG-MONTH          PIC 9(06).
         10  (PRFX)READING-CT         PIC 9(06).
         10  (PRFX)RE-MEAN
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RE-MIN
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)RE-MAX
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)IM-MEAN
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)IM-MIN
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)IM-MAX
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)TEMP-CT            PIC 9(06).
         10  (PRFX)TEMP-MEAN
           PIC S9(3)V9(1) SIGN IS LEADING SEPARATE CHARACTER.
         10  FILLER                   PIC X(07).
      ******************************************************************
