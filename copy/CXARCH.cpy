      * The post-run archive step wraps the day's print and control
      * files into these records on a cumulative archive data set, so
      * "the report from the 14th" is a retrieval run instead of a
      * shrug after the SYSOUT purged.  (PRFX)ARCH-DATA is as wide as
      * the widest of them, the 148-byte CXAUDIT line with its chain
      * hash; report and suspense lines are padded with spaces.
      * IMPHIST lines are CIMPHIST readings the history compaction
      * rolled up, dated the day it ran.  REGFILE lines are a
      * certified quarter-end regulatory filing as it was sent, and
      * REGSNAP lines the impedance snapshot it was drawn from, both
      * dated the quarter's as-of date.
      ******************************************************************
       01  (PRFX)ARCHIVE-RECORD.
         10  (PRFX)ARCH-DATE         PIC 9(08).
           88  (PRFX)ARCH-REPORT     VALUE 'REPORT'.
           88  (PRFX)ARCH-SUSPENSE   VALUE 'SUSPENSE'.
           88  (PRFX)ARCH-AUDIT      VALUE 'AUDIT'.
           88  (PRFX)ARCH-IMPHIST    VALUE 'IMPHIST'.
           88  (PRFX)ARCH-REGFILE    VALUE 'REGFILE'.
           88  (PRFX)ARCH-REGSNAP    VALUE 'REGSNAP'.
         10  (PRFX)ARCH-DATA         PIC X(148).
      ******************************************************************
