      ******************************************************************
      * copy/CXDRMAN.cpy - one line of the disaster-recovery backup
      * manifest CXDRMAN writes as the masters are backed up and
      * checks a restored set against.  The header carries the as-of
      * business date and run number off CXRUNCTL and when the
      * manifest was taken; one file entry per master or journal
      * gives its record count, CENVHASH hash total and, for the
      * dated files, the highest business date on it (zero when the
      * file carries no date, PRESENT 'N' when the file was absent);
      * one check entry per cross-file consistency point gives
      * whether it held at backup time; the trailer counts the file
      * and check entries so a truncated manifest is caught.
      ******************************************************************
       01  (PRFX)MANIFEST-RECORD.
         10  (PRFX)REC-TYPE          PIC X(01).
           88  (PRFX)REC-HEADER      VALUE 'H'.
           88  (PRFX)REC-FILE        VALUE 'F'.
           88  (PRFX)REC-CHECK       VALUE 'C'.
           88  (PRFX)REC-TRAILER     VALUE 'T'.
      * the DD name of the file, or the consistency point's name
         10  (PRFX)ENTRY-ID          PIC X(08).
         10  (PRFX)ENTRY-DATA        PIC X(71).
         10  (PRFX)HEADER-DATA REDEFINES (PRFX)ENTRY-DATA.
           15  (PRFX)AS-OF-DATE      PIC 9(08).
           15  (PRFX)AS-OF-RUN-NO    PIC 9(04).
           15  (PRFX)TAKEN-DATE      PIC 9(08).
           15  (PRFX)TAKEN-TIME      PIC 9(06).
           15  FILLER                PIC X(45).
         10  (PRFX)FILE-DATA REDEFINES (PRFX)ENTRY-DATA.
           15  (PRFX)PRESENT-SW      PIC X(01).
             88  (PRFX)FILE-PRESENT  VALUE 'Y'.
             88  (PRFX)FILE-ABSENT   VALUE 'N'.
           15  (PRFX)RECORD-CT       PIC 9(09).
           15  (PRFX)HASH-TOTAL      PIC 9(15).
           15  (PRFX)HIGH-DATE       PIC 9(08).
           15  FILLER                PIC X(38).
         10  (PRFX)CHECK-DATA REDEFINES (PRFX)ENTRY-DATA.
           15  (PRFX)CHECK-RESULT    PIC X(01).
             88  (PRFX)CHECK-HELD    VALUE 'P'.
             88  (PRFX)CHECK-BROKEN  VALUE 'F'.
           15  (PRFX)CHECK-DETAIL    PIC X(60).
           15  FILLER                PIC X(10).
         10  (PRFX)TRAILER-DATA REDEFINES (PRFX)ENTRY-DATA.
           15  (PRFX)FILE-CT         PIC 9(04).
           15  (PRFX)CHECK-CT        PIC 9(04).
           15  FILLER                PIC X(63).
      ******************************************************************
