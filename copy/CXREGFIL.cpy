      ******************************************************************
      * copy/CXREGFIL.cpy - one record of the quarter-end regulatory
      * filing of certified network data, in the regulator's fixed
      * 120-byte layout: a header naming the filer and the quarter,
      * one detail per circuit branch on the as-of impedance
      * snapshot, and a trailer of control totals the regulator
      * checks the details against.  (PRFX)REC-TYPE says which view
      * of (PRFX)REC-BODY applies.
      *
      * Detail figures are rounded to the regulator's precision:
      * impedance to six decimals, unbalance to four decimals of a
      * percent, power factor to six decimals and power to four.
      * (PRFX)DT-UNBAL-SW and (PRFX)DT-PF-SW are 'N' when the quarter's
      * CX3PHASE or CXPOWER data held nothing for the branch, and the
      * figures they cover are then zero.  The trailer's hash total
      * is the CENVHASH byte sum of every detail record as filed.
      ******************************************************************
       01  (PRFX)FILING-RECORD.
         10  (PRFX)REC-TYPE          PIC X(01).
           88  (PRFX)REC-HEADER      VALUE 'H'.
           88  (PRFX)REC-DETAIL      VALUE 'D'.
           88  (PRFX)REC-TRAILER     VALUE 'T'.
         10  (PRFX)REC-BODY          PIC X(119).
         10  (PRFX)HEADER-BODY REDEFINES (PRFX)REC-BODY.
           15  (PRFX)HD-FILER-ID     PIC X(08).
      * the quarter filed, as YYYYQn - '2026Q3'
           15  (PRFX)HD-PERIOD       PIC X(06).
           15  (PRFX)HD-AS-OF-DATE   PIC 9(08).
           15  (PRFX)HD-CREATED-DATE PIC 9(08).
           15  (PRFX)HD-RUN-NO       PIC 9(04).
           15  FILLER                PIC X(85).
         10  (PRFX)DETAIL-BODY REDEFINES (PRFX)REC-BODY.
           15  (PRFX)DT-BRANCH-ID    PIC X(08).
           15  (PRFX)DT-CIRCUIT-ID   PIC X(08).
           15  (PRFX)DT-Z-RE
             PIC S9(8)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)DT-Z-IM
             PIC S9(8)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)DT-Z-MAG        PIC 9(8)V9(6).
           15  (PRFX)DT-UNBAL-SW     PIC X(01).
             88  (PRFX)DT-UNBAL-FILED VALUE 'Y'.
           15  (PRFX)DT-UNBAL-NEG-PCT PIC 9(3)V9(4).
           15  (PRFX)DT-UNBAL-ZERO-PCT PIC 9(3)V9(4).
           15  (PRFX)DT-PF-SW        PIC X(01).
             88  (PRFX)DT-PF-FILED   VALUE 'Y'.
           15  (PRFX)DT-POWER-FACTOR
             PIC S9(1)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)DT-REAL-PWR
             PIC S9(8)V9(4) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)DT-REACTIVE-PWR
             PIC S9(8)V9(4) SIGN IS LEADING SEPARATE CHARACTER.
           15  FILLER                PIC X(09).
         10  (PRFX)TRAILER-BODY REDEFINES (PRFX)REC-BODY.
           15  (PRFX)TR-DETAIL-CT    PIC 9(06).
           15  (PRFX)TR-UNBAL-CT     PIC 9(06).
           15  (PRFX)TR-PF-CT        PIC 9(06).
           15  (PRFX)TR-SUM-Z-RE
             PIC S9(12)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)TR-SUM-Z-IM
             PIC S9(12)V9(6) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)TR-SUM-REAL-PWR
             PIC S9(12)V9(4) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)TR-SUM-REACTIVE-PWR
             PIC S9(12)V9(4) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)TR-HASH-TOTAL   PIC 9(15).
           15  FILLER                PIC X(14).
      ******************************************************************
