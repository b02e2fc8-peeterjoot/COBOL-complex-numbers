      ******************************************************************
      * copy/CXPOLYIN.cpy - one record of a coefficient-set file for
      * the CPOLYSLV root job.  A PLY record opens a polynomial - its
      * id for the root file and report, and its degree - and the
      * CFT records that follow it carry its complex coefficients,
      * one per power; a power with no CFT record is taken as zero.
      * The coefficient fields redefine the PLY fields so every
      * record on the file is the same fixed length, the convention
      * copy/CTPDEF.cpy uses.
      ******************************************************************
       01  (PRFX)POLYIN-RECORD.
         10  (PRFX)REC-TYPE          PIC X(03).
           88  (PRFX)REC-POLY        VALUE 'PLY'.
           88  (PRFX)REC-COEF        VALUE 'CFT'.
         10  (PRFX)PLY-FIELDS.
           15  (PRFX)POLY-ID         PIC X(08).
           15  (PRFX)DEGREE          PIC 9(02).
           15  FILLER                PIC X(27).
         10  (PRFX)CFT-FIELDS REDEFINES (PRFX)PLY-FIELDS.
           15  (PRFX)POWER           PIC 9(02).
           15  (PRFX)COEF-RE
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  (PRFX)COEF-IM
             PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
           15  FILLER                PIC X(01).
      ******************************************************************
