      ******************************************************************
      * copy/CXACKLOG.cpy - one reconciled acknowledgment on the
      * cumulative acknowledgment log CXACKREC appends to: which of
      * our outbound files (file id and business date) which system
      * acknowledged and when, how the acknowledgment compared with
      * what CXRUNREG says we sent, and how many records it accepted
      * and rejected.  The log is what tells later runs a file has
      * been answered, so only files still unanswered past their
      * cutoff are listed again.
      ******************************************************************
       01  (PRFX)ACK-LOG-RECORD.
         10  (PRFX)FILE-ID           PIC X(08).
         10  (PRFX)BUSINESS-DATE     PIC 9(08).
         10  (PRFX)SYSTEM-ID         PIC X(08).
         10  (PRFX)ACK-DATE          PIC 9(08).
         10  (PRFX)RECON-DATE        PIC 9(08).
         10  (PRFX)OUTCOME           PIC X(01).
           88  (PRFX)OUTCOME-BALANCED VALUE 'B'.
           88  (PRFX)OUTCOME-OUT-OF-BALANCE VALUE 'O'.
           88  (PRFX)OUTCOME-NOT-SENT VALUE 'N'.
         10  (PRFX)ACCEPT-CT         PIC 9(08).
         10  (PRFX)REJECT-CT         PIC 9(08).
         10  FILLER                  PIC X(03).
      ******************************************************************
