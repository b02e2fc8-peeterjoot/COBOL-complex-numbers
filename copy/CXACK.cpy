      ******************************************************************
      * copy/CXACK.cpy - one record of an inbound acknowledgment file:
      * a downstream system's answer for one of our enveloped
      * outbound interface files (CXRESULT, the CEXPORT CSV, the
      * CXDISTRB bundles).  An 'H' record names the file id and
      * business date it acknowledges - as they stood on our
      * envelope - with the record count and hash total the receiver
      * loaded, computed the CENVHASH way over each data record, so
      * a short or altered load shows up against our trailer.  The
      * 'D' records that follow give the receiver's disposition of
      * individual data records: RECORD-NO is the record's position
      * after the HDR (1 for the first), RECORD-KEY the record's own
      * leading bytes as it read them (for CXRESULT, its SEQ-NO), and
      * a rejection carries the receiver's reason.  A receiver that
      * sends no 'D' records has accepted everything it counted.
      ******************************************************************
       01  (PRFX)ACK-RECORD.
         10  (PRFX)ACK-TYPE          PIC X(01).
           88  (PRFX)ACK-HEADER      VALUE 'H'.
           88  (PRFX)ACK-DETAIL      VALUE 'D'.
         10  (PRFX)FILE-ID           PIC X(08).
         10  (PRFX)BUSINESS-DATE     PIC 9(08).
         10  (PRFX)ACK-BODY          PIC X(63).
         10  (PRFX)HEADER-BODY REDEFINES (PRFX)ACK-BODY.
           15  (PRFX)SYSTEM-ID       PIC X(08).
           15  (PRFX)RECORD-CT       PIC 9(08).
           15  (PRFX)HASH-TOTAL      PIC 9(15).
           15  (PRFX)ACK-DATE        PIC 9(08).
           15  FILLER                PIC X(24).
         10  (PRFX)DETAIL-BODY REDEFINES (PRFX)ACK-BODY.
           15  (PRFX)RECORD-NO       PIC 9(08).
           15  (PRFX)RECORD-KEY      PIC X(16).
           15  (PRFX)DISPOSITION     PIC X(01).
             88  (PRFX)REC-ACCEPTED  VALUE 'A'.
             88  (PRFX)REC-REJECTED  VALUE 'R'.
           15  (PRFX)REJECT-REASON   PIC X(30).
           15  FILLER                PIC X(08).
      ******************************************************************
