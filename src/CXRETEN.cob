       DATA DIVISION.
       FILE SECTION.
       FD  CR-ARCHIVE-IN
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==CR-IN-==.
       FD  CR-ARCHIVE-OUT
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==CR-OUT-==.
       FD  CR-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * or after the CXRETNP parameter card's cutoff date and
      * dropping the rest - so the archive answers the auditors'
      * look-backs without growing without bound.  The JCL swaps the
      * new generation in behind the sweep.  Certified regulatory
      * filings and their snapshots (REGFILE and REGSNAP) are kept
      * whatever their date; the regulator's retention, not the
      * shop's, governs them.
      ******************************************************************
           OPEN INPUT CR-PARM-FILE
           MOVE 'CXRETNP' TO WS-IO-FILE
           .
       SWEEP-ARCHIVE-RECORD.
           IF CR-IN-ARCH-DATE < WS-CUTOFF-DATE
               AND NOT CR-IN-ARCH-REGFILE
               AND NOT CR-IN-ARCH-REGSNAP
             ADD 1 TO WS-CTL-DROPPED-CT
           ELSE
             MOVE CR-IN-ARCHIVE-RECORD TO CR-OUT-ARCHIVE-RECORD
