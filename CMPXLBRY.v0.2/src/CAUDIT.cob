       DATA DIVISION.
       FILE SECTION.
       FD  CX-AUDIT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  CX-AUDIT-LINE PIC X(148).
       WORKING-STORAGE SECTION.
        01 W-AUD-OPEN-SW PIC X(01) VALUE 'N'.
          88 W-AUD-IS-OPEN VALUE 'Y'.
        01 W-AUD-SEQ-NO PIC 9(08) VALUE 0.
        01 W-AUD-LINE-TEXT PIC X(148) VALUE SPACES.
        01 W-AUD-HASH-RECORD PIC X(256) VALUE SPACES.
        01 W-AUD-CHAIN-HASH PIC 9(15) VALUE 0.
        COPY INTEGER REPLACING ==(PRFX)== BY ==W-AUD-HASH-LEN-==.
        COPY CXAUDSHR.
       LINKAGE SECTION.
        01 L-AUD-PROGRAM-ID PIC X(08).
      *   unit and relies on GnuCOBOL's implicit close at run-unit end
      *   to flush it - there being no existing caller convention in
      *   this library for a "last call, close your file" signal.
      *
      *   Every line ends with a chain hash in columns 134-148: the
      *   CAUDHASH hash of columns 1-133, started from the previous
      *   line's hash (zero on sequence number 1).  Editing, dropping
      *   or reordering a line after the run breaks the chain from
      *   that line on, which CAUDCHK reports.
      *
           IF NOT W-AUD-IS-OPEN
             PERFORM OPEN-AUDIT-FILE
             MOVE CAUDIT-CTX-RUN-NO TO W-AUD-LINE-TEXT(129:4)
           END-IF

           MOVE W-AUD-LINE-TEXT TO W-AUD-HASH-RECORD
           MOVE 133 TO W-AUD-HASH-LEN-I
           CALL 'CAUDHASH' USING
             W-AUD-HASH-RECORD, W-AUD-HASH-LEN-I, W-AUD-CHAIN-HASH
           MOVE W-AUD-CHAIN-HASH TO W-AUD-LINE-TEXT(134:15)

           MOVE W-AUD-LINE-TEXT TO CX-AUDIT-LINE
           WRITE CX-AUDIT-LINE

