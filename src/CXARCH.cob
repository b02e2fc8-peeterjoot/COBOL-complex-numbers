           RECORD CONTAINS 132 CHARACTERS.
       01  CA-REPORT-LINE PIC X(132).
       FD  CA-SUSP-IN
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CA-SUSP-==.
       FD  CA-AUDIT-IN
           RECORD CONTAINS 148 CHARACTERS.
       01  CA-AUDIT-LINE PIC X(148).
       FD  CA-ARCHIVE-FILE
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==CA-==.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
