           RECORD CONTAINS 132 CHARACTERS.
       01  CB-REPORT-LINE PIC X(132).
       FD  CB-CATA-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CB-CTA-==.
       FD  CB-CATB-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CB-CTB-==.
       WORKING-STORAGE SECTION.
      * Tolerance a bin may move between the two captures and still
