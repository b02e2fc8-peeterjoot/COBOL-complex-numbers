       DATA DIVISION.
       FILE SECTION.
       FD  AG-MASTER-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==AG-MST-==.
       FD  AG-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
