       DATA DIVISION.
       FILE SECTION.
       FD  CS-TRANS-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CS-==.
       FD  CS-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
         10  CS-PARM-PARTITIONS    PIC 9(01).
         10  FILLER                PIC X(79).
       FD  CS-PART1-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CS-P1-==.
       FD  CS-PART2-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CS-P2-==.
       FD  CS-PART3-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CS-P3-==.
       FD  CS-PART4-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==CS-P4-==.
       WORKING-STORAGE SECTION.
       01 WS-PARTITIONS PIC 9(01) VALUE 0.
