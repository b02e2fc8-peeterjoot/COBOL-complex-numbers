       DATA DIVISION.
       FILE SECTION.
       FD  RQ-RAW-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==RQ-IN-==.
       FD  RQ-OUT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==RQ-OUT-==.
       FD  RQ-REJECT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==RQ-REJ-==.
       FD  RQ-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
         10  RQ-SRT-PRIO-RANK      PIC 9(01).
         10  RQ-SRT-GROUP-NO       PIC 9(08).
         10  RQ-SRT-ARRIVAL-NO     PIC 9(08).
         10  RQ-SRT-DATA           PIC X(96).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * one row per distinct chain id seen on the raw file: the
