       DATA DIVISION.
       FILE SECTION.
       FD  RL-SUSP-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==RL-SUSP-==.
       FD  RL-MASTER-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY CXSUSPM REPLACING ==(PRFX)== BY ==RL-MST-==.
       FD  RL-RESOLVED-FILE
           RECORD CONTAINS 20 CHARACTERS.
           MOVE RL-SUSP-PRIORITY-CLASS TO RL-MST-PRIORITY-CLASS
           SET RL-MST-ITEM-OPEN TO TRUE
           MOVE 0 TO RL-MST-RESOLVED-DATE
           MOVE RL-SUSP-REQUEST-ID TO RL-MST-REQUEST-ID

           WRITE RL-MST-SUSP-MASTER-RECORD
             INVALID KEY
