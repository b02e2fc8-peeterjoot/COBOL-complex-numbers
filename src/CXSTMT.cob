           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==CS-IN-==.
       FD  CS-CONTROL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CS-CTL-==.
       FD  CS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
