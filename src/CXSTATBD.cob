           RECORD CONTAINS 41 CHARACTERS.
       COPY CXHIST REPLACING ==(PRFX)== BY ==SB-HIST-==.
       FD  SB-CONTROL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==SB-CTL-==.
       FD  SB-RUNLOG-FILE
           RECORD CONTAINS 90 CHARACTERS.
             + SB-CTL-CONJ-CT + SB-CTL-REAL-CT + SB-CTL-IMAG-CT
             + SB-CTL-MOD-CT + SB-CTL-ARG-CT + SB-CTL-MULT-CT
             + SB-CTL-INV-CT + SB-CTL-DIV-CT
             + SB-CTL-ADD-CT + SB-CTL-SUB-CT + SB-CTL-SQRT-CT
             + SB-CTL-EXP-CT + SB-CTL-LOG-CT + SB-CTL-POW-CT
             + SB-CTL-SCALE-CT + SB-CTL-NEG-CT

           IF WS-JOB-READ-CT(WS-J) = 0
             MOVE SB-CTL-TOTAL-READ TO WS-JOB-READ-CT(WS-J)
