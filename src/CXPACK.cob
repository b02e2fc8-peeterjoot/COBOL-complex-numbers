           88  PK-PARM-RESULT      VALUE 'RESULT'.
         10  FILLER                PIC X(74).
       FD  PK-TRAN-Z
           RECORD CONTAINS 96 CHARACTERS.
       COPY CXTRAN REPLACING ==(PRFX)== BY ==PK-TZ-==.
       FD  PK-TRAN-P
           RECORD CONTAINS 64 CHARACTERS.
       COPY CXTRANPK REPLACING ==(PRFX)== BY ==PK-TP-==.
       FD  PK-SUSP-Z
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==PK-SZ-==.
       FD  PK-SUSP-P
           RECORD CONTAINS 86 CHARACTERS.
       COPY CXSUSPPK REPLACING ==(PRFX)== BY ==PK-SP-==.
       FD  PK-RSLT-Z
           RECORD CONTAINS 140 CHARACTERS.
               MOVE PK-TZ-ORIGIN-DEPT TO PK-TP-ORIGIN-DEPT
               MOVE PK-TZ-SOURCE-SYS TO PK-TP-SOURCE-SYS
               MOVE PK-TZ-PRIORITY-CLASS TO PK-TP-PRIORITY-CLASS
               MOVE PK-TZ-REQUEST-ID TO PK-TP-REQUEST-ID
               WRITE PK-TP-TRANS-RECORD
               ADD 1 TO WS-CTL-RECORD-CT
           .
               MOVE PK-SZ-PRIORITY-CLASS TO PK-SP-PRIORITY-CLASS
               MOVE PK-SZ-RUN-DATE TO PK-SP-RUN-DATE
               MOVE PK-SZ-RUN-NO TO PK-SP-RUN-NO
               MOVE PK-SZ-REQUEST-ID TO PK-SP-REQUEST-ID
               WRITE PK-SP-SUSPENSE-RECORD
               ADD 1 TO WS-CTL-RECORD-CT
           .
