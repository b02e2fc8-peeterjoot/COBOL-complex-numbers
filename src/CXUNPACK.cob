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
               MOVE PK-TP-ORIGIN-DEPT TO PK-TZ-ORIGIN-DEPT
               MOVE PK-TP-SOURCE-SYS TO PK-TZ-SOURCE-SYS
               MOVE PK-TP-PRIORITY-CLASS TO PK-TZ-PRIORITY-CLASS
               MOVE PK-TP-REQUEST-ID TO PK-TZ-REQUEST-ID
               WRITE PK-TZ-TRANS-RECORD
               ADD 1 TO WS-CTL-RECORD-CT
           END-READ
               MOVE PK-SP-PRIORITY-CLASS TO PK-SZ-PRIORITY-CLASS
               MOVE PK-SP-RUN-DATE TO PK-SZ-RUN-DATE
               MOVE PK-SP-RUN-NO TO PK-SZ-RUN-NO
               MOVE PK-SP-REQUEST-ID TO PK-SZ-REQUEST-ID
               WRITE PK-SZ-SUSPENSE-RECORD
               ADD 1 TO WS-CTL-RECORD-CT
           END-READ
