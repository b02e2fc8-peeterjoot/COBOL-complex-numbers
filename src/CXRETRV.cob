       DATA DIVISION.
       FILE SECTION.
       FD  CV-ARCHIVE-IN
           RECORD CONTAINS 164 CHARACTERS.
       COPY CXARCH REPLACING ==(PRFX)== BY ==CV-==.
       FD  CV-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
                                   PIC 9(04).
         10  FILLER                PIC X(56).
       FD  CV-REPRINT-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  CV-REPRINT-LINE PIC X(148).
       WORKING-STORAGE SECTION.
       01 WS-WANT-DATE PIC 9(08) VALUE 0.
       01 WS-WANT-TYPE PIC X(08) VALUE SPACES.
