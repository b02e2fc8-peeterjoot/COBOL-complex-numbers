           RECORD CONTAINS 20 CHARACTERS.
       COPY CXRSTRT REPLACING ==(PRFX)== BY ==CD-CK-==.
       FD  CD-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY CXCAPCAT REPLACING ==(PRFX)== BY ==CD-CAT-==.
       WORKING-STORAGE SECTION.
       COPY REALARR REPLACING ==(PRFX)== BY ==WS-SAMP-==.
