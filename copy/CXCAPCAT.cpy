         10  (PRFX)CAPTURE-DATE      PIC 9(08).
         10  (PRFX)CAPTURE-TIME      PIC 9(06).
         10  (PRFX)INSTRUMENT-ID     PIC X(08).
      * lineage of a derived capture - one a job produced from
      * another rather than one an instrument took: the capture it
      * came from and what derived it (the filter id for a CDFTFLT
      * filtered capture).  Spaces on an instrument capture.
         10  (PRFX)PARENT-ID         PIC X(08).
         10  (PRFX)DERIVED-BY        PIC X(08).
         10  FILLER                  PIC X(03).
      ******************************************************************
