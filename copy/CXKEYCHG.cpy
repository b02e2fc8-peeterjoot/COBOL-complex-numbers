      ******************************************************************
      * copy/CXKEYCHG.cpy - one key-change card for the CIMPRKEY
      * cascade: the field crew's re-label of a branch, or of a
      * circuit, carried to every branch- and circuit-keyed file in
      * one run instead of one hand patch per file.
      *   'B' re-labels branch (PRFX)OLD-KEY as (PRFX)NEW-KEY.
      *   'C' re-labels circuit (PRFX)OLD-KEY as (PRFX)NEW-KEY when
      *       (PRFX)BRANCH-ID is blank; with a branch id, it moves
      *       only that branch from circuit OLD-KEY to NEW-KEY.
      * (PRFX)OPERATOR-ID is who ordered the change; it is carried
      * onto the CXKEYXRF cross-reference entry.
      ******************************************************************
       01  (PRFX)KEYCHG-RECORD.
         10  (PRFX)KEY-TYPE           PIC X(01).
           88  (PRFX)KEY-BRANCH       VALUE 'B'.
           88  (PRFX)KEY-CIRCUIT      VALUE 'C'.
         10  FILLER                   PIC X(01).
         10  (PRFX)OLD-KEY            PIC X(08).
         10  FILLER                   PIC X(01).
         10  (PRFX)NEW-KEY            PIC X(08).
         10  FILLER                   PIC X(01).
         10  (PRFX)BRANCH-ID          PIC X(08).
         10  FILLER                   PIC X(01).
         10  (PRFX)OPERATOR-ID        PIC X(08).
         10  FILLER                   PIC X(43).
      ******************************************************************
