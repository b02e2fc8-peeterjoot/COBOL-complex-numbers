      ******************************************************************
      * copy/CXLIMPRP.cpy - one proposed engineering limit on the
      * CIMPSLIM load deck: the CIMPLIM fields (copy/CXIMPLIM.cpy)
      * derived from the branch's reading history, the date the
      * proposal was made, and how many readings it rests on.
      * Nothing on the deck reaches CIMPLIM until CIMPLLOD is given
      * an engineering approval naming (PRFX)PROPOSAL-DATE.
      ******************************************************************
       01  (PRFX)PROPOSAL-RECORD.
         10  (PRFX)BRANCH-ID          PIC X(08).
         10  (PRFX)NOMINAL-RE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)NOMINAL-IM
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)TOLERANCE
           PIC S9(8)V9(8) SIGN IS LEADING SEPARATE CHARACTER.
         10  (PRFX)PROPOSAL-DATE      PIC 9(08).
         10  (PRFX)READING-CT         PIC 9(06).
         10  FILLER                   PIC X(07).
      ******************************************************************
