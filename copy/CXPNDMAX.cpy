      ******************************************************************
      * copy/CXPNDMAX.cpy - the most open items the CIMPPEND pending-
      * change file (copy/CXPNDCHG.cpy) may hold.  CIMPMNT, CIMPUPD
      * and CIMPENTR each refuse to queue a change while this many
      * are already waiting, so the file can never grow past what
      * CIMPMNT loads to take the approvals that empty it.  CIMPMNT's
      * pending table is twice this deep - the open items plus as
      * many queued in the run that settles them - so raise its
      * OCCURS with this value.
      ******************************************************************
       01  (PRFX)PEND-MAX PIC 9(04) VALUE 500.
      ******************************************************************
