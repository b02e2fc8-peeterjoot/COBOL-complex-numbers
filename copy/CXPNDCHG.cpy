      ******************************************************************
      * copy/CXPNDCHG.cpy - one impedance-master change waiting for
      * its second signature.  No single person may change a
      * production impedance value: CIMPMNT and CIMPUPD no longer
      * apply a change themselves but park it here under the maker's
      * operator id, and CIMPMNT applies it on a later run only when
      * a different authorized operator approves it by (PRFX)PEND-NO
      * on the CIMPAPRV file (copy/CXIMPAPV.cpy).  An item left
      * unapproved past the PEND-EXPIRE-DAYS business days drops off
      * to the exceptions report instead.
      * (PRFX)TRAN-IMAGE is the change as a CXIMPTRN.cpy maintenance
      * record, value in the unit it was keyed in; CIMPUPD's
      * corrections are carried in that shape as CHANGEs under the
      * maker id CIMPUPD.  (PRFX)PROVENANCE is the correction's
      * CXIMPCOR.cpy provenance, blank for keyed transactions.
      ******************************************************************
       01  (PRFX)PENDING-RECORD.
         10  (PRFX)PEND-NO            PIC 9(08).
         10  (PRFX)SUBMIT-DATE        PIC 9(08).
         10  (PRFX)SOURCE-PGM         PIC X(08).
         10  (PRFX)MAKER-ID           PIC X(08).
         10  (PRFX)PROVENANCE         PIC X(01).
         10  (PRFX)TRAN-IMAGE         PIC X(66).
         10  FILLER                   PIC X(01).
      ******************************************************************
