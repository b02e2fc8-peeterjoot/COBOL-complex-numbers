      ******************************************************************
      * copy/CXREQST.cpy - one record of the request-status master,
      * keyed by request id: who asked, for which department, when
      * it came in and when it is due, and where it stands.  The
      * intake fields come from the CXREQIN registration card; the
      * stage counts, dates and status are rebuilt by CXREQUPD each
      * night from the CXREQEV request-event file.  A request whose
      * events arrive before its registration card is carried with
      * (PRFX)INTAKE-SW 'N' until the card is registered.
      *
      * (PRFX)STATUS is the furthest stage the request has reached:
      * 'R' registered and nothing processed yet, 'E' transactions
      * through the pre-edit, 'S' items sitting in suspense, 'U'
      * corrections resubmitted and not yet computed, 'C' results
      * computed but the request not yet complete, 'D' complete and
      * its results delivered to the requester.
      ******************************************************************
       01  (PRFX)REQUEST-RECORD.
         10  (PRFX)REQUEST-ID        PIC X(08).
         10  (PRFX)REQUESTER         PIC X(20).
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)DESCRIPTION       PIC X(28).
         10  (PRFX)RECEIVED-DATE     PIC 9(08).
         10  (PRFX)DUE-DATE          PIC 9(08).
      * the number of results the requester expects back; zero when
      * the card did not say, and the request is then complete once
      * nothing it sent is still in suspense or awaiting recompute.
         10  (PRFX)EXPECTED-CT       PIC 9(05).
         10  (PRFX)INTAKE-SW         PIC X(01).
           88  (PRFX)INTAKE-REGISTERED VALUE 'Y'.
           88  (PRFX)INTAKE-MISSING    VALUE 'N'.
         10  (PRFX)STATUS            PIC X(01).
           88  (PRFX)STATUS-RECEIVED   VALUE 'R'.
           88  (PRFX)STATUS-EDITED     VALUE 'E'.
           88  (PRFX)STATUS-SUSPENDED  VALUE 'S'.
           88  (PRFX)STATUS-RESUBMITTED VALUE 'U'.
           88  (PRFX)STATUS-COMPUTED   VALUE 'C'.
           88  (PRFX)STATUS-DISTRIBUTED VALUE 'D'.
         10  (PRFX)EDITED-CT         PIC 9(05).
         10  (PRFX)EDIT-REJECT-CT    PIC 9(05).
         10  (PRFX)SUSPENDED-CT      PIC 9(05).
         10  (PRFX)RESUBMITTED-CT    PIC 9(05).
         10  (PRFX)WITHDRAWN-CT      PIC 9(05).
         10  (PRFX)COMPUTED-CT       PIC 9(05).
      * the computed results the last delivery covered; a later
      * computation past this count is delivered again as a revision
         10  (PRFX)DISTRIBUTED-CT    PIC 9(05).
         10  (PRFX)LAST-EVENT-DATE   PIC 9(08).
         10  (PRFX)LAST-COMPUTED-DATE PIC 9(08).
         10  (PRFX)LAST-RESUB-DATE   PIC 9(08).
         10  (PRFX)DISTRIBUTED-DATE  PIC 9(08).
         10  FILLER                  PIC X(11).
      ******************************************************************
