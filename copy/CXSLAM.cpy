      ******************************************************************
      * copy/CXSLAM.cpy - one entry of the service-level master: the
      * turnaround the shop has committed to an originating
      * department for one priority class ('U' urgent, 'B' bulk),
      * in business days from receipt (the business date the
      * transaction first reached COMPLEX) to the business date its
      * answer was produced - 0 means the same night.  Department
      * '***' is the shop-wide commitment for a class, used for any
      * department without an entry of its own.  DEPT-NAME heads the
      * department's section of the CXSLARPT monthly report.
      ******************************************************************
       01  (PRFX)SLA-RECORD.
         10  (PRFX)ORIGIN-DEPT       PIC X(03).
         10  (PRFX)PRIORITY-CLASS    PIC X(01).
           88  (PRFX)CLASS-VALID     VALUES 'U' 'B'.
         10  (PRFX)COMMIT-DAYS       PIC X(02).
         10  (PRFX)COMMIT-DAYS-N REDEFINES (PRFX)COMMIT-DAYS
                                     PIC 9(02).
         10  (PRFX)DEPT-NAME         PIC X(24).
         10  FILLER                  PIC X(10).
      ******************************************************************
