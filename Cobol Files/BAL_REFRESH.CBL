      * reconcile's SYNC push. Each copy is journaled through
      * CUSTOMER-JOURNAL like every other write to the file. A DB2
      * row with no KSDS record is counted and left for the
      * reconcile to report as table-only - creating records is
      * not this step's business.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
