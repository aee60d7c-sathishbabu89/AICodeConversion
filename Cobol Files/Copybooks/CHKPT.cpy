      * whatever other running totals the calling program needs to
      * pick back up on restart besides records-read (FILE-PROCESSOR
      * uses them for records written/rejected and the three age
      * brackets; CUSTOMER-RECONCILE uses all five for records
      * matched/mismatched/missing, table-only rows and table rows
      * checked) - a restart that only restored
      * CKPT-RECORDS-READ would resume scanning at the right spot but
      * report every other total as if the run had started fresh.
       01  WS-CHECKPOINT-ENTRY.
