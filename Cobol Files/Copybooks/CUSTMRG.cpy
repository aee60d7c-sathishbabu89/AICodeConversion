      * One approved duplicate-account merge, as appended to
      * CUSTMRG.DAT by PENDING-ACTION-REVIEW once a second operator
      * approves a MERGE request raised in CUSTOMER-MAINT. The
      * nightly CUSTOMER-MERGE step applies each entry - balance,
      * ledger history and held orders moved onto MRG-SURVIVOR-ID,
      * MRG-DUPLICATE-ID archived - and then empties the file, so an
      * entry here means approved but not yet applied. Both
      * identities ride along for the journal and the merge report.
       01  MERGE-REQUEST-RECORD.
           05  MRG-DUPLICATE-ID  PIC X(10).
           05  FILLER            PIC X(1).
           05  MRG-SURVIVOR-ID   PIC X(10).
           05  FILLER            PIC X(1).
           05  MRG-REQUESTED-BY  PIC X(20).
           05  FILLER            PIC X(1).
           05  MRG-APPROVED-BY   PIC X(20).
           05  FILLER            PIC X(1).
           05  MRG-APPROVED-AT   PIC X(26).
