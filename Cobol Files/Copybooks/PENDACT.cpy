      * One two-person-control request, as appended to PENDACT.DAT
      * when an operator asks for a customer archive (or an archived
      * record's restore, or the merge of a duplicate account into
      * its survivor) in CUSTOMER-MAINT. The status does NOT
      * change at request time - a different signed-on user must
      * approve or reject the request through PENDING-ACTION-REVIEW
      * before anything happens to the record, and both identities
           05  PND-REQUESTED-BY  PIC X(20).
           05  FILLER            PIC X(1).
           05  PND-REQUESTED-AT  PIC X(26).
      *    The surviving account on a MERGE request - the customer
      *    in PND-CUST-ID is the duplicate being folded into it.
      *    Blank on archive and restore requests, and on every
      *    request written before merges were requested here.
           05  FILLER            PIC X(1).
           05  PND-TARGET-CUST-ID PIC X(10).
