      *> Commarea exchanged with BALANCE-ADJUST when another
      *> transaction LINKs to it to post an adjustment through the
      *> same gated, audited path an operator keys at the terminal
      *> (DISPUTE-MAINT crediting a dispute found in the customer's
      *> favour). The caller fills the customer, direction ('D' or
      *> 'C'), amount, reason code and an optional reference that
      *> is quoted on the ledger line; BALANCE-ADJUST answers
      *> through AR-RETURN-CODE: '00' posted (with the ledger order
      *> ID it was given in AR-ADJ-ID), 'NF' customer not in
      *> CUSTOMER_TABLE, 'IV' request refused by the entry edits,
      *> 'NA' session not authenticated or not authorized, 'ER' SQL
      *> error, 'PC' the business day falls in a closed accounting
      *> period. Shared so BALANCE-ADJUST's LINKAGE SECTION and
      *> every caller use one definition.
           05  AR-CUST-ID        PIC X(10).
           05  AR-DIRECTION      PIC X(1).
           05  AR-AMOUNT         PIC 9(7)V99.
           05  AR-REASON-CODE    PIC X(4).
           05  AR-REFERENCE      PIC X(8).
           05  AR-RETURN-CODE    PIC X(2).
           05  AR-ADJ-ID         PIC X(8).
