      * two decimal places implied in the last two digits, same as
      * the amounts on the order wire format. A retired item
      * (ITM-ACTIVE-FLAG 'N') stays on file so old orders can still
      * be researched, but no longer verifies incoming amounts. A
      * customer holding a contract price for the item in
      * CONTRACT.KSDS is verified against that instead.
       01  ITEM-MASTER-RECORD.
           05  ITM-ITEM-CODE    PIC X(10).
           05  FILLER           PIC X(1).
