      * One negotiated contract price, kept in CONTRACT.KSDS keyed on
      * customer, item and the date the price takes effect, so a
      * customer can hold a run of successive contracts for the same
      * item and the one in force on a given day is found by browsing
      * the customer/item pair. Keyed through CONTRACT-PRICE-MAINT by
      * the pricing desk. MQ-RECEIVER verifies an order line against
      * the contract price in force for the customer first and only
      * falls back to ITEMMAST.DAT's list price when there is none.
      * CP-EXPIRY-DATE is the last day the price applies; 99999999
      * is an open-ended contract. Ending a contract sets its expiry
      * rather than deleting it, so a posted order can always be
      * traced to the price it was checked against. Windows for the
      * same customer and item never overlap - the maintenance
      * transaction refuses one that would.
       01  CONTRACT-PRICE-RECORD.
           05  CP-KEY.
               10  CP-CUST-ID        PIC X(10).
               10  CP-ITEM-CODE      PIC X(10).
               10  CP-EFFECTIVE-DATE PIC X(8).
           05  FILLER                PIC X(1).
           05  CP-EXPIRY-DATE        PIC X(8).
           05  FILLER                PIC X(1).
           05  CP-UNIT-PRICE         PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  CP-UPDATED            PIC X(26).
           05  FILLER                PIC X(1).
           05  CP-UPDATED-BY         PIC X(20).
