      * Stock-on-hand record, one per ORD-ITEM-CODE in STOCK.KSDS,
      * keyed on the item code so MQ-RECEIVER can read and rewrite
      * the one figure an order line touches without holding the
      * whole file. A posted sale takes its filled quantity out, a
      * posted return puts its quantity back, and receipts keyed
      * at ITEM-PRICE-MAINT or arriving on the receiving feed add
      * to it ahead of BACKORDER-RELEASE filling waiting lines.
      * STK-LAST-MOVED is stamped on every change so a figure that
      * looks wrong can be dated against the ledger.
       01  STOCK-RECORD.
           05  STK-ITEM-CODE    PIC X(10).
           05  FILLER           PIC X(1).
           05  STK-ON-HAND      PIC 9(7).
           05  FILLER           PIC X(1).
           05  STK-LAST-MOVED   PIC X(26).
