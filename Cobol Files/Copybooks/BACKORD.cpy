      * One order line MQ-RECEIVER could not fill from stock, as
      * appended to BACKORD.DAT instead of being billed with the
      * rest of its order. The file holds only lines still waiting:
      * BACKORDER-RELEASE bills and drops each one as stock arrives,
      * taking them in file order - which is arrival order, so the
      * oldest backorder is always filled first. BKO-AMOUNT is the
      * line's own priced amount off the order wire, billed to the
      * customer only when the line is filled; two decimal places
      * implied in the last two digits, same as the ledger.
      * BKO-TAX-AMOUNT is the sales tax on that line, worked at the
      * rate in force when the order arrived and billed with it;
      * a line written before tax was charged reads it as spaces,
      * which BACKORDER-RELEASE takes as no tax.
       01  BACKORDER-RECORD.
           05  BKO-ORDER-ID     PIC X(8).
           05  FILLER           PIC X(1).
           05  BKO-CUST-ID      PIC X(10).
           05  FILLER           PIC X(1).
           05  BKO-ITEM-CODE    PIC X(10).
           05  FILLER           PIC X(1).
           05  BKO-QTY          PIC 9(5).
           05  FILLER           PIC X(1).
           05  BKO-AMOUNT       PIC 9(7)V99.
           05  FILLER           PIC X(1).
           05  BKO-CREATED      PIC X(26).
           05  FILLER           PIC X(1).
           05  BKO-TAX-AMOUNT   PIC 9(7)V99.
           05  FILLER           PIC X(1).
           05  BKO-TAX-REGION   PIC X(10).
