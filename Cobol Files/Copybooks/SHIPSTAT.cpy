      * Shipment standing of one order in SHIPSTAT.KSDS, keyed by
      * order ID. SHIPMENT-CONFIRM raises the record from the
      * posted sale lines in SALESDTL.DAT and adds each warehouse
      * confirmation to it; ORDER-STATUS-INQUIRY reads it to say
      * how far a posted order has got. SS-QTY-BILLED is the
      * quantity posted to the customer so far (a backordered line
      * joins it the night BACKORDER-RELEASE bills it), and
      * SS-SHIP-STATUS compares the two:
      *   POSTED   billed, nothing shipped yet
      *   PARTIAL  some but not all of the billed quantity shipped
      *   SHIPPED  everything billed has shipped
      *   NOORDER  the warehouse shipped against an order ID with
      *            no posted sale behind it - SS-CUST-ID and
      *            SS-POSTED-DATE stay blank until one posts
       01  SHIP-STATUS-RECORD.
           05  SS-ORDER-ID       PIC X(8).
           05  FILLER            PIC X(1).
           05  SS-CUST-ID        PIC X(10).
           05  FILLER            PIC X(1).
           05  SS-POSTED-DATE    PIC X(8).
           05  FILLER            PIC X(1).
           05  SS-QTY-BILLED     PIC 9(7).
           05  FILLER            PIC X(1).
           05  SS-QTY-SHIPPED    PIC 9(7).
           05  FILLER            PIC X(1).
           05  SS-SHIP-STATUS    PIC X(8).
           05  FILLER            PIC X(1).
           05  SS-FIRST-SHIPPED  PIC X(8).
           05  FILLER            PIC X(1).
           05  SS-LAST-SHIPPED   PIC X(8).
           05  FILLER            PIC X(1).
           05  SS-CARRIER        PIC X(10).
           05  FILLER            PIC X(1).
           05  SS-TRACKING       PIC X(20).
           05  FILLER            PIC X(1).
           05  SS-UPDATED        PIC X(26).
