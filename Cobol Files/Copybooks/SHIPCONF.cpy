      * One line of the warehouse's shipment confirmation feed,
      * SHIPCONF.DAT - an item that left the dock against one of
      * our order IDs, with the day it went, the carrier and the
      * carrier's tracking reference. An order shipped in several
      * cartons or on several days simply has several lines.
      * SHIPMENT-CONFIRM empties the feed once it has recorded it,
      * the way BACKORDER-RELEASE empties the receiving feed, so a
      * rerun never counts the same carton twice.
       01  SHIP-CONFIRM-RECORD.
           05  SHC-ORDER-ID      PIC X(8).
           05  FILLER            PIC X(1).
           05  SHC-SHIP-DATE     PIC X(8).
           05  FILLER            PIC X(1).
           05  SHC-CARRIER       PIC X(10).
           05  FILLER            PIC X(1).
           05  SHC-TRACKING      PIC X(20).
           05  FILLER            PIC X(1).
           05  SHC-ITEM-CODE     PIC X(10).
           05  FILLER            PIC X(1).
           05  SHC-QTY-SHIPPED   PIC 9(5).
