      * One posted order line, as appended to SALESDTL.DAT - the
      * item-level history ORDLEDG.DAT never kept, since a ledger
      * line carries only the order total and a count of items.
      * MQ-RECEIVER writes a line for every item of a POSTED sale
      * or return that moved the balance (a backordered sale line
      * is not posted yet and is left out), and BACKORDER-RELEASE
      * writes one when it fills and bills a waiting line, dated
      * the day it shipped. SD-REGION is the customer's region at
      * the time of posting, so regional figures stay as they were
      * booked even after a customer moves. SD-AMOUNT is the line's
      * own priced amount, before sales tax, with two decimal
      * places implied; SD-ORDER-TYPE 'S' is a sale and 'R' a
      * return, which the sales report nets against the sales.
       01  SALES-DETAIL-RECORD.
           05  SD-ORDER-ID      PIC X(8).
           05  FILLER           PIC X(1).
           05  SD-CUST-ID       PIC X(10).
           05  FILLER           PIC X(1).
           05  SD-REGION        PIC X(10).
           05  FILLER           PIC X(1).
           05  SD-ITEM-CODE     PIC X(10).
           05  FILLER           PIC X(1).
           05  SD-QTY           PIC 9(5).
           05  FILLER           PIC X(1).
           05  SD-AMOUNT        PIC 9(7)V99.
           05  FILLER           PIC X(1).
           05  SD-ORDER-TYPE    PIC X(1).
           05  FILLER           PIC X(1).
           05  SD-POSTED        PIC X(26).
