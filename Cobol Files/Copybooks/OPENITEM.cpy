      * The open-item balance of one posted sale, kept in
      * OPENITEM.KSDS keyed on the ledger order ID with an
      * alternate key on the customer. LOCKBOX-APPLY raises an item
      * for every POSTED 'S' line on ORDLEDG.DAT (a backorder fill
      * posted later under the same order ID adds to it -
      * OI-LAST-LEDGER-TS is the posting time of the newest line
      * already counted, so a line is never counted twice) and
      * takes lockbox cash off OI-OPEN as it is applied. OI-STATUS
      * goes from OPEN to PAID when OI-OPEN reaches zero. Aging,
      * finance charges, dunning and statements read OI-OPEN as
      * what is still owed on the sale. Amounts carry two decimal
      * places implied, same as the ledger.
       01  OPEN-ITEM-RECORD.
           05  OI-ORDER-ID       PIC X(8).
           05  FILLER            PIC X(1).
           05  OI-CUST-ID        PIC X(10).
           05  FILLER            PIC X(1).
           05  OI-STATUS         PIC X(6).
           05  FILLER            PIC X(1).
           05  OI-POSTED-DATE    PIC X(8).
           05  FILLER            PIC X(1).
           05  OI-ORIGINAL       PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  OI-APPLIED        PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  OI-OPEN           PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  OI-LAST-LEDGER-TS PIC X(26).
           05  FILLER            PIC X(1).
           05  OI-LAST-PAID      PIC X(8).
           05  FILLER            PIC X(1).
           05  OI-LAST-REMIT     PIC X(20).
