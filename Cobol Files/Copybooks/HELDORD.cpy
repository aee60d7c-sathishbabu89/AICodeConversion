      * One held-order entry, as appended to HELDORD.DAT when
      * MQ-RECEIVER's credit-limit check stops a sale that would
      * push the customer's balance past CUST-CREDIT-LIMIT, or its
      * pattern check stops one far outside how the customer
      * normally orders. These are valid orders awaiting a credit
      * decision - deliberately not DEADLTR.DAT entries - and the
      * review transaction works them back down, releasing or
      * refusing each one. The raw message rides along so a
      * released order can go back through the same queue-and-post
      * path it arrived on, byte for byte.
       01  HELD-ORDER-RECORD.
           05  HLD-ORDER-ID       PIC X(8).
           05  FILLER             PIC X(1).
      *    transaction falls back to ORDER-QUEUE for those.
           05  FILLER             PIC X(1).
           05  HLD-SOURCE-QUEUE   PIC X(20).
      *    Why the order was held - the credit limit or the
      *    customer's ordering pattern - as MQ-RECEIVER worded it
      *    on the HELD ledger line and acknowledgment. Appended the
      *    same way; a record held before it was kept reads blank,
      *    which is always the credit limit.
           05  FILLER             PIC X(1).
           05  HLD-HOLD-REASON    PIC X(40).
