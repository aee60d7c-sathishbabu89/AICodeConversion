      * 'P' credit, and BALANCE-ADJUST writes its adjustments here
      * too as type 'D' (debit) or 'C' (credit) with outcome
      * ADJUST, so statements and aging see write-offs and
      * corrections alongside the posted orders. FINANCE-CHARGE
      * writes its month-end late-payment charges as type 'F'
      * (debit) with outcome POSTED, and LOCKBOX-APPLY writes the
      * lockbox cash it applies to open items as type 'P' POSTED
      * under its own 'LB' order IDs. LGR-REASON-TEXT is
      * blank on a posted order and carries the dead-letter reason
      * otherwise. LGR-TOTAL-AMOUNT is the whole balance movement,
      * sales tax included, so every reader that foots the ledger
      * against the balance still foots; LGR-TAX-AMOUNT is the tax
      * portion of it and LGR-TAX-REGION the region it was charged
      * for, for the tax liability report. Lines written before tax
      * was charged end short of these fields and read as spaces -
      * readers treat a non-numeric LGR-TAX-AMOUNT as no tax.
      * LGR-POSTING-DATE is the business day the line belongs to,
      * from BUSINESS-DATE-SERVICE, and is what statements, aging,
      * the tax report and the GL go by; LGR-TIMESTAMP stays the
      * clock time it was written, the order of events. Lines
      * written before the business date was kept end short of it
      * - readers take LGR-TIMESTAMP's date when it is blank.
      * LGR-SOURCE-QUEUE is the queue MQ-RECEIVER drained the order
      * from, so a bad batch from one feed can be picked out for
      * ORDER-REVERSAL; it is blank on every other writer's lines
      * and on lines written before it was kept. A reversal is
      * written as an ADJUST line under the reversed order's own ID
      * - type 'C' undoing a sale, 'D' a return or payment - with
      * LGR-REASON-TEXT starting 'REVERSED' and the original type,
      * so the order's lines read together on the alternate key.
       01  LEDGER-RECORD.
           05  LGR-ORDER-ID      PIC X(8).
           05  FILLER            PIC X(1).
           05  LGR-OUTCOME       PIC X(8).
           05  FILLER            PIC X(1).
           05  LGR-REASON-TEXT   PIC X(40).
           05  FILLER            PIC X(1).
           05  LGR-TAX-AMOUNT    PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  LGR-TAX-REGION    PIC X(10).
           05  FILLER            PIC X(1).
           05  LGR-POSTING-DATE  PIC X(8).
           05  FILLER            PIC X(1).
           05  LGR-SOURCE-QUEUE  PIC X(20).
