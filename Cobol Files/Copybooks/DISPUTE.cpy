      * One customer dispute case, kept in DISPUTE.KSDS keyed on the
      * ledger order ID being disputed, with an alternate key on the
      * customer so the credit check can total a customer's open
      * cases without a scan. Opened, noted and closed through
      * DISPUTE-MAINT. While DSP-STATUS is OPEN, DSP-AMOUNT (the
      * whole order or the part of it the customer queries) is left
      * out of aging, finance charges, dunning and MQ-RECEIVER's
      * credit-limit check, and statements flag the order as
      * disputed. DSP-RESOLUTION on a closed case is 'C' found in
      * the customer's favour - DSP-CREDIT-AMOUNT was credited back
      * through BALANCE-ADJUST as adjustment DSP-CREDIT-ADJ-ID - or
      * 'U' upheld, the charge stands. A closed order may be
      * disputed again; the new case replaces the old one here and
      * the audit trail keeps the history of both.
       01  DISPUTE-RECORD.
           05  DSP-ORDER-ID      PIC X(8).
           05  FILLER            PIC X(1).
           05  DSP-CUST-ID       PIC X(10).
           05  FILLER            PIC X(1).
           05  DSP-STATUS        PIC X(6).
           05  FILLER            PIC X(1).
           05  DSP-AMOUNT        PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  DSP-OPENED        PIC X(26).
           05  FILLER            PIC X(1).
           05  DSP-OPENED-BY     PIC X(20).
           05  FILLER            PIC X(1).
           05  DSP-NOTE-COUNT    PIC 9(3).
           05  FILLER            PIC X(1).
           05  DSP-LAST-NOTE     PIC X(60).
           05  FILLER            PIC X(1).
           05  DSP-LAST-NOTED    PIC X(26).
           05  FILLER            PIC X(1).
           05  DSP-CLOSED        PIC X(26).
           05  FILLER            PIC X(1).
           05  DSP-CLOSED-BY     PIC X(20).
           05  FILLER            PIC X(1).
           05  DSP-RESOLUTION    PIC X(1).
           05  FILLER            PIC X(1).
           05  DSP-CREDIT-AMOUNT PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  DSP-CREDIT-ADJ-ID PIC X(8).
