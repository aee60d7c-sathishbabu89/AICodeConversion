      * One remittance from the bank's daily lockbox file,
      * LOCKBOX.DAT - a customer cheque the bank has banked for us,
      * with the remittance reference the customer wrote on the
      * stub (normally the order ID being paid). The deposit date
      * and the bank's item sequence within the deposit identify
      * the remittance uniquely, so LOCKBOX-APPLY can recognise a
      * file it has already applied. LBX-AMOUNT carries two
      * decimal places implied in the last two digits, same as the
      * ledger.
       01  LOCKBOX-RECORD.
           05  LBX-DEPOSIT-DATE  PIC X(8).
           05  FILLER            PIC X(1).
           05  LBX-ITEM-SEQ      PIC X(6).
           05  FILLER            PIC X(1).
           05  LBX-CUST-ID       PIC X(10).
           05  FILLER            PIC X(1).
           05  LBX-REFERENCE     PIC X(20).
           05  FILLER            PIC X(1).
           05  LBX-AMOUNT        PIC 9(7)V99.
