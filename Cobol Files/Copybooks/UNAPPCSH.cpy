      * One lockbox remittance (or the part of one) that
      * LOCKBOX-APPLY could not put against an open item, as
      * appended to UNAPPCSH.DAT - the unapplied-cash suspense the
      * cash desk works. Money here has been banked but has NOT
      * been posted to the customer's balance; the desk resolves
      * each entry by identifying the account or item and posting
      * it, or returning it to the payer. UA-REASON says why the
      * program could not apply it.
       01  UNAPPLIED-CASH-RECORD.
           05  UA-DEPOSIT-DATE   PIC X(8).
           05  FILLER            PIC X(1).
           05  UA-ITEM-SEQ       PIC X(6).
           05  FILLER            PIC X(1).
           05  UA-CUST-ID        PIC X(10).
           05  FILLER            PIC X(1).
           05  UA-REFERENCE      PIC X(20).
           05  FILLER            PIC X(1).
           05  UA-AMOUNT         PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  UA-REASON         PIC X(30).
           05  FILLER            PIC X(1).
           05  UA-RECEIVED       PIC X(26).
