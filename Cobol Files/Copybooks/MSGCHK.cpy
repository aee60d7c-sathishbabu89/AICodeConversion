      *> Message check-value request passed by reference to
      *> MESSAGE-CHECK-VALUE. Every order message on the order queues
      *> ends in an authentication trailer after its last item:
      *>     ...|ITEM|QTY|AMT|@PARTNERID@NNNNNNNNNN
      *> the sending partner's ID and a ten-digit check value
      *> computed over everything before the '|@' with the partner's
      *> secret from PARTNER.DAT, so a message altered on the way or
      *> put by someone without the secret does not verify. Set
      *> MCK-FUNCTION to:
      *>   'S' sign - MCK-BODY and MCK-PARTNER-ID in; the secret is
      *>       read from PARTNER.DAT and MCK-SIGNED-MESSAGE comes
      *>       back ready to put, with MCK-CHECK-VALUE.
      *>   'C' compute - MCK-BODY and MCK-SECRET in (a caller that
      *>       already holds the partner master); MCK-CHECK-VALUE
      *>       comes back for comparison with the trailer's.
      *> MCK-RETURN-CODE is '00', 'NF' partner not on PARTNER.DAT,
      *> 'SU' partner not ACTIVE, or 'TL' when the signed message
      *> would not fit the 200-byte message area.
       01  WS-MESSAGE-CHECK-ENTRY.
           05  MCK-FUNCTION        PIC X(1).
           05  MCK-PARTNER-ID      PIC X(8).
           05  MCK-SECRET          PIC X(20).
           05  MCK-BODY            PIC X(200).
           05  MCK-CHECK-VALUE     PIC 9(10).
           05  MCK-SIGNED-MESSAGE  PIC X(200).
           05  MCK-RETURN-CODE     PIC X(2).
