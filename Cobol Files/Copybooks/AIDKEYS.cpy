      * 3270 attention identifier values tested against EIBAID by the
      * map-driven transactions (LOGIN, GET-CUSTOMER, CUSTOMER-MAINT,
      * CUSTOMER-UPDATE, USER-UNLOCK, CUSTOMER-360-INQUIRY,
      * ORDER-ENTRY, RUN-OUTPUT-INQUIRY). These mirror the standard
      * DFHAID byte assignments - ENTER is X'7D' (the quote), PF1-PF9
      * are the digit characters, CLEAR is X'6D' - kept as a shared
      * copybook so eight programs test one set of values instead of
      * each carrying its own literals.
       01  WS-AID-KEYS.
           05  AID-ENTER         PIC X(1) VALUE QUOTE.
