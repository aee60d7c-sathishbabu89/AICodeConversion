      *> Customer-ID request passed by reference to
      *> CUSTOMER-ID-SERVICE. A system-assigned customer ID is 'C',
      *> an eight-digit serial off the CUSTSEQ.DAT counter and a
      *> modulus-11 check digit, so a transposed or mistyped digit
      *> is caught where the ID is keyed instead of posting to
      *> whichever customer the wrong number happens to belong to.
      *> Set CID-FUNCTION to:
      *>   'A' allocate - the next ID comes back in CID-CUST-ID. The
      *>       counter is written back before the ID is returned, so
      *>       an ID is never handed out twice.
      *>   'V' verify - CID-CUST-ID in, checked.
      *> CID-RETURN-CODE is '00' a system ID whose check digit
      *> agrees (or one just allocated), 'LG' a legacy ID in any
      *> other form - issued before system IDs, allowed through
      *> until it is converted - 'CD' an ID in the system form
      *> whose check digit is wrong, 'BL' a blank ID, 'CP' the
      *> counter is missing or damaged and nothing was allocated,
      *> or 'EX' every serial has been issued.
       01  WS-CUSTOMER-ID-ENTRY.
           05  CID-FUNCTION        PIC X(1).
           05  CID-CUST-ID         PIC X(10).
           05  CID-RETURN-CODE     PIC X(2).
