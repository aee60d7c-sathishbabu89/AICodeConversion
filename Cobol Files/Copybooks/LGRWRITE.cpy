      * Entry passed by reference to LEDGER-WRITER, which keeps
      * ORDLEDG.KSDS in step with the flat ledger. Callers still
      * write their ORDLEDG.DAT line as they always have, then hand
      * the same line here:
      *   LWR-FUNCTION 'A' - add the line to the KSDS.
      *                'M' - the line has moved to another customer
      *                      (a merge, or its unwinding): LWR-LEDGER-
      *                      LINE is the line as it was, LWR-NEW-
      *                      CUST-ID the customer it now belongs to.
      * LWR-RETURN-CODE comes back '00' done, 'NF' the line to move
      * was not on the KSDS, 'ER' the KSDS could not be written.
      * LEDGER-WRITER logs its own failures, so a caller that has
      * nothing better to do need not test it - the flat line is
      * already down, and LEDGER-LOAD can rebuild the KSDS from it.
       01  WS-LEDGER-WRITE-ENTRY.
           05  LWR-FUNCTION      PIC X(1).
           05  LWR-NEW-CUST-ID   PIC X(10).
           05  LWR-RETURN-CODE   PIC X(2).
           05  LWR-LEDGER-LINE   PIC X(162).
