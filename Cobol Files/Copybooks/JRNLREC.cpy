           05  JRN-TIMESTAMP     PIC X(26).
           05  JRN-BEFORE-IMAGE  PIC X(200).
           05  JRN-AFTER-IMAGE   PIC X(200).
      *    The other account in a two-account change - on a merge,
      *    the survivor on the duplicate's entries and the duplicate
      *    on the survivor's - so CUSTOMER-RESTORE can find both
      *    halves of what it is unwinding. Blank on every
      *    single-account change and on entries written before the
      *    field existed. The MRGLEDG and MRGHELD entries of a merge
      *    carry the moved ledger line or held order, before and
      *    after the customer ID changed, in place of customer
      *    images.
           05  JRN-RELATED-ID    PIC X(10) VALUE SPACES.

      * Display-formatted customer record image: every field of
      * CUSTOMER-RECORD with the packed money fields carried as
       01  WS-CUSTOMER-IMAGE.
           05  JCI-CUST-ID       PIC X(10).
           05  JCI-NAME          PIC X(50).
      *    Same 60-byte split as CUST-ADDRESS, format byte included,
      *    so an image restores to exactly the address it recorded.
           05  JCI-ADDRESS.
               10  JCI-STREET        PIC X(30).
               10  JCI-CITY          PIC X(16).
               10  JCI-STATE         PIC X(3).
               10  JCI-POSTCODE      PIC X(10).
               10  JCI-ADDR-FORMAT   PIC X(1).
           05  JCI-PHONE         PIC X(15).
           05  JCI-BALANCE       PIC -(9)9.99.
           05  JCI-REGION        PIC X(10).
