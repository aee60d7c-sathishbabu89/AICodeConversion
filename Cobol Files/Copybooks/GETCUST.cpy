      *> 'Y', or a name fragment when it is 'S') and GET-CUSTOMER
      *> answers through CA-RETURN-CODE: '00' found, 'NF' not found,
      *> 'ER' lookup error, 'MO' browse page full with more customers
      *> remaining (resume from CA-RESUME-KEY), 'CD' a system customer
      *> ID whose check digit is wrong (nothing was read). Shared as a
      *> copybook so GET-CUSTOMER's own LINKAGE SECTION and every
      *> LINKing caller use one definition instead of each copying the
      *> PIC clauses separately and risking them drifting out of sync.
           05  CA-CUST-ID        PIC X(10).
           05  CA-RETURN-CODE    PIC X(2).
           05  CA-CUST-NAME      PIC X(50).
      *>    The address rides back as stored - the street, city,
      *>    state and postcode parts and the format byte of
      *>    CUSTREC.cpy's CUST-ADDRESS.
           05  CA-CUST-ADDRESS   PIC X(60).
           05  CA-CUST-PHONE     PIC X(15).
           05  CA-BROWSE-MODE    PIC X(1).
      *>    table.
           05  CA-CUST-BALANCE   PIC S9(9)V99 COMP-3.
           05  CA-CUST-CREDIT-LIMIT PIC S9(9)V99 COMP-3.
      *>    Region rides back too so MQ-RECEIVER can price the
      *>    order's sales tax from the customer's CUST-REGION
      *>    without a second read of the master.
           05  CA-CUST-REGION    PIC X(10).
