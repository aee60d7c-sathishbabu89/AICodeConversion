      * One CUSTLOAD.DAT row - the conversion layout CUSTOMER-LOAD
      * loads onto CUSTOMER.KSDS, in fixed columns mirroring the
      * entry fields CUSTOMER-MAINT prompts for. Written by hand or
      * by a conversion extract, and by FEED-CUSTOMER-MATCH for the
      * new people the daily feeds bring in.
       01  LOAD-RECORD.
      *    Blank on a new customer's row - CUSTOMER-LOAD has
      *    CUSTOMER-ID-SERVICE issue the ID.
           05  LD-CUST-ID    PIC X(10).
           05  LD-NAME       PIC X(50).
      *    The address arrives in the same parts CUST-ADDRESS
      *    keeps - street, city, state/province, postal code - in
      *    the 60 columns the free-text line used to take.
           05  LD-ADDRESS.
               10  LD-STREET     PIC X(30).
               10  LD-CITY       PIC X(16).
               10  LD-STATE      PIC X(3).
               10  LD-POSTCODE   PIC X(10).
               10  FILLER        PIC X(1).
           05  LD-PHONE      PIC X(15).
           05  LD-REGION     PIC X(10).
           05  LD-BIRTH-DATE PIC X(8).
      *    'F' on a row FEED-CUSTOMER-MATCH wrote for a new person
      *    off the daily feeds. A feed carries no phone number or
      *    address, so CUSTOMER-LOAD loads such a row without them;
      *    they are taken at first contact. Blank on every other
      *    row, and on rows cut before the column existed.
           05  LD-ORIGIN     PIC X(1).
