      * One line of a territory change on RGNMAP.DAT, read by
      * REGION-REASSIGN: customers on RMP-OLD-REGION go to
      * RMP-NEW-REGION. The line can be narrowed to a customer-ID
      * range (RMP-FROM-CUST to RMP-TO-CUST, inclusive; a blank
      * end is open) and to a postal area (customers whose
      * CUST-POSTCODE starts with RMP-POSTCODE-PREFIX; blank for
      * any). Several lines may share an old region to split it
      * between new ones - a customer takes the first line it
      * matches, in file order.
       01  REGION-MAPPING-RECORD.
           05  RMP-OLD-REGION       PIC X(10).
           05  FILLER               PIC X(1).
           05  RMP-NEW-REGION       PIC X(10).
           05  FILLER               PIC X(1).
           05  RMP-FROM-CUST        PIC X(10).
           05  FILLER               PIC X(1).
           05  RMP-TO-CUST          PIC X(10).
           05  FILLER               PIC X(1).
           05  RMP-POSTCODE-PREFIX  PIC X(10).
