      * One customer's aged balance on the bucket extract,
      * AGEBKT.DAT, written by AR-AGING-REPORT alongside AGING.RPT
      * for the programs that act on the aging rather than print
      * it (CREDIT-AUTO-HOLD). Lines are in customer ID order, one
      * per customer the aging shows owing money. The first line
      * of the file has a blank AGB-CUST-ID, zero amounts and only
      * AGB-AS-OF-DATE - so even an extract with no one owing
      * anything says which business date it was aged as of.
      * AGB-AMOUNT(1) to (4) are the current, 30, 60 and 90-plus
      * day buckets, exactly as the report line shows them.
       01  AGE-BUCKET-RECORD.
           05  AGB-CUST-ID       PIC X(10).
           05  FILLER            PIC X(1).
           05  AGB-AS-OF-DATE    PIC X(8).
           05  AGB-BUCKET OCCURS 4 TIMES.
               10  FILLER        PIC X(1).
               10  AGB-AMOUNT    PIC 9(9)V99.
