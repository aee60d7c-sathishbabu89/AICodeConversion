      * One customer a trading partner whose TPM-CUST-RULE is 'L'
      * may submit orders for, one line per pair on PARTCUST.DAT,
      * maintained through PARTNER-MAINT.
       01  PARTNER-CUSTOMER-RECORD.
           05  TPC-PARTNER-ID    PIC X(8).
           05  FILLER            PIC X(1).
           05  TPC-CUST-ID       PIC X(10).
