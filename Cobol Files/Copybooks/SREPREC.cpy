      * Sales-representative master record, one line per rep in
      * SALESREP.DAT, maintained by SALESREP-MAINT. A customer's rep
      * is the SALES_REP column on CUSTOMER_TABLE, keyed through
      * CUSTOMER-MAINT against this list; COMMISSION-STATEMENT
      * names each rep from it and carries SRP-PAYROLL-ID onto the
      * payroll summary, so payroll pays the right person without
      * matching names by eye. A rep who leaves is retired
      * (SRP-ACTIVE-FLAG 'N') rather than removed: customers still
      * assigned are paid out on that month's statement and no new
      * customer may be given to them.
       01  SALES-REP-RECORD.
           05  SRP-REP-ID       PIC X(8).
           05  FILLER           PIC X(1).
           05  SRP-NAME         PIC X(30).
           05  FILLER           PIC X(1).
           05  SRP-PAYROLL-ID   PIC X(10).
           05  FILLER           PIC X(1).
           05  SRP-ACTIVE-FLAG  PIC X(1).
