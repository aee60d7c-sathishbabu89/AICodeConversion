      * Sales tax rate for one region, one line per REGION.DAT code
      * in TAXRATE.DAT, maintained through REGION-MAINT's tax-rate
      * action. MQ-RECEIVER loads the file once per run and taxes
      * each sale and return at the rate for the customer's
      * CUST-REGION; a region with no line here is taxed at zero,
      * the way every order was invoiced before the table existed.
      * TXR-RATE is a fraction with four places implied - 0.0725
      * is carried as 00725 - and is the rate in force when the
      * order posts; the tax charged rides on the ledger line, so a
      * later rate change never alters what was already billed.
       01  TAX-RATE-RECORD.
           05  TXR-REGION-CODE  PIC X(10).
           05  FILLER           PIC X(1).
           05  TXR-RATE         PIC 9V9(4).
