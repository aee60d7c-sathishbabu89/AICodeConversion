      * One commission rate in COMMRATE.DAT, set through
      * SALESREP-MAINT: the percentage of net sales a rep is paid
      * from the month CMR-EFFECTIVE (YYYYMM) on. COMMISSION-
      * STATEMENT takes, for each rep, the entry with the latest
      * effective month not after the month being paid, so a new
      * rate is keyed ahead of the month it starts and the one it
      * replaces stays on file - a past month's statement always
      * comes out the same. CMR-RATE is a percentage with two
      * places implied - 3.50% is carried as 0350.
       01  COMMISSION-RATE-RECORD.
           05  CMR-REP-ID       PIC X(8).
           05  FILLER           PIC X(1).
           05  CMR-EFFECTIVE    PIC X(6).
           05  FILLER           PIC X(1).
           05  CMR-RATE         PIC 9(2)V99.
           05  FILLER           PIC X(1).
           05  CMR-CHANGED-BY   PIC X(20).
