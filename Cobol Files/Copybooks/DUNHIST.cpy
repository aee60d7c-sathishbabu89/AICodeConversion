      * One customer's dunning history, kept in DUNHIST.KSDS keyed
      * on DUN-CUST-ID and rewritten by DUNNING-LETTERS each time a
      * letter goes out. DUN-CYCLE is the YYYYMM dunning cycle the
      * customer was last written to and DUN-CYCLE-TIER the highest
      * letter sent in it (1 first notice, 2 second notice, 3
      * final demand) - a customer is never sent the same tier, or
      * a softer one, twice in a cycle. The three dates are the
      * YYYYMMDD each tier was most recently sent, whatever the
      * cycle, so collections can see how long an account has been
      * at final demand.
       01  DUNNING-HISTORY-RECORD.
           05  DUN-CUST-ID           PIC X(10).
           05  FILLER                PIC X(1).
           05  DUN-CYCLE             PIC X(6).
           05  FILLER                PIC X(1).
           05  DUN-CYCLE-TIER        PIC 9(1).
           05  FILLER                PIC X(1).
           05  DUN-LAST-SENT         PIC X(8).
           05  FILLER                PIC X(1).
           05  DUN-LETTERS-SENT      PIC 9(5).
           05  FILLER                PIC X(1).
           05  DUN-FIRST-NOTICE-DATE PIC X(8).
           05  FILLER                PIC X(1).
           05  DUN-SECOND-NOTICE-DATE PIC X(8).
           05  FILLER                PIC X(1).
           05  DUN-FINAL-DEMAND-DATE PIC X(8).
