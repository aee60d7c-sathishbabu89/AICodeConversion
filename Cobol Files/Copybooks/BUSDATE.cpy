      * Shared business-date request passed by reference to
      * BUSINESS-DATE-SERVICE, so every program dates its postings
      * off the one control record (BUSDATE.DAT) instead of the
      * clock. Set BDT-FUNCTION to:
      *   'B' batch - BDT-POSTING-DATE is the open business date,
      *       the day the nightly chain is closing, however far
      *       past midnight the step runs or is rerun.
      *   'P' posting - for work done now at a terminal: the open
      *       business date, or the next business day once the
      *       day's cutoff time has passed or the clock has moved
      *       into the next day ahead of the nightly roll.
      *   'R' roll - NIGHTLY-BATCH-DRIVER only, at the end of a
      *       clean run: the control record moves on to the next
      *       business day, which comes back in BDT-BUSINESS-DATE
      *       and BDT-POSTING-DATE.
      * BDT-NEXT-DATE is always the business day after
      * BDT-BUSINESS-DATE - the next date RUNCAL.DAT does not mark
      * as a holiday. BDT-RETURN-CODE is '00', 'NF' when there is
      * no control record yet and today's date stood in for it,
      * or 'ER' when a roll could not be written.
      * BDT-PERIOD-CLOSED is 'YES' when BDT-POSTING-DATE falls in a
      * month PERIOD.DAT has closed - the caller must refuse to
      * post rather than date anything into it.
       01  WS-BUSINESS-DATE-ENTRY.
           05  BDT-FUNCTION        PIC X(1).
           05  BDT-BUSINESS-DATE   PIC X(8).
           05  BDT-POSTING-DATE    PIC X(8).
           05  BDT-NEXT-DATE       PIC X(8).
           05  BDT-CUTOFF-TIME     PIC X(4).
           05  BDT-RETURN-CODE     PIC X(2).
           05  BDT-PERIOD-CLOSED   PIC X(3).
