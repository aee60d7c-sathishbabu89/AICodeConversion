      * Run-parameter request passed by reference to
      * RUN-PARAMETER-SERVICE. The caller sets RPS-PROGRAM (its own
      * PROGRAM-ID) and RPS-NAME, and RPS-AS-OF to the date the
      * value is wanted for - blank means the open business date,
      * which is what a batch step wants; an online program passes
      * the clock date. Back come:
      *   RPS-RETURN-CODE '00' an entry is in effect, 'NF' none is
      *       (no entry, none effective yet, or no RUNPARM.DAT) -
      *       the caller keeps its own default.
      *   RPS-VALUE       the value as keyed on the registry.
      *   RPS-NUMERIC     'YES' when RPS-VALUE is a plain unsigned
      *       number (digits with at most one decimal point), in
      *       which case RPS-NUMBER holds it.
      *   RPS-EFFECTIVE   the date the entry took effect.
       01  WS-RUN-PARAMETER-ENTRY.
           05  RPS-PROGRAM       PIC X(20).
           05  RPS-NAME          PIC X(10).
           05  RPS-AS-OF         PIC X(8).
           05  RPS-VALUE         PIC X(12).
           05  RPS-NUMERIC       PIC X(3).
           05  RPS-NUMBER        PIC 9(9)V99.
           05  RPS-EFFECTIVE     PIC X(8).
           05  RPS-RETURN-CODE   PIC X(2).
