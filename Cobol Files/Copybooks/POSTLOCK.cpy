      * The CICS ENQ resource that guards the order ledger and the
      * credit-hold file, ORDLEDG.DAT and HELDORD.DAT, while either
      * is being written in a way an intraday posting must not
      * interleave with. MQ-RECEIVER takes it for each intraday
      * message without waiting - a task that finds it held ends
      * and leaves its orders on the queue - and for the whole of a
      * nightly drain. NIGHTLY-BATCH-DRIVER holds it from the first
      * step that writes the ledger until AR-CONTROL-PROOF has run,
      * so intraday posting stands still while the night's work
      * copies, rebuilds and proves the files. Every program that
      * rebuilds either file (read, copy aside, OPEN OUTPUT, copy
      * back) takes it before its first read and gives it up once
      * the file is whole again - a batch step waiting for it, the
      * held-order review at a terminal trying a few times and
      * otherwise not starting; under the driver the ENQ is the
      * driver's own and simply nests. The '*' keeps the
      * name clear of the MQRECV.<queue> locks, since no queue name
      * can carry one. Pass LENGTH(27), as the queue locks do.
       01  WS-POSTING-LOCK-NAME    PIC X(27)
               VALUE 'MQRECV.*POSTING'.
